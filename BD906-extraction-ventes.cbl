       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD906.

      ***************************************************************
      *    Extraction des ventes par département pour calculVente :
      *    le fichier ./config/vente-dptAAAA.txt (département sur 2,
      *    montant en unités sur 7, date AAAAMMJJ) était saisi à la
      *    main chaque mois. Pour l'année et le mois demandés, le
      *    chiffre d'affaires est repris des registres tenus par les
      *    programmes de gestion, une source par département :
      *      - vin à la bouteille et vin au verre : détail daté des
      *        ventes de BD501 (RegistreVentesJour.txt) ;
      *      - parking : historique des rapports Z de BC802
      *        (ParkingRapportsZ.txt, le dernier Z d'un jour fait
      *        foi) ;
      *      - cuisine : ventes de la caisse consommées par BD101
      *        (CaisseVentesHisto.txt), valorisées au prix de vente
      *        des plats (PrixPlats.txt, celui de la fiche
      *        technique).
      *    Les codes département sont lus dans la section [BD906] de
      *    Gestion.txt (DEPT_VIN, DEPT_VERRE, DEPT_PARKING,
      *    DEPT_CUISINE). Une ligne par département et par jour est
      *    écrite, arrondie à l'unité sur le cumul du mois pour que
      *    le total extrait soit l'arrondi du total du registre. Les
      *    lignes des autres mois et des autres départements (saisies
      *    à la main) sont conservées. Une source absente arrête le
      *    programme sans rien écrire ; le fichier est reconstruit
      *    dans un fichier de travail relu et contrôlé contre les
      *    totaux des registres avant de remplacer l'ancien.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Détail daté des ventes du cellier (date;B ou V;cépage;
      *    montant).
       SELECT F-VIN ASSIGN TO "./out/RegistreVentesJour.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VIN.

      *    Rapports Z du parking (date;chiffre d'affaires;à encaisser;
      *    porté aux comptes).
       SELECT F-PARKING ASSIGN TO "./out/ParkingRapportsZ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PARKING.

      *    Ventes de la caisse du restaurant (date;ticket;site;plat;
      *    quantité;heure) et prix de vente des plats (plat;prix).
       SELECT F-CAISSE ASSIGN TO "./out/CaisseVentesHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAISSE.

       SELECT F-PRIX-PLATS ASSIGN TO "./in/PrixPlats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PRIX-PLATS.

      *    Fichier des ventes de l'année lu par calculVente, et son
      *    fichier de travail.
       SELECT F-VENTE ASSIGN TO DYNAMIC WS-NOM-VENTE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VENTE.

       SELECT F-TRAVAIL ASSIGN TO DYNAMIC WS-NOM-TRAVAIL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRAVAIL.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-VIN.
       01 F-VIN-LIGNE PIC X(50).

       FD F-PARKING.
       01 F-PARKING-LIGNE PIC X(60).

       FD F-CAISSE.
       01 F-CAISSE-LIGNE PIC X(50).

       FD F-PRIX-PLATS.
       01 F-PRIX-PLATS-LIGNE PIC X(20).

       FD F-VENTE.
       01 F-VENTE-LIGNE.
           02 F-VENTE-DEPT    PIC X(2).
           02 F-VENTE-MONTANT PIC 9(7).
           02 F-VENTE-DATE    PIC X(8).

       FD F-TRAVAIL.
       01 F-TRAVAIL-LIGNE.
           02 F-TRAVAIL-DEPT    PIC X(2).
           02 F-TRAVAIL-MONTANT PIC 9(7).
           02 F-TRAVAIL-DATE    PIC X(8).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-VIN         PIC X(2).
       01 FS-PARKING     PIC X(2).
       01 FS-CAISSE      PIC X(2).
       01 FS-PRIX-PLATS  PIC X(2).
       01 FS-VENTE       PIC X(2).
       01 FS-TRAVAIL     PIC X(2).
       01 FS-EXPLOIT     PIC X(2).

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

      *    Mois extrait, saisi AAAAMM.
       01 WS-SAISIE PIC X(10).
       01 WS-PERIODE.
           02 WS-PER-ANNEE PIC 9(4).
           02 WS-PER-MOIS  PIC 9(2).
       01 WS-PERIODE-X REDEFINES WS-PERIODE PIC X(6).

       01 WS-NOM-VENTE   PIC X(40).
       01 WS-NOM-TRAVAIL PIC X(40).

      *    Réglages BC812 (codes département des sources).
       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).
       01 WS-NB-CODES-REFUSES PIC 9(3) VALUE 0.

      ***************************************************************
      *    Sources : 1 vin bouteille, 2 vin au verre, 3 parking,
      *    4 cuisine. Montants du mois par jour (au centime), total
      *    lu dans le registre, total arrondi attendu et total relu
      *    dans le fichier écrit. Deux sources peuvent partager un
      *    code département : WS-SRC-PREMIERE donne la première
      *    source du code, qui porte le contrôle du code.
      ***************************************************************
       01 WS-SOURCES.
           02 WS-SRC OCCURS 4 TIMES.
              03 WS-SRC-CLE      PIC X(20).
              03 WS-SRC-LIBELLE  PIC X(20).
              03 WS-SRC-DEPT     PIC X(2).
              03 WS-SRC-PREMIERE PIC 9.
              03 WS-SRC-NB-LUES  PIC 9(5).
              03 WS-SRC-REGISTRE PIC 9(9)V9(2).
              03 WS-SRC-ATTENDU  PIC 9(9).
              03 WS-SRC-RELU     PIC 9(9).
              03 WS-SRC-JOUR OCCURS 31 TIMES PIC 9(9)V9(2).
       01 WS-CPT-SRC  PIC 9.
       01 WS-CPT-SRC2 PIC 9.
       01 WS-CPT-JOUR PIC 9(2).
       01 WS-CODE-ATTENDU PIC 9(9).

      *    Zones de lecture des sources.
       01 WS-SRC-DATE      PIC X(8).
       01 WS-SRC-DATE-R REDEFINES WS-SRC-DATE.
           02 WS-SRC-DATE-MOIS PIC X(6).
           02 WS-SRC-DATE-JOUR PIC X(2).
       01 WS-SRC-JOUR-N    PIC 9(2).
       01 WS-SRC-TYPE      PIC X(1).
       01 WS-SRC-LIBRE     PIC X(20).
       01 WS-SRC-MONTANT-TXT PIC X(15).
       01 WS-SRC-MONTANT   PIC 9(9)V9(2).
       01 WS-CAI-TICKET    PIC X(10).
       01 WS-CAI-SITE      PIC X(1).
       01 WS-CAI-PLAT      PIC X(3).
       01 WS-CAI-QTE       PIC X(3).
       01 WS-CAI-QTE-N     PIC 9(3).

      *    Prix de vente des plats.
       01 WS-PP-TABLE.
           02 WS-PP-ENTREE OCCURS 100 TIMES.
              03 WS-PP-PLAT PIC X(3).
              03 WS-PP-PRIX PIC 9(5)V9(2).
       01 WS-NB-PP  PIC 9(3) VALUE 0.
       01 WS-CPT-PP PIC 9(3).
       01 WS-PP-PLAT-TXT PIC X(3).
       01 WS-PP-PRIX-TXT PIC X(10).

       01 WS-TROUVE PIC X(1).
           88 TROUVE-OK VALUE "O".
      *    TROUVE-OK = 1 : Recherche aboutie dans la table.
      *    TROUVE-OK = 0 : Pas trouvé.

      ***************************************************************
      *    Lignes du fichier reconstruit : lignes conservées de
      *    l'ancien fichier puis lignes du mois extrait, triées par
      *    département puis date pour la passe de rupture de
      *    calculVente.
      ***************************************************************
       01 WS-LIGNES.
           02 WS-LIG OCCURS 5000 TIMES.
              03 WS-LIG-CLE.
                 04 WS-LIG-DEPT PIC X(2).
                 04 WS-LIG-DATE PIC X(8).
              03 WS-LIG-MONTANT PIC 9(7).
       01 WS-NB-LIG   PIC 9(5) VALUE 0.
       01 WS-CPT-LIG  PIC 9(5).
       01 WS-CPT-LIG2 PIC 9(5).
       01 WS-LIG-ECHANGE.
           02 WS-ECH-CLE     PIC X(10).
           02 WS-ECH-MONTANT PIC 9(7).

      *    Arrondi sur le cumul du mois d'une source.
       01 WS-CUMUL        PIC 9(9)V9(2).
       01 WS-CUMUL-ARRONDI PIC 9(9).
       01 WS-CUMUL-PRECED PIC 9(9).
       01 WS-NOUV-DEPT    PIC X(2).
       01 WS-NOUV-DATE    PIC X(8).
       01 WS-NOUV-MONTANT PIC 9(7).

      *    Relecture du fichier de travail.
       01 WS-NB-RELUES PIC 9(5).
       01 WS-EOF PIC X(1).
           88 FIN-FICHIER VALUE "O".

      *    Compteurs de l'exécution.
       01 WS-NB-LUS        PIC 9(5) VALUE 0.
       01 WS-NB-ECRITES    PIC 9(5) VALUE 0.
       01 WS-NB-REJETS     PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES  PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PRIX  PIC 9(5) VALUE 0.
       01 WS-NB-CONSERVEES PIC 9(5) VALUE 0.
       01 WS-NB-REMPLACEES PIC 9(5) VALUE 0.
       01 WS-NB-NON-DATEES PIC 9(5) VALUE 0.
       01 WS-NB-ABSENTES   PIC 9 VALUE 0.

       01 WS-MONTANT-ED PIC Z(8)9.99.
       01 WS-ENTIER-ED  PIC Z(8)9.

       COPY BC812PRM.

       COPY BC810PRM.

       LINKAGE SECTION.


       PROCEDURE DIVISION.

       0000-INITIALISATION-DEB.
           PERFORM 8900-MSG-LANCEMENT-DEB
           THRU 8910-MSG-LANCEMENT-FIN.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

           PERFORM 8930-DATE-METIER.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

      *    Codes département et mois à extraire, puis contrôle de
      *    présence de toutes les sources avant toute écriture.
           PERFORM 6000-CHARGE-CONFIGURATION.
           PERFORM 6010-SAISIE-PERIODE.
           PERFORM 6020-CONTROLE-SOURCES.

      *    Chiffre d'affaires du mois, source par source.
           PERFORM 6100-SOURCE-VIN.
           PERFORM 6110-CHARGE-PRIX-PLATS.
           PERFORM 6120-SOURCE-CAISSE.
           PERFORM 6130-SOURCE-PARKING.

      *    Reconstruction du fichier de l'année dans le fichier de
      *    travail, contrôle, puis remplacement.
           PERFORM 6200-CHARGE-EXISTANT.
           PERFORM 6300-LIGNES-MOIS.
           PERFORM 6400-TRI-LIGNES.
           PERFORM 6500-ECRIT-TRAVAIL.
           PERFORM 6510-CONTROLE-TRAVAIL.
           PERFORM 6520-REMPLACE-FICHIER.
           PERFORM 6600-BILAN.

           PERFORM 9998-FIN-NORMAL.

       0000-INITIALISATION-FIN.
           STOP RUN.

      *************************************************************
      * FIN ZONE PROCEDURE
      *************************************************************

      *************************************************************
      * ZONE DE PARAGRAPHE DU LOGICIEL
      ***************************************************************

       8900-MSG-LANCEMENT-DEB.
           DISPLAY "***************************************".
           DISPLAY "* LANCEMENT PROGRAMME : BD906         *".
           DISPLAY "* Extraction des ventes par départ.   *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-CONFIGURATION.
      *    Codes département des sources, lus dans la section
      *    [BD906] de Gestion.txt par le service BC812 : VI vin à la
      *    bouteille, VV vin au verre, PK parking, RS cuisine par
      *    défaut. Un code doit tenir sur deux caractères.
           INITIALIZE WS-SOURCES
           MOVE "DEPT_VIN"     TO WS-SRC-CLE(1)
           MOVE "DEPT_VERRE"   TO WS-SRC-CLE(2)
           MOVE "DEPT_PARKING" TO WS-SRC-CLE(3)
           MOVE "DEPT_CUISINE" TO WS-SRC-CLE(4)
           MOVE "vin bouteille"  TO WS-SRC-LIBELLE(1)
           MOVE "vin au verre"   TO WS-SRC-LIBELLE(2)
           MOVE "parking"        TO WS-SRC-LIBELLE(3)
           MOVE "cuisine"        TO WS-SRC-LIBELLE(4)
           MOVE "VI" TO WS-SRC-DEPT(1)
           MOVE "VV" TO WS-SRC-DEPT(2)
           MOVE "PK" TO WS-SRC-DEPT(3)
           MOVE "RS" TO WS-SRC-DEPT(4)

           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD906" TO CF-PROGRAMME
           MOVE "A" TO WS-CFGR-TYPE
           MOVE 0 TO WS-CFGR-MIN
           MOVE 0 TO WS-CFGR-MAX
           PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
              UNTIL WS-CPT-SRC > 4
              MOVE WS-SRC-CLE(WS-CPT-SRC) TO WS-CFGR-CLE
              PERFORM 6005-AJOUT-REGLE
           END-PERFORM

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD906]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
                 UNTIL WS-CPT-SRC > 4
                 MOVE WS-SRC-CLE(WS-CPT-SRC) TO CF-CHERCHE
                 CALL "BC812" USING CF-PARAMETRES
                 IF CF-CLE-TROUVEE THEN
                    IF CF-VALEUR(3:18) NOT = SPACES THEN
                       DISPLAY "Configuration BD906 : "
                          FUNCTION TRIM(CF-CHERCHE)
                          " refusée (code sur deux caractères)"
                       ADD 1 TO WS-NB-CODES-REFUSES
                    ELSE
                       MOVE CF-VALEUR(1:2) TO WS-SRC-DEPT(WS-CPT-SRC)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF WS-NB-CODES-REFUSES > 0 THEN
              DISPLAY "ARRET : " WS-NB-CODES-REFUSES
                 " réglage(s) refusé(s) dans Gestion.txt [BD906]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    Première source de chaque code département.
           PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
              UNTIL WS-CPT-SRC > 4
              MOVE WS-CPT-SRC TO WS-SRC-PREMIERE(WS-CPT-SRC)
              PERFORM VARYING WS-CPT-SRC2 FROM WS-CPT-SRC BY -1
                 UNTIL WS-CPT-SRC2 < 1
                 IF WS-SRC-DEPT(WS-CPT-SRC2) = WS-SRC-DEPT(WS-CPT-SRC)
                 THEN
                    MOVE WS-CPT-SRC2 TO WS-SRC-PREMIERE(WS-CPT-SRC)
                 END-IF
              END-PERFORM
           END-PERFORM

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
              UNTIL WS-CPT-SRC > 4
              MOVE WS-SRC-CLE(WS-CPT-SRC) TO CF-CHERCHE
              MOVE WS-SRC-DEPT(WS-CPT-SRC) TO CF-VALEUR
              MOVE 0 TO CF-NUM
              CALL "BC812" USING CF-PARAMETRES
           END-PERFORM
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6005-AJOUT-REGLE.
      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

       6010-SAISIE-PERIODE.
      *    Année et mois à extraire (AAAAMM) ; le fichier produit est
      *    celui de l'année, vente-dptAAAA.txt.
           DISPLAY "Année et mois à extraire (AAAAMM) : "
           ACCEPT WS-SAISIE

           IF WS-SAISIE(1:6) IS NOT NUMERIC
              OR WS-SAISIE(7:4) NOT = SPACES THEN
              DISPLAY "ARRET : période " WS-SAISIE " invalide"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-SAISIE(1:6) TO WS-PERIODE-X

           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
              OR WS-PER-ANNEE < 1900 THEN
              DISPLAY "ARRET : période " WS-SAISIE " invalide"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-NOM-VENTE
           STRING "./config/vente-dpt" WS-PER-ANNEE ".txt"
              DELIMITED BY SIZE
              INTO WS-NOM-VENTE
           END-STRING
           MOVE SPACES TO WS-NOM-TRAVAIL
           STRING "./config/vente-dpt" WS-PER-ANNEE ".tmp"
              DELIMITED BY SIZE
              INTO WS-NOM-TRAVAIL
           END-STRING

           DISPLAY "Extraction du mois " WS-PER-MOIS "/" WS-PER-ANNEE
              " vers " FUNCTION TRIM(WS-NOM-VENTE)

           EXIT PROGRAM.

       6020-CONTROLE-SOURCES.
      *    Toutes les sources doivent être présentes : sans l'une
      *    d'elles, le fichier de l'année serait écrit avec un
      *    département manquant. Rien n'est alors écrit.
           OPEN INPUT F-VIN
           IF FS-VIN = "00" THEN
              CLOSE F-VIN
           ELSE
              DISPLAY "Source absente : ./out/RegistreVentesJour.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           OPEN INPUT F-PARKING
           IF FS-PARKING = "00" THEN
              CLOSE F-PARKING
           ELSE
              DISPLAY "Source absente : ./out/ParkingRapportsZ.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           OPEN INPUT F-CAISSE
           IF FS-CAISSE = "00" THEN
              CLOSE F-CAISSE
           ELSE
              DISPLAY "Source absente : ./out/CaisseVentesHisto.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           OPEN INPUT F-PRIX-PLATS
           IF FS-PRIX-PLATS = "00" THEN
              CLOSE F-PRIX-PLATS
           ELSE
              DISPLAY "Source absente : ./in/PrixPlats.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           IF WS-NB-ABSENTES > 0 THEN
              DISPLAY "ARRET : " WS-NB-ABSENTES
                 " source(s) absente(s), aucun fichier écrit"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXIT PROGRAM.

       6050-DATE-DU-MOIS.
      *    WS-SRC-DATE appartient-elle au mois extrait ? Jour dans
      *    WS-SRC-JOUR-N (0 si la ligne est d'un autre mois ou sa
      *    date illisible).
           MOVE 0 TO WS-SRC-JOUR-N
           IF WS-SRC-DATE-MOIS = WS-PERIODE-X
              AND WS-SRC-DATE-JOUR IS NUMERIC THEN
              MOVE WS-SRC-DATE-JOUR TO WS-SRC-JOUR-N
              IF WS-SRC-JOUR-N > 31 THEN
                 MOVE 0 TO WS-SRC-JOUR-N
              END-IF
           END-IF

           EXIT PROGRAM.

       6100-SOURCE-VIN.
      *    Ventes du cellier du mois : type B (bouteille) vers la
      *    source 1, type V (verre) vers la source 2.
           OPEN INPUT F-VIN
           PERFORM UNTIL FS-VIN = "10"
              READ F-VIN INTO F-VIN-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-SRC-DATE
                    MOVE SPACES TO WS-SRC-TYPE
                    MOVE SPACES TO WS-SRC-MONTANT-TXT
                    UNSTRING F-VIN-LIGNE DELIMITED BY ";"
                       INTO
                          WS-SRC-DATE
                          WS-SRC-TYPE
                          WS-SRC-LIBRE
                          WS-SRC-MONTANT-TXT
                    END-UNSTRING
                    PERFORM 6050-DATE-DU-MOIS

                    IF WS-SRC-JOUR-N > 0 THEN
                       ADD 1 TO WS-NB-LUS
                       EVALUATE WS-SRC-TYPE
                          WHEN "B"
                             MOVE 1 TO WS-CPT-SRC
                          WHEN "V"
                             MOVE 2 TO WS-CPT-SRC
                          WHEN OTHER
                             MOVE 0 TO WS-CPT-SRC
                       END-EVALUATE

                       IF WS-CPT-SRC = 0 OR
                          WS-SRC-MONTANT-TXT = SPACES THEN
                          ADD 1 TO WS-NB-REJETS
                          DISPLAY "Vente cellier illisible : "
                             F-VIN-LIGNE
                       ELSE
                          COMPUTE WS-SRC-MONTANT =
                             FUNCTION NUMVAL(WS-SRC-MONTANT-TXT)
                          ADD 1 TO WS-SRC-NB-LUES(WS-CPT-SRC)
                          ADD WS-SRC-MONTANT TO
                             WS-SRC-REGISTRE(WS-CPT-SRC)
                          ADD WS-SRC-MONTANT TO
                             WS-SRC-JOUR(WS-CPT-SRC, WS-SRC-JOUR-N)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-VIN

           EXIT PROGRAM.

       6110-CHARGE-PRIX-PLATS.
      *    Prix de vente par plat (plat;prix TTC), comme la fiche
      *    technique BD103.
           OPEN INPUT F-PRIX-PLATS
           PERFORM UNTIL FS-PRIX-PLATS = "10"
              READ F-PRIX-PLATS INTO F-PRIX-PLATS-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-PP-PLAT-TXT
                    MOVE SPACES TO WS-PP-PRIX-TXT
                    UNSTRING F-PRIX-PLATS-LIGNE DELIMITED BY ";"
                       INTO
                          WS-PP-PLAT-TXT
                          WS-PP-PRIX-TXT
                    END-UNSTRING
                    IF WS-PP-PLAT-TXT NOT = SPACES AND
                       WS-PP-PRIX-TXT NOT = SPACES AND
                       WS-NB-PP < 100 THEN
                       ADD 1 TO WS-NB-PP
                       MOVE WS-PP-PLAT-TXT TO WS-PP-PLAT(WS-NB-PP)
                       COMPUTE WS-PP-PRIX(WS-NB-PP) =
                          FUNCTION NUMVAL(WS-PP-PRIX-TXT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-PRIX-PLATS

           EXIT PROGRAM.

       6120-SOURCE-CAISSE.
      *    Ventes de la caisse du mois, valorisées quantité x prix
      *    du plat. Une vente dont le plat n'a pas de prix est
      *    signalée et comptée pour zéro.
           OPEN INPUT F-CAISSE
           PERFORM UNTIL FS-CAISSE = "10"
              READ F-CAISSE INTO F-CAISSE-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-SRC-DATE
                    MOVE SPACES TO WS-CAI-PLAT
                    MOVE SPACES TO WS-CAI-QTE
                    UNSTRING F-CAISSE-LIGNE DELIMITED BY ";"
                       INTO
                          WS-SRC-DATE
                          WS-CAI-TICKET
                          WS-CAI-SITE
                          WS-CAI-PLAT
                          WS-CAI-QTE
                    END-UNSTRING
                    PERFORM 6050-DATE-DU-MOIS

                    IF WS-SRC-JOUR-N > 0 THEN
                       ADD 1 TO WS-NB-LUS
                       ADD 1 TO WS-SRC-NB-LUES(4)

      *                Quantité absente ou illisible : une portion,
      *                comme au chargement des ventes par BD101.
                       IF WS-CAI-QTE = SPACES THEN
                          MOVE 1 TO WS-CAI-QTE-N
                       ELSE
                          COMPUTE WS-CAI-QTE-N =
                             FUNCTION NUMVAL(WS-CAI-QTE)
                       END-IF
                       IF WS-CAI-QTE-N = 0 THEN
                          MOVE 1 TO WS-CAI-QTE-N
                       END-IF

                       SET WS-TROUVE TO "N"
                       PERFORM VARYING WS-CPT-PP FROM 1 BY 1
                          UNTIL WS-CPT-PP > WS-NB-PP OR TROUVE-OK
                          IF WS-PP-PLAT(WS-CPT-PP) = WS-CAI-PLAT THEN
                             SET TROUVE-OK TO TRUE
                             COMPUTE WS-SRC-MONTANT = WS-CAI-QTE-N *
                                WS-PP-PRIX(WS-CPT-PP)
                          END-IF
                       END-PERFORM

                       IF TROUVE-OK THEN
                          ADD WS-SRC-MONTANT TO WS-SRC-REGISTRE(4)
                          ADD WS-SRC-MONTANT TO
                             WS-SRC-JOUR(4, WS-SRC-JOUR-N)
                       ELSE
                          ADD 1 TO WS-NB-SANS-PRIX
                          ADD 1 TO WS-NB-REJETS
                          DISPLAY "Plat sans prix de vente : "
                             WS-CAI-PLAT " (ticket " WS-CAI-TICKET
                             " du " WS-SRC-DATE ")"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-CAISSE

           EXIT PROGRAM.

       6130-SOURCE-PARKING.
      *    Rapports Z du mois : un Z relancé le même jour remplace le
      *    précédent, le dernier lu fait donc foi pour le jour.
           OPEN INPUT F-PARKING
           PERFORM UNTIL FS-PARKING = "10"
              READ F-PARKING INTO F-PARKING-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-SRC-DATE
                    MOVE SPACES TO WS-SRC-MONTANT-TXT
                    UNSTRING F-PARKING-LIGNE DELIMITED BY ";"
                       INTO
                          WS-SRC-DATE
                          WS-SRC-MONTANT-TXT
                    END-UNSTRING
                    PERFORM 6050-DATE-DU-MOIS

                    IF WS-SRC-JOUR-N > 0 THEN
                       ADD 1 TO WS-NB-LUS
                       ADD 1 TO WS-SRC-NB-LUES(3)
                       IF WS-SRC-MONTANT-TXT = SPACES THEN
                          ADD 1 TO WS-NB-REJETS
                          DISPLAY "Rapport Z illisible : "
                             F-PARKING-LIGNE
                       ELSE
                          COMPUTE WS-SRC-JOUR(3, WS-SRC-JOUR-N) =
                             FUNCTION NUMVAL(WS-SRC-MONTANT-TXT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-PARKING

           MOVE 0 TO WS-SRC-REGISTRE(3)
           PERFORM VARYING WS-CPT-JOUR FROM 1 BY 1
              UNTIL WS-CPT-JOUR > 31
              ADD WS-SRC-JOUR(3, WS-CPT-JOUR) TO WS-SRC-REGISTRE(3)
           END-PERFORM

           EXIT PROGRAM.

       6200-CHARGE-EXISTANT.
      *    Fichier de l'année déjà en place : les lignes du mois
      *    extrait portant un des codes des sources sont remplacées,
      *    toutes les autres (autres mois, autres départements,
      *    lignes sans date) sont conservées.
           OPEN INPUT F-VENTE

           IF FS-VENTE = "00" THEN
              PERFORM UNTIL FS-VENTE = "10"
                 READ F-VENTE
                    NOT AT END
                       MOVE F-VENTE-DATE TO WS-SRC-DATE
                       PERFORM 6050-DATE-DU-MOIS
                       SET WS-TROUVE TO "N"
                       IF WS-SRC-JOUR-N > 0 THEN
                          PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
                             UNTIL WS-CPT-SRC > 4
                             IF WS-SRC-DEPT(WS-CPT-SRC) = F-VENTE-DEPT
                             THEN
                                SET TROUVE-OK TO TRUE
                             END-IF
                          END-PERFORM
                       END-IF

                       IF TROUVE-OK THEN
                          ADD 1 TO WS-NB-REMPLACEES
                       ELSE
                          MOVE F-VENTE-DEPT TO WS-NOUV-DEPT
                          MOVE F-VENTE-DATE TO WS-NOUV-DATE
                          MOVE F-VENTE-MONTANT TO WS-NOUV-MONTANT
                          PERFORM 6210-AJOUT-LIGNE
                          ADD 1 TO WS-NB-CONSERVEES
                          IF F-VENTE-DATE = SPACES THEN
                             ADD 1 TO WS-NB-NON-DATEES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-VENTE
           ELSE
              DISPLAY "Pas encore de fichier des ventes pour "
                 WS-PER-ANNEE ", il est créé."
           END-IF

           EXIT PROGRAM.

       6210-AJOUT-LIGNE.
      *    Ajoute la ligne WS-NOUV-* au fichier à reconstruire. Une
      *    table pleine arrête le programme plutôt que d'écrire un
      *    fichier tronqué.
           IF WS-NB-LIG >= 5000 THEN
              DISPLAY "ARRET : plus de 5000 lignes dans "
                 FUNCTION TRIM(WS-NOM-VENTE) ", aucun fichier écrit"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-NB-LIG
           MOVE WS-NOUV-DEPT TO WS-LIG-DEPT(WS-NB-LIG)
           MOVE WS-NOUV-DATE TO WS-LIG-DATE(WS-NB-LIG)
           MOVE WS-NOUV-MONTANT TO WS-LIG-MONTANT(WS-NB-LIG)

           EXIT PROGRAM.

       6300-LIGNES-MOIS.
      *    Une ligne par source et par jour vendu. Le montant est
      *    arrondi à l'unité sur le cumul du mois (écart entre le
      *    cumul arrondi du jour et celui de la veille), pour que la
      *    somme des lignes soit l'arrondi du total du registre.
           PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
              UNTIL WS-CPT-SRC > 4
              MOVE 0 TO WS-CUMUL
              MOVE 0 TO WS-CUMUL-PRECED
              PERFORM VARYING WS-CPT-JOUR FROM 1 BY 1
                 UNTIL WS-CPT-JOUR > 31
                 IF WS-SRC-JOUR(WS-CPT-SRC, WS-CPT-JOUR) > 0 THEN
                    ADD WS-SRC-JOUR(WS-CPT-SRC, WS-CPT-JOUR)
                       TO WS-CUMUL
                    COMPUTE WS-CUMUL-ARRONDI ROUNDED = WS-CUMUL
                    IF WS-CUMUL-ARRONDI > WS-CUMUL-PRECED THEN
                       MOVE WS-SRC-DEPT(WS-CPT-SRC) TO WS-NOUV-DEPT
                       MOVE WS-PERIODE-X TO WS-NOUV-DATE(1:6)
                       MOVE WS-CPT-JOUR TO WS-NOUV-DATE(7:2)
                       COMPUTE WS-NOUV-MONTANT = WS-CUMUL-ARRONDI -
                          WS-CUMUL-PRECED
                       PERFORM 6210-AJOUT-LIGNE
                       ADD 1 TO WS-NB-ECRITES
                       MOVE WS-CUMUL-ARRONDI TO WS-CUMUL-PRECED
                    END-IF
                 END-IF
              END-PERFORM
              COMPUTE WS-SRC-ATTENDU(WS-CPT-SRC) ROUNDED =
                 WS-SRC-REGISTRE(WS-CPT-SRC)
           END-PERFORM

           EXIT PROGRAM.

       6400-TRI-LIGNES.
      *    Tri par insertion sur département puis date : calculVente
      *    cumule par rupture sur le département.
           PERFORM VARYING WS-CPT-LIG FROM 2 BY 1
              UNTIL WS-CPT-LIG > WS-NB-LIG
              MOVE WS-LIG(WS-CPT-LIG) TO WS-LIG-ECHANGE
              MOVE WS-CPT-LIG TO WS-CPT-LIG2
              PERFORM UNTIL WS-CPT-LIG2 < 2
                 OR WS-LIG-CLE(WS-CPT-LIG2 - 1) <= WS-ECH-CLE
                 MOVE WS-LIG(WS-CPT-LIG2 - 1) TO WS-LIG(WS-CPT-LIG2)
                 SUBTRACT 1 FROM WS-CPT-LIG2
              END-PERFORM
              MOVE WS-LIG-ECHANGE TO WS-LIG(WS-CPT-LIG2)
           END-PERFORM

           EXIT PROGRAM.

       6500-ECRIT-TRAVAIL.
      *    Ecrit le fichier reconstruit dans le fichier de travail.
           OPEN OUTPUT F-TRAVAIL

           IF FS-TRAVAIL NOT = "00" THEN
              DISPLAY "ARRET : fichier de travail "
                 FUNCTION TRIM(WS-NOM-TRAVAIL) " non créé ("
                 FS-TRAVAIL ")"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-CPT-LIG FROM 1 BY 1
              UNTIL WS-CPT-LIG > WS-NB-LIG
              MOVE WS-LIG-DEPT(WS-CPT-LIG) TO F-TRAVAIL-DEPT
              MOVE WS-LIG-MONTANT(WS-CPT-LIG) TO F-TRAVAIL-MONTANT
              MOVE WS-LIG-DATE(WS-CPT-LIG) TO F-TRAVAIL-DATE
              WRITE F-TRAVAIL-LIGNE
           END-PERFORM

           CLOSE F-TRAVAIL

           EXIT PROGRAM.

       6510-CONTROLE-TRAVAIL.
      *    Relit le fichier de travail : nombre de lignes, et total
      *    du mois de chaque code département rapproché de l'arrondi
      *    du total lu dans le ou les registres de ce code. Un écart
      *    arrête le programme, l'ancien fichier restant en place.
           MOVE 0 TO WS-NB-RELUES
           MOVE "N" TO WS-EOF

           OPEN INPUT F-TRAVAIL
           PERFORM UNTIL FIN-FICHIER
              READ F-TRAVAIL
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-RELUES
                    MOVE F-TRAVAIL-DATE TO WS-SRC-DATE
                    PERFORM 6050-DATE-DU-MOIS
                    IF WS-SRC-JOUR-N > 0 THEN
                       SET WS-TROUVE TO "N"
                       PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
                          UNTIL WS-CPT-SRC > 4 OR TROUVE-OK
                          IF WS-SRC-DEPT(WS-CPT-SRC) = F-TRAVAIL-DEPT
                          THEN
                             SET TROUVE-OK TO TRUE
                             ADD F-TRAVAIL-MONTANT TO
                                WS-SRC-RELU(WS-CPT-SRC)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-TRAVAIL

           IF WS-NB-RELUES NOT = WS-NB-LIG THEN
              DISPLAY "Contrôle : " WS-NB-RELUES " ligne(s) relue(s)"
                 " pour " WS-NB-LIG " écrite(s)"
              ADD 1 TO WS-NB-ANOMALIES
           END-IF

           PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
              UNTIL WS-CPT-SRC > 4
              IF WS-SRC-PREMIERE(WS-CPT-SRC) = WS-CPT-SRC THEN
                 MOVE 0 TO WS-CODE-ATTENDU
                 PERFORM VARYING WS-CPT-SRC2 FROM WS-CPT-SRC BY 1
                    UNTIL WS-CPT-SRC2 > 4
                    IF WS-SRC-PREMIERE(WS-CPT-SRC2) = WS-CPT-SRC THEN
                       ADD WS-SRC-ATTENDU(WS-CPT-SRC2) TO
                          WS-CODE-ATTENDU
                    END-IF
                 END-PERFORM
                 IF WS-SRC-RELU(WS-CPT-SRC) NOT = WS-CODE-ATTENDU
                 THEN
                    DISPLAY "Contrôle : département "
                       WS-SRC-DEPT(WS-CPT-SRC) " relu "
                       WS-SRC-RELU(WS-CPT-SRC) " pour "
                       WS-CODE-ATTENDU " attendu"
                    ADD 1 TO WS-NB-ANOMALIES
                 END-IF
              END-IF
           END-PERFORM

           IF WS-NB-ANOMALIES > 0 THEN
              DISPLAY "ARRET : totaux extraits différents des "
                 "registres, " FUNCTION TRIM(WS-NOM-VENTE)
                 " non remplacé"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXIT PROGRAM.

       6520-REMPLACE-FICHIER.
      *    Le fichier de travail contrôlé remplace le fichier de
      *    l'année, ligne à ligne.
           MOVE "N" TO WS-EOF

           OPEN INPUT F-TRAVAIL
           OPEN OUTPUT F-VENTE
           PERFORM UNTIL FIN-FICHIER
              READ F-TRAVAIL
                 AT END
                    SET FIN-FICHIER TO TRUE
                 NOT AT END
                    MOVE F-TRAVAIL-LIGNE TO F-VENTE-LIGNE
                    WRITE F-VENTE-LIGNE
              END-READ
           END-PERFORM
           CLOSE F-VENTE
           CLOSE F-TRAVAIL

           EXIT PROGRAM.

       6600-BILAN.
      *    Totaux par source : registre (au centime) et extrait (à
      *    l'unité).
           DISPLAY "-- EXTRACTION DES VENTES " WS-PER-MOIS "/"
              WS-PER-ANNEE " --"
           PERFORM VARYING WS-CPT-SRC FROM 1 BY 1
              UNTIL WS-CPT-SRC > 4
              MOVE WS-SRC-REGISTRE(WS-CPT-SRC) TO WS-MONTANT-ED
              MOVE WS-SRC-ATTENDU(WS-CPT-SRC) TO WS-ENTIER-ED
              DISPLAY WS-SRC-DEPT(WS-CPT-SRC) " "
                 WS-SRC-LIBELLE(WS-CPT-SRC)
                 " registre " WS-MONTANT-ED
                 " extrait " WS-ENTIER-ED
                 " (" WS-SRC-NB-LUES(WS-CPT-SRC) " ligne(s) lue(s))"
           END-PERFORM
           DISPLAY "Lignes du mois écrites         : " WS-NB-ECRITES
           DISPLAY "Lignes du mois remplacées      : " WS-NB-REMPLACEES
           DISPLAY "Lignes conservées              : " WS-NB-CONSERVEES
           DISPLAY "  dont lignes non datées       : " WS-NB-NON-DATEES
           DISPLAY "Lignes de source rejetées      : " WS-NB-REJETS
           DISPLAY "  dont plats sans prix         : " WS-NB-SANS-PRIX
           DISPLAY "---------------------------------"

           EXIT PROGRAM.

       8920-LOG-EXPLOITATION.
      *    Ajoute la ligne standard de ce programme au journal
      *    d'exploitation commun (programme;mode;compteurs), comme
      *    les autres programmes de gestion.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

           OPEN EXTEND F-EXPLOIT
           IF FS-EXPLOIT = "35" THEN
              OPEN OUTPUT F-EXPLOIT
           END-IF

           MOVE SPACES TO F-EXPLOIT-LIGNE
           STRING WS-EXP-DATE "-" WS-EXP-HEURE
              ";BD906;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-ECRITES
              ";rejets=" WS-NB-REJETS
              ";anomalies=" WS-NB-ANOMALIES
              ";metier=" WS-DATE-METIER
              DELIMITED BY SIZE
              INTO F-EXPLOIT-LIGNE
           END-STRING
           WRITE F-EXPLOIT-LIGNE

           CLOSE F-EXPLOIT

           EXIT PROGRAM.

       8930-DATE-METIER.
      *    Date métier du passage (service de dates, fonction DM) :
      *    la date système, ou la date forcée par le pilote de chaîne
      *    pour retraiter un jour manqué. Elle remplace la date du
      *    jour dans les traitements ; le journal d'exploitation
      *    porte les deux (horodatage réel et date métier). Une date
      *    future ou inexistante arrête le programme.
           MOVE "DM" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES

           IF NOT DT-OK THEN
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DT-DATE-RESULTAT TO WS-DATE-METIER
           IF DT-DATE-FORCEE THEN
              DISPLAY "DATE METIER FORCEE : " WS-DATE-METIER
           END-IF

           EXIT PROGRAM.

       9998-FIN-NORMAL.
           MOVE "FIN" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD906               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD906.
