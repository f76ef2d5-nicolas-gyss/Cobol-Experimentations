       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD909.

      ***************************************************************
      *    Audit référentiel de la chaîne de nuit : chaque programme
      *    contrôle ses propres fichiers, mais personne ne vérifiait
      *    les règles qui traversent les soldes et les fichiers de
      *    référence partagés. Chaque passage contrôle :
      *      R01 un produit du solde hangar (HangarSolde.txt) absent
      *          du catalogue produits (ProduitsCatalogue.txt) ;
      *      R02 un produit du solde frigos (FrigoSolde.txt) absent
      *          du catalogue produits ;
      *      R03 une ligne de transfert hangar vers cuisine
      *          (TransfertCuisine.txt) destinée à un site que la
      *          gestion des frigos ne gère pas ;
      *      R04 une réservation de banquet encore active
      *          (CellierReservations.txt) sur un cépage/millésime qui
      *          n'est plus au solde du cellier (CellierSolde.txt) ;
      *      R05 une plaque réservée au parking sur plusieurs lots
      *          (ParkingReservations.txt), abonnée ou non
      *          (ParkingAbonnes.txt).
      *    Les écarts sont écrits dans AuditReferentiel.txt, des plus
      *    graves aux moins graves puis par règle, suivis du décompte
      *    par règle. Gravité 1 faible, 2 moyenne, 3 haute,
      *    4 critique, comme la boîte d'alertes ; chaque règle a une
      *    gravité par défaut, réglable (GRAVITE.Rnn, section [BD909]
      *    de Gestion.txt). Dès qu'un écart atteint la gravité
      *    d'arrêt (GRAVITE_ARRET, 3 par défaut, 5 pour ne jamais
      *    arrêter), le programme rend le code retour 16 et le
      *    pilote de chaîne BD000 arrête la nuit à cette étape.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-CATALOGUE ASSIGN TO "./in/ProduitsCatalogue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CATALOGUE.

       SELECT F-HANGAR-SOLDE ASSIGN TO "./in/HangarSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HANGAR-SOLDE.

       SELECT F-FRIGO ASSIGN TO "./in/FrigoSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FRIGO.

       SELECT F-TRANSFERT ASSIGN TO "./out/TransfertCuisine.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRANSFERT.

       SELECT F-CELLIER-SOLDE ASSIGN TO "./out/CellierSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CELLIER-SOLDE.

       SELECT F-RESA ASSIGN TO "./in/CellierReservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESA.

       SELECT F-RESERVATIONS ASSIGN TO "./in/ParkingReservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESERVATIONS.

       SELECT F-ABONNES ASSIGN TO "./in/ParkingAbonnes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ABONNES.

       SELECT F-AUDIT ASSIGN TO "./out/AuditReferentiel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-AUDIT.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-CATALOGUE.
       01 F-CATALOGUE-LIGNE PIC X(60).

       FD F-HANGAR-SOLDE.
       01 F-HANGAR-SOLDE-CURRENT.
           02 HS-DEPOT   PIC 9.
           02 HS-ALLEE   PIC 9.
           02 HS-NIVEAU  PIC 9.
           02 HS-IDM     PIC X(3).
           02 HS-QTE     PIC 9(5).
           02 HS-POIDS   PIC S9(5)V9(2).
           02 HS-DLC     PIC 9(8).

       FD F-FRIGO.
       01 F-FRIGO-CURRENT.
           02 F-FRIGO-SITE    PIC 9.
           02 F-FRIGO-FRIGO   PIC 9.
           02 F-FRIGO-RAYON   PIC 9.
           02 F-FRIGO-EMPL    PIC 9.
           02 F-FRIGO-PLAT    PIC X(3).
           02 F-FRIGO-PRENOM  PIC X(20).
           02 F-FRIGO-DATE    PIC 9(8).
           02 F-FRIGO-ALLERG  PIC X(3).

       FD F-TRANSFERT.
       01 F-TRANSFERT-CURRENT PIC X(30).

       FD F-CELLIER-SOLDE.
       01 F-CELLIER-SOLDE-CURRENT.
           02 CS-REGION-IDX  PIC 9(2).
           02 CS-CEPAGE-IDX  PIC 9(2).
           02 CS-REGION      PIC X(20).
           02 CS-CEPAGE      PIC X(20).
           02 CS-VINTAGE     PIC 9(4).
           02 CS-QTE         PIC 9(3).
           02 CS-APPELLATION PIC X(10).
           02 CS-FOURNISSEUR PIC X(20).
           02 CS-BIN         PIC X(5).

       FD F-RESA.
       01 F-RESA-LIGNE PIC X(60).

       FD F-RESERVATIONS.
       01 F-RESERVATIONS-LIGNE PIC X(40).

       FD F-ABONNES.
       01 F-ABONNES-LIGNE PIC X(30).

       FD F-AUDIT.
       01 F-AUDIT-LIGNE PIC X(120).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-CATALOGUE     PIC X(2).
       01 FS-HANGAR-SOLDE  PIC X(2).
       01 FS-FRIGO         PIC X(2).
       01 FS-TRANSFERT     PIC X(2).
       01 FS-CELLIER-SOLDE PIC X(2).
       01 FS-RESA          PIC X(2).
       01 FS-RESERVATIONS  PIC X(2).
       01 FS-ABONNES       PIC X(2).
       01 FS-AUDIT         PIC X(2).
       01 FS-EXPLOIT       PIC X(2).

       01 WS-DATE-JOUR PIC 9(8).

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

      ***************************************************************
      *    Règles contrôlées : code, libellé, gravité employée (par
      *    défaut ou réglée par BC812) et nombre d'écarts du passage.
      ***************************************************************
       01 WS-NB-REGLES PIC 9 VALUE 5.
       01 WS-REGLES.
           02 WS-REGLE OCCURS 5 TIMES.
              03 WS-REG-CODE    PIC X(3).
              03 WS-REG-LIBELLE PIC X(45).
              03 WS-REG-GRAVITE PIC 9.
              03 WS-REG-NB      PIC 9(5).
       01 WS-CPT-REGLE PIC 9.

      *    Gravité à partir de laquelle la chaîne est arrêtée.
       01 WS-GRAVITE-ARRET PIC 9 VALUE 3.
       01 WS-GRAVITE-MAX   PIC 9 VALUE 0.
       01 WS-GRAVITE-RAP   PIC 9.

       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).

      *    Nombre de sites gérés par la gestion des frigos (BD101) :
      *    un transfert ne peut viser que les sites 1 à WS-NB-SITES.
       01 WS-NB-SITES PIC 9 VALUE 2.

      ***************************************************************
      *    Catalogue produits (codes seuls).
      ***************************************************************
       01 WS-CATALOGUE-TABLE.
           02 WS-CAT-CODE OCCURS 500 TIMES PIC X(3).
       01 WS-NB-CAT   PIC 9(3) VALUE 0.
       01 WS-CPT-CAT  PIC 9(3).
       01 WS-CAT-CODE-TXT PIC X(3).
       01 WS-CAT-PRESENT PIC X(1).
           88 CATALOGUE-CHARGE VALUE "O".
      *    CATALOGUE-CHARGE = 1 : Catalogue lu, R01 et R02 contrôlées.
      *    CATALOGUE-CHARGE = 0 : Pas de catalogue, R01 et R02 ne
      *                           sont pas contrôlées (tout serait en
      *                           écart).

      ***************************************************************
      *    Solde du cellier (couples cépage/millésime).
      ***************************************************************
       01 WS-CELLIER-TABLE.
           02 WS-CEL-ENTREE OCCURS 500 TIMES.
              03 WS-CEL-CEPAGE  PIC X(20).
              03 WS-CEL-VINTAGE PIC 9(4).
       01 WS-NB-CEL  PIC 9(3) VALUE 0.
       01 WS-CPT-CEL PIC 9(3).
       01 WS-CEL-PRESENT PIC X(1).
           88 CELLIER-CHARGE VALUE "O".
      *    CELLIER-CHARGE = 1 : Solde du cellier lu, R04 contrôlée.
      *    CELLIER-CHARGE = 0 : Pas de solde, R04 n'est pas contrôlée.

      *    Réservation de banquet découpée (date évènement;cépage;
      *    millésime;quantité).
       01 WS-RESA-DATE-TXT    PIC X(8).
       01 WS-RESA-CEPAGE-TXT  PIC X(20).
       01 WS-RESA-VINTAGE-TXT PIC X(4).
       01 WS-RESA-QTE-TXT     PIC X(3).
       01 WS-RESA-VINTAGE     PIC 9(4).

      *    Ligne de transfert hangar vers cuisine découpée (code;
      *    quantité;date;site de destination facultatif).
       01 WS-TRF-PLAT-TXT PIC X(3).
       01 WS-TRF-QTE-TXT  PIC X(5).
       01 WS-TRF-DATE-TXT PIC X(8).
       01 WS-TRF-SITE-TXT PIC X(1).

      ***************************************************************
      *    Plaques réservées au parking : premier lot rencontré et
      *    lot en double déjà signalé.
      ***************************************************************
       01 WS-PLAQUES-TABLE.
           02 WS-PLQ-ENTREE OCCURS 200 TIMES.
              03 WS-PLQ-PLAQUE  PIC X(4).
              03 WS-PLQ-LOT     PIC 9.
              03 WS-PLQ-SIGNALE PIC X(1).
       01 WS-NB-PLQ   PIC 9(3) VALUE 0.
       01 WS-CPT-PLQ  PIC 9(3).
       01 WS-RANG-PLQ PIC 9(3).
       01 WS-ABO-ETAT PIC X(18).
       01 WS-RES-NIV-TXT    PIC X(1).
       01 WS-RES-EMP-TXT    PIC X(2).
       01 WS-RES-PLAQUE-TXT PIC X(4).
       01 WS-RES-LOT-TXT    PIC X(1).
       01 WS-RES-LOT        PIC 9.

       01 WS-ABONNES-TABLE.
           02 WS-ABO-PLAQUE OCCURS 200 TIMES PIC X(4).
       01 WS-NB-ABO  PIC 9(3) VALUE 0.
       01 WS-CPT-ABO PIC 9(3).
       01 WS-ABO-PLAQUE-TXT PIC X(4).
       01 WS-ABO-EXPIRE-TXT PIC X(8).

       01 RECHERCHE PIC X.
           88 TROUVE VALUE "O".

      ***************************************************************
      *    Ecarts relevés : règle (rang dans WS-REGLES), fichier en
      *    cause, objet (code, plaque, cépage...) et détail.
      ***************************************************************
       01 WS-ECARTS-TABLE.
           02 WS-ECA-ENTREE OCCURS 1000 TIMES.
              03 WS-ECA-REGLE   PIC 9.
              03 WS-ECA-FICHIER PIC X(24).
              03 WS-ECA-OBJET   PIC X(20).
              03 WS-ECA-DETAIL  PIC X(50).
       01 WS-NB-ECA  PIC 9(4) VALUE 0.
       01 WS-CPT-ECA PIC 9(4).

      *    Ecart en cours de déclaration.
       01 WS-ECA-REGLE-IN   PIC 9.
       01 WS-ECA-FICHIER-IN PIC X(24).
       01 WS-ECA-OBJET-IN   PIC X(20).
       01 WS-ECA-DETAIL-IN  PIC X(50).

      *    Ligne du rapport d'audit.
       01 WS-RAP-LIGNE.
           02 WS-RAP-GRAVITE PIC 9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-RAP-REGLE   PIC X(3).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-RAP-FICHIER PIC X(24).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-RAP-OBJET   PIC X(20).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-RAP-DETAIL  PIC X(50).

       01 WS-SYN-LIGNE.
           02 WS-SYN-REGLE   PIC X(3).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-SYN-LIBELLE PIC X(45).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-SYN-GRAVITE PIC 9.
           02 FILLER         PIC X(4) VALUE SPACES.
           02 WS-SYN-NB      PIC Z(4)9.

      *    Compteurs de l'exécution.
       01 WS-NB-LUS       PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS    PIC 9(5) VALUE 0.
       01 WS-NB-BLOQUANTS PIC 9(5) VALUE 0.
       01 WS-NB-CONFORMES PIC 9(5) VALUE 0.

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

           MOVE WS-DATE-METIER TO WS-DATE-JOUR.

           PERFORM 6000-INIT-REGLES.
           PERFORM 6010-CHARGE-CONFIGURATION.

      *    Fichiers de référence.
           PERFORM 6020-CHARGE-CATALOGUE.
           PERFORM 6030-CHARGE-CELLIER.
           PERFORM 6040-CHARGE-ABONNES.

      *    Contrôle des règles.
           PERFORM 6100-HANGAR-CATALOGUE.
           PERFORM 6110-FRIGO-CATALOGUE.
           PERFORM 6120-TRANSFERT-SITE.
           PERFORM 6130-RESERVATION-CELLIER.
           PERFORM 6140-PLAQUE-LOTS.

           PERFORM 6300-ECRIT-RAPPORT.

           DISPLAY "-- AUDIT REFERENTIEL --"
           DISPLAY "Lignes contrôlées          : " WS-NB-LUS
           PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
              UNTIL WS-CPT-REGLE > WS-NB-REGLES
              DISPLAY "  " WS-REG-CODE(WS-CPT-REGLE) " gravité "
                 WS-REG-GRAVITE(WS-CPT-REGLE) " : "
                 WS-REG-NB(WS-CPT-REGLE) " écart(s)"
           END-PERFORM
           DISPLAY "Ecarts                     : " WS-NB-ECARTS
           DISPLAY "Gravité maximale           : " WS-GRAVITE-MAX
           DISPLAY "Gravité d'arrêt            : " WS-GRAVITE-ARRET
           DISPLAY "Rapport : ./out/AuditReferentiel.txt"

      *    Un écart à la gravité d'arrêt fait tomber l'étape : le
      *    pilote de chaîne ne lance pas la suite et reprendra à
      *    l'audit une fois les fichiers corrigés.
           IF WS-NB-BLOQUANTS > 0 THEN
              DISPLAY "ARRET : " WS-NB-BLOQUANTS
                 " écart(s) de gravité " WS-GRAVITE-ARRET
                 " ou plus, chaîne arrêtée"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

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
           DISPLAY "* LANCEMENT PROGRAMME : BD909         *".
           DISPLAY "* Audit référentiel de nuit           *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-INIT-REGLES.
      *    Règles contrôlées et leur gravité par défaut.
           MOVE "R01" TO WS-REG-CODE(1)
           MOVE "Produit hangar absent du catalogue"
              TO WS-REG-LIBELLE(1)
           MOVE 2 TO WS-REG-GRAVITE(1)
           MOVE "R02" TO WS-REG-CODE(2)
           MOVE "Produit frigo absent du catalogue"
              TO WS-REG-LIBELLE(2)
           MOVE 2 TO WS-REG-GRAVITE(2)
           MOVE "R03" TO WS-REG-CODE(3)
           MOVE "Transfert cuisine vers un site non géré"
              TO WS-REG-LIBELLE(3)
           MOVE 3 TO WS-REG-GRAVITE(3)
           MOVE "R04" TO WS-REG-CODE(4)
           MOVE "Réservation sur un vin sorti du cellier"
              TO WS-REG-LIBELLE(4)
           MOVE 2 TO WS-REG-GRAVITE(4)
           MOVE "R05" TO WS-REG-CODE(5)
           MOVE "Plaque réservée sur plusieurs lots"
              TO WS-REG-LIBELLE(5)
           MOVE 2 TO WS-REG-GRAVITE(5)

           PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
              UNTIL WS-CPT-REGLE > WS-NB-REGLES
              MOVE 0 TO WS-REG-NB(WS-CPT-REGLE)
           END-PERFORM

           EXIT PROGRAM.

       6010-CHARGE-CONFIGURATION.
      *    GRAVITE_ARRET (1 à 5) et GRAVITE.R01 à GRAVITE.R05 (1 à 4)
      *    lus dans la section [BD909] de Gestion.txt par le service
      *    BC812.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD909" TO CF-PROGRAMME

           MOVE "N" TO WS-CFGR-TYPE
           MOVE "GRAVITE_ARRET" TO WS-CFGR-CLE
           MOVE 1 TO WS-CFGR-MIN
           MOVE 5 TO WS-CFGR-MAX
           PERFORM 6011-AJOUT-REGLE
           MOVE 4 TO WS-CFGR-MAX
           PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
              UNTIL WS-CPT-REGLE > WS-NB-REGLES
              MOVE SPACES TO WS-CFGR-CLE
              STRING "GRAVITE." WS-REG-CODE(WS-CPT-REGLE)
                 DELIMITED BY SIZE
                 INTO WS-CFGR-CLE
              END-STRING
              PERFORM 6011-AJOUT-REGLE
           END-PERFORM

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD909]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              MOVE "GRAVITE_ARRET" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-GRAVITE-ARRET
              END-IF
              PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
                 UNTIL WS-CPT-REGLE > WS-NB-REGLES
                 MOVE SPACES TO CF-CHERCHE
                 STRING "GRAVITE." WS-REG-CODE(WS-CPT-REGLE)
                    DELIMITED BY SIZE
                    INTO CF-CHERCHE
                 END-STRING
                 CALL "BC812" USING CF-PARAMETRES
                 IF CF-CLE-TROUVEE THEN
                    MOVE CF-NUM TO WS-REG-GRAVITE(WS-CPT-REGLE)
                 END-IF
              END-PERFORM
           END-IF

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           MOVE "GRAVITE_ARRET" TO CF-CHERCHE
           MOVE WS-GRAVITE-ARRET TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
              UNTIL WS-CPT-REGLE > WS-NB-REGLES
              MOVE SPACES TO CF-CHERCHE
              STRING "GRAVITE." WS-REG-CODE(WS-CPT-REGLE)
                 DELIMITED BY SIZE
                 INTO CF-CHERCHE
              END-STRING
              MOVE WS-REG-GRAVITE(WS-CPT-REGLE) TO CF-NUM
              CALL "BC812" USING CF-PARAMETRES
           END-PERFORM
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6011-AJOUT-REGLE.
      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

       6020-CHARGE-CATALOGUE.
      *    Codes du catalogue produits (premier champ de chaque
      *    ligne code;description;...).
           MOVE "N" TO WS-CAT-PRESENT
           OPEN INPUT F-CATALOGUE

           IF FS-CATALOGUE = "00" THEN
              SET CATALOGUE-CHARGE TO TRUE
              PERFORM UNTIL FS-CATALOGUE = "10"
                 READ F-CATALOGUE INTO F-CATALOGUE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CAT-CODE-TXT
                       UNSTRING F-CATALOGUE-LIGNE DELIMITED BY ";"
                          INTO WS-CAT-CODE-TXT
                       END-UNSTRING
                       IF WS-CAT-CODE-TXT NOT = SPACES
                          AND WS-NB-CAT < 500 THEN
                          ADD 1 TO WS-NB-CAT
                          MOVE WS-CAT-CODE-TXT TO WS-CAT-CODE(WS-NB-CAT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CATALOGUE
           ELSE
              DISPLAY "Pas de catalogue produits : règles R01 et R02 "
                 "non contrôlées."
           END-IF

           EXIT PROGRAM.

       6025-CHERCHE-CATALOGUE.
      *    Le code WS-CAT-CODE-TXT est-il au catalogue ?
           MOVE "N" TO RECHERCHE
           PERFORM VARYING WS-CPT-CAT FROM 1 BY 1
              UNTIL WS-CPT-CAT > WS-NB-CAT OR TROUVE
              IF WS-CAT-CODE(WS-CPT-CAT) = WS-CAT-CODE-TXT THEN
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6030-CHARGE-CELLIER.
      *    Couples cépage/millésime présents au solde du cellier,
      *    quelle que soit la quantité restante.
           MOVE "N" TO WS-CEL-PRESENT
           OPEN INPUT F-CELLIER-SOLDE

           IF FS-CELLIER-SOLDE = "00" THEN
              SET CELLIER-CHARGE TO TRUE
              PERFORM UNTIL FS-CELLIER-SOLDE = "10"
                 READ F-CELLIER-SOLDE
                    NOT AT END
                       IF WS-NB-CEL < 500 THEN
                          ADD 1 TO WS-NB-CEL
                          MOVE CS-CEPAGE TO WS-CEL-CEPAGE(WS-NB-CEL)
                          IF CS-VINTAGE IS NUMERIC THEN
                             MOVE CS-VINTAGE TO
                                WS-CEL-VINTAGE(WS-NB-CEL)
                          ELSE
                             MOVE 0 TO WS-CEL-VINTAGE(WS-NB-CEL)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CELLIER-SOLDE
           ELSE
              DISPLAY "Pas de solde du cellier : règle R04 non contrô"
                 "lée."
           END-IF

           EXIT PROGRAM.

       6040-CHARGE-ABONNES.
      *    Plaques des abonnés du parking (plaque;expiration;client),
      *    pour préciser les plaques en double de R05.
           OPEN INPUT F-ABONNES

           IF FS-ABONNES = "00" THEN
              PERFORM UNTIL FS-ABONNES = "10"
                 READ F-ABONNES INTO F-ABONNES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ABO-PLAQUE-TXT
                       MOVE SPACES TO WS-ABO-EXPIRE-TXT
                       UNSTRING F-ABONNES-LIGNE DELIMITED BY ";"
                          INTO WS-ABO-PLAQUE-TXT
                               WS-ABO-EXPIRE-TXT
                       END-UNSTRING
                       IF WS-ABO-EXPIRE-TXT IS NUMERIC
                          AND WS-NB-ABO < 200 THEN
                          ADD 1 TO WS-NB-ABO
                          MOVE WS-ABO-PLAQUE-TXT TO
                             WS-ABO-PLAQUE(WS-NB-ABO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ABONNES
           END-IF

           EXIT PROGRAM.

       6100-HANGAR-CATALOGUE.
      *    R01 : chaque emplacement occupé du hangar doit porter un
      *    produit du catalogue.
           IF CATALOGUE-CHARGE THEN
              OPEN INPUT F-HANGAR-SOLDE
              IF FS-HANGAR-SOLDE = "00" THEN
                 PERFORM UNTIL FS-HANGAR-SOLDE = "10"
                    READ F-HANGAR-SOLDE
                       NOT AT END
                          IF HS-IDM NOT = SPACES THEN
                             ADD 1 TO WS-NB-LUS
                             MOVE HS-IDM TO WS-CAT-CODE-TXT
                             PERFORM 6025-CHERCHE-CATALOGUE
                             IF NOT TROUVE THEN
                                MOVE 1 TO WS-ECA-REGLE-IN
                                MOVE "HangarSolde.txt" TO
                                   WS-ECA-FICHIER-IN
                                MOVE HS-IDM TO WS-ECA-OBJET-IN
                                MOVE SPACES TO WS-ECA-DETAIL-IN
                                STRING "dépôt " HS-DEPOT " allée "
                                   HS-ALLEE " niveau " HS-NIVEAU
                                   " qté " HS-QTE
                                   DELIMITED BY SIZE
                                   INTO WS-ECA-DETAIL-IN
                                END-STRING
                                PERFORM 6200-AJOUT-ECART
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-HANGAR-SOLDE
              END-IF
           END-IF

           EXIT PROGRAM.

       6110-FRIGO-CATALOGUE.
      *    R02 : chaque emplacement occupé des frigos doit porter un
      *    produit du catalogue.
           IF CATALOGUE-CHARGE THEN
              OPEN INPUT F-FRIGO
              IF FS-FRIGO = "00" THEN
                 PERFORM UNTIL FS-FRIGO = "10"
                    READ F-FRIGO
                       NOT AT END
                          IF F-FRIGO-PLAT NOT = SPACES THEN
                             ADD 1 TO WS-NB-LUS
                             MOVE F-FRIGO-PLAT TO WS-CAT-CODE-TXT
                             PERFORM 6025-CHERCHE-CATALOGUE
                             IF NOT TROUVE THEN
                                MOVE 2 TO WS-ECA-REGLE-IN
                                MOVE "FrigoSolde.txt" TO
                                   WS-ECA-FICHIER-IN
                                MOVE F-FRIGO-PLAT TO WS-ECA-OBJET-IN
                                MOVE SPACES TO WS-ECA-DETAIL-IN
                                STRING "site " F-FRIGO-SITE " frigo "
                                   F-FRIGO-FRIGO " rayon "
                                   F-FRIGO-RAYON " empl "
                                   F-FRIGO-EMPL
                                   DELIMITED BY SIZE
                                   INTO WS-ECA-DETAIL-IN
                                END-STRING
                                PERFORM 6200-AJOUT-ECART
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-FRIGO
              END-IF
           END-IF

           EXIT PROGRAM.

       6120-TRANSFERT-SITE.
      *    R03 : une ligne de transfert sans site va au site 1 ; un
      *    site indiqué doit être un des sites de la gestion des
      *    frigos, sinon la ligne n'est jamais déposée.
           OPEN INPUT F-TRANSFERT

           IF FS-TRANSFERT = "00" THEN
              PERFORM UNTIL FS-TRANSFERT = "10"
                 READ F-TRANSFERT INTO F-TRANSFERT-CURRENT
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE SPACES TO WS-TRF-PLAT-TXT
                       MOVE SPACES TO WS-TRF-QTE-TXT
                       MOVE SPACES TO WS-TRF-DATE-TXT
                       MOVE SPACE TO WS-TRF-SITE-TXT
                       UNSTRING F-TRANSFERT-CURRENT DELIMITED BY ";"
                          INTO WS-TRF-PLAT-TXT
                               WS-TRF-QTE-TXT
                               WS-TRF-DATE-TXT
                               WS-TRF-SITE-TXT
                       END-UNSTRING

                       IF WS-TRF-SITE-TXT NOT = SPACE THEN
                          IF WS-TRF-SITE-TXT IS NOT NUMERIC
                             OR WS-TRF-SITE-TXT = "0"
                             OR WS-TRF-SITE-TXT > WS-NB-SITES THEN
                             MOVE 3 TO WS-ECA-REGLE-IN
                             MOVE "TransfertCuisine.txt" TO
                                WS-ECA-FICHIER-IN
                             MOVE WS-TRF-PLAT-TXT TO WS-ECA-OBJET-IN
                             MOVE SPACES TO WS-ECA-DETAIL-IN
                             STRING "site " WS-TRF-SITE-TXT
                                " (sites 1 à " WS-NB-SITES ") du "
                                WS-TRF-DATE-TXT
                                DELIMITED BY SIZE
                                INTO WS-ECA-DETAIL-IN
                             END-STRING
                             PERFORM 6200-AJOUT-ECART
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TRANSFERT
           END-IF

           EXIT PROGRAM.

       6130-RESERVATION-CELLIER.
      *    R04 : une réservation de banquet encore active (évènement
      *    à venir) doit viser un cépage/millésime du solde du
      *    cellier. Les réservations passées sont libérées par la
      *    gestion du cellier et ne sont pas contrôlées.
           IF CELLIER-CHARGE THEN
              OPEN INPUT F-RESA
              IF FS-RESA = "00" THEN
                 PERFORM UNTIL FS-RESA = "10"
                    READ F-RESA INTO F-RESA-LIGNE
                       NOT AT END
                          MOVE SPACES TO WS-RESA-DATE-TXT
                          MOVE SPACES TO WS-RESA-CEPAGE-TXT
                          MOVE SPACES TO WS-RESA-VINTAGE-TXT
                          UNSTRING F-RESA-LIGNE DELIMITED BY ";"
                             INTO WS-RESA-DATE-TXT
                                  WS-RESA-CEPAGE-TXT
                                  WS-RESA-VINTAGE-TXT
                                  WS-RESA-QTE-TXT
                          END-UNSTRING
                          IF WS-RESA-DATE-TXT IS NUMERIC
                             AND WS-RESA-DATE-TXT >= WS-DATE-JOUR THEN
                             ADD 1 TO WS-NB-LUS
                             PERFORM 6135-CHERCHE-CELLIER
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-RESA
              END-IF
           END-IF

           EXIT PROGRAM.

       6135-CHERCHE-CELLIER.
      *    Cherche le cépage/millésime de la réservation courante au
      *    solde du cellier.
           MOVE 0 TO WS-RESA-VINTAGE
           IF WS-RESA-VINTAGE-TXT IS NUMERIC THEN
              MOVE WS-RESA-VINTAGE-TXT TO WS-RESA-VINTAGE
           END-IF

           MOVE "N" TO RECHERCHE
           PERFORM VARYING WS-CPT-CEL FROM 1 BY 1
              UNTIL WS-CPT-CEL > WS-NB-CEL OR TROUVE
              IF WS-CEL-CEPAGE(WS-CPT-CEL) = WS-RESA-CEPAGE-TXT
                 AND WS-CEL-VINTAGE(WS-CPT-CEL) = WS-RESA-VINTAGE THEN
                 SET TROUVE TO TRUE
              END-IF
           END-PERFORM

           IF NOT TROUVE THEN
              MOVE 4 TO WS-ECA-REGLE-IN
              MOVE "CellierReservations.txt" TO WS-ECA-FICHIER-IN
              MOVE WS-RESA-CEPAGE-TXT TO WS-ECA-OBJET-IN
              MOVE SPACES TO WS-ECA-DETAIL-IN
              STRING "millésime " WS-RESA-VINTAGE-TXT
                 " évènement du " WS-RESA-DATE-TXT
                 " qté " WS-RESA-QTE-TXT
                 DELIMITED BY SIZE
                 INTO WS-ECA-DETAIL-IN
              END-STRING
              PERFORM 6200-AJOUT-ECART
           END-IF

           EXIT PROGRAM.

       6140-PLAQUE-LOTS.
      *    R05 : une plaque ne doit être réservée que dans un seul
      *    lot du parking (niveau;emplacement;plaque;lot, lot 1 par
      *    défaut comme à la gestion du parking). Chaque plaque en
      *    double n'est signalée qu'une fois.
           OPEN INPUT F-RESERVATIONS

           IF FS-RESERVATIONS = "00" THEN
              PERFORM UNTIL FS-RESERVATIONS = "10"
                 READ F-RESERVATIONS INTO F-RESERVATIONS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-RES-PLAQUE-TXT
                       MOVE SPACE TO WS-RES-LOT-TXT
                       UNSTRING F-RESERVATIONS-LIGNE DELIMITED BY ";"
                          INTO WS-RES-NIV-TXT
                               WS-RES-EMP-TXT
                               WS-RES-PLAQUE-TXT
                               WS-RES-LOT-TXT
                       END-UNSTRING
                       IF WS-RES-PLAQUE-TXT NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          IF WS-RES-LOT-TXT IS NUMERIC
                             AND WS-RES-LOT-TXT >= "1"
                             AND WS-RES-LOT-TXT <= "2" THEN
                             MOVE WS-RES-LOT-TXT TO WS-RES-LOT
                          ELSE
                             MOVE 1 TO WS-RES-LOT
                          END-IF
                          PERFORM 6145-CONTROLE-PLAQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RESERVATIONS
           END-IF

           EXIT PROGRAM.

       6145-CONTROLE-PLAQUE.
      *    Note le lot de la plaque à sa première réservation ; une
      *    réservation sur un autre lot est un écart.
           MOVE "N" TO RECHERCHE
           MOVE 0 TO WS-RANG-PLQ
           PERFORM VARYING WS-CPT-PLQ FROM 1 BY 1
              UNTIL WS-CPT-PLQ > WS-NB-PLQ OR TROUVE
              IF WS-PLQ-PLAQUE(WS-CPT-PLQ) = WS-RES-PLAQUE-TXT THEN
                 SET TROUVE TO TRUE
                 MOVE WS-CPT-PLQ TO WS-RANG-PLQ
              END-IF
           END-PERFORM

           IF NOT TROUVE THEN
              IF WS-NB-PLQ < 200 THEN
                 ADD 1 TO WS-NB-PLQ
                 MOVE WS-RES-PLAQUE-TXT TO WS-PLQ-PLAQUE(WS-NB-PLQ)
                 MOVE WS-RES-LOT TO WS-PLQ-LOT(WS-NB-PLQ)
                 MOVE "N" TO WS-PLQ-SIGNALE(WS-NB-PLQ)
              END-IF
           ELSE
              IF WS-PLQ-LOT(WS-RANG-PLQ) NOT = WS-RES-LOT
                 AND WS-PLQ-SIGNALE(WS-RANG-PLQ) = "N" THEN
                 MOVE "O" TO WS-PLQ-SIGNALE(WS-RANG-PLQ)

                 MOVE "N" TO RECHERCHE
                 PERFORM VARYING WS-CPT-ABO FROM 1 BY 1
                    UNTIL WS-CPT-ABO > WS-NB-ABO OR TROUVE
                    IF WS-ABO-PLAQUE(WS-CPT-ABO) = WS-RES-PLAQUE-TXT
                       THEN
                       SET TROUVE TO TRUE
                    END-IF
                 END-PERFORM
                 IF TROUVE THEN
                    MOVE "plaque abonnée" TO WS-ABO-ETAT
                 ELSE
                    MOVE "plaque non abonnée" TO WS-ABO-ETAT
                 END-IF

                 MOVE 5 TO WS-ECA-REGLE-IN
                 MOVE "ParkingReservations.txt" TO WS-ECA-FICHIER-IN
                 MOVE WS-RES-PLAQUE-TXT TO WS-ECA-OBJET-IN
                 MOVE SPACES TO WS-ECA-DETAIL-IN
                 STRING "lots " WS-PLQ-LOT(WS-RANG-PLQ) " et "
                    WS-RES-LOT ", " WS-ABO-ETAT
                    DELIMITED BY SIZE
                    INTO WS-ECA-DETAIL-IN
                 END-STRING

                 PERFORM 6200-AJOUT-ECART
              END-IF
           END-IF

           EXIT PROGRAM.

       6200-AJOUT-ECART.
      *    Enregistre l'écart WS-ECA-*-IN à la gravité de sa règle.
           ADD 1 TO WS-NB-ECARTS
           ADD 1 TO WS-REG-NB(WS-ECA-REGLE-IN)

           IF WS-REG-GRAVITE(WS-ECA-REGLE-IN) > WS-GRAVITE-MAX THEN
              MOVE WS-REG-GRAVITE(WS-ECA-REGLE-IN) TO WS-GRAVITE-MAX
           END-IF
           IF WS-REG-GRAVITE(WS-ECA-REGLE-IN) >= WS-GRAVITE-ARRET THEN
              ADD 1 TO WS-NB-BLOQUANTS
           END-IF

           IF WS-NB-ECA < 1000 THEN
              ADD 1 TO WS-NB-ECA
              MOVE WS-ECA-REGLE-IN TO WS-ECA-REGLE(WS-NB-ECA)
              MOVE WS-ECA-FICHIER-IN TO WS-ECA-FICHIER(WS-NB-ECA)
              MOVE WS-ECA-OBJET-IN TO WS-ECA-OBJET(WS-NB-ECA)
              MOVE WS-ECA-DETAIL-IN TO WS-ECA-DETAIL(WS-NB-ECA)
           END-IF

           EXIT PROGRAM.

       6300-ECRIT-RAPPORT.
      *    Rapport d'audit : écarts des plus graves aux moins graves,
      *    par règle à gravité égale, puis décompte par règle.
           OPEN OUTPUT F-AUDIT

           MOVE SPACES TO F-AUDIT-LIGNE
           STRING "AUDIT REFERENTIEL DU " WS-DATE-JOUR
              " - GRAVITE D'ARRET " WS-GRAVITE-ARRET
              DELIMITED BY SIZE
              INTO F-AUDIT-LIGNE
           END-STRING
           WRITE F-AUDIT-LIGNE

           MOVE SPACES TO F-AUDIT-LIGNE
           STRING "G  REG  FICHIER                  OBJET            "
              "    DETAIL"
              DELIMITED BY SIZE
              INTO F-AUDIT-LIGNE
           END-STRING
           WRITE F-AUDIT-LIGNE

           PERFORM VARYING WS-GRAVITE-RAP FROM 4 BY -1
              UNTIL WS-GRAVITE-RAP < 1
              PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
                 UNTIL WS-CPT-REGLE > WS-NB-REGLES
                 IF WS-REG-GRAVITE(WS-CPT-REGLE) = WS-GRAVITE-RAP
                    AND WS-REG-NB(WS-CPT-REGLE) > 0 THEN
                    PERFORM 6310-ECRIT-ECARTS-REGLE
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-NB-ECA < WS-NB-ECARTS THEN
              MOVE SPACES TO F-AUDIT-LIGNE
              STRING "... écarts au-delà de 1000 non détaillés, "
                 "voir le décompte"
                 DELIMITED BY SIZE
                 INTO F-AUDIT-LIGNE
              END-STRING
              WRITE F-AUDIT-LIGNE
           END-IF

           MOVE SPACES TO F-AUDIT-LIGNE
           WRITE F-AUDIT-LIGNE
           MOVE SPACES TO F-AUDIT-LIGNE
           STRING "REG  REGLE                                          "
              "G   ECARTS"
              DELIMITED BY SIZE
              INTO F-AUDIT-LIGNE
           END-STRING
           WRITE F-AUDIT-LIGNE

           PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
              UNTIL WS-CPT-REGLE > WS-NB-REGLES
              MOVE WS-REG-CODE(WS-CPT-REGLE) TO WS-SYN-REGLE
              MOVE WS-REG-LIBELLE(WS-CPT-REGLE) TO WS-SYN-LIBELLE
              MOVE WS-REG-GRAVITE(WS-CPT-REGLE) TO WS-SYN-GRAVITE
              MOVE WS-REG-NB(WS-CPT-REGLE) TO WS-SYN-NB
              MOVE WS-SYN-LIGNE TO F-AUDIT-LIGNE
              WRITE F-AUDIT-LIGNE
           END-PERFORM

           MOVE SPACES TO F-AUDIT-LIGNE
           IF WS-NB-BLOQUANTS > 0 THEN
              STRING "CHAINE ARRETEE : " WS-NB-BLOQUANTS
                 " écart(s) de gravité " WS-GRAVITE-ARRET " ou plus"
                 DELIMITED BY SIZE
                 INTO F-AUDIT-LIGNE
              END-STRING
           ELSE
              STRING "CHAINE POURSUIVIE : aucun écart de gravité "
                 WS-GRAVITE-ARRET " ou plus"
                 DELIMITED BY SIZE
                 INTO F-AUDIT-LIGNE
              END-STRING
           END-IF
           WRITE F-AUDIT-LIGNE

           CLOSE F-AUDIT

           EXIT PROGRAM.

       6310-ECRIT-ECARTS-REGLE.
      *    Lignes d'écart de la règle WS-CPT-REGLE.
           PERFORM VARYING WS-CPT-ECA FROM 1 BY 1
              UNTIL WS-CPT-ECA > WS-NB-ECA
              IF WS-ECA-REGLE(WS-CPT-ECA) = WS-CPT-REGLE THEN
                 MOVE WS-GRAVITE-RAP TO WS-RAP-GRAVITE
                 MOVE WS-REG-CODE(WS-CPT-REGLE) TO WS-RAP-REGLE
                 MOVE WS-ECA-FICHIER(WS-CPT-ECA) TO WS-RAP-FICHIER
                 MOVE WS-ECA-OBJET(WS-CPT-ECA) TO WS-RAP-OBJET
                 MOVE WS-ECA-DETAIL(WS-CPT-ECA) TO WS-RAP-DETAIL
                 MOVE WS-RAP-LIGNE TO F-AUDIT-LIGNE
                 WRITE F-AUDIT-LIGNE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       8920-LOG-EXPLOITATION.
      *    Ajoute la ligne standard de ce programme au journal
      *    d'exploitation commun (programme;mode;compteurs), comme
      *    les autres programmes de gestion.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

      *    Une ligne contrôlée donne au plus un écart.
           IF WS-NB-LUS > WS-NB-ECARTS THEN
              COMPUTE WS-NB-CONFORMES = WS-NB-LUS - WS-NB-ECARTS
           ELSE
              MOVE 0 TO WS-NB-CONFORMES
           END-IF

           OPEN EXTEND F-EXPLOIT
           IF FS-EXPLOIT = "35" THEN
              OPEN OUTPUT F-EXPLOIT
           END-IF

           MOVE SPACES TO F-EXPLOIT-LIGNE
           STRING WS-EXP-DATE "-" WS-EXP-HEURE
              ";BD909;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-CONFORMES
              ";rejets=" WS-NB-BLOQUANTS
              ";anomalies=" WS-NB-ECARTS
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
           DISPLAY "* FIN PROGRAMME : BD909               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD909.
