       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD908.

      ***************************************************************
      *    Compte de points fidélité des clients : un habitué se gare
      *    au parking (BC802), achète des bouteilles ou des verres au
      *    cellier (BD501) et mange au restaurant (caisse lue par
      *    BD101), sans que l'on sache que c'est la même personne.
      *    Le compte est tenu par id client de lectureClient
      *    (clients.txt, clients2.txt), avec les liens suivants :
      *      - plaques : troisième champ facultatif des abonnés du
      *        parking (ParkingAbonnes.txt : plaque;expiration;
      *        client) et sixième champ facultatif des comptes
      *        entreprises (ParkingComptes.txt, ligne C;code;
      *        société;adresse;remise;client) dont les lignes
      *        P;plaque;code rattachent les plaques ;
      *      - cellier : numéro de client porté sur la vente
      *        (RegistreVentesJour.txt, cinquième champ) ;
      *      - restaurant : tickets de caisse rattachés à un client
      *        au passage de la carte (FideliteTickets.txt :
      *        ticket;client), valorisés au prix des plats
      *        (PrixPlats.txt).
      *    Chaque passage reprend les nouvelles lignes des registres
      *    (reçus du parking, séjours des comptes, ventes du
      *    cellier, ventes de la caisse) depuis le pointage du
      *    passage précédent (FidelitePointage.txt) et crédite des
      *    points par euro dépensé selon le barème de la section
      *    [BD908] de Gestion.txt (POINTS_PARKING, POINTS_BOUTEILLE,
      *    POINTS_VERRE, POINTS_CUISINE, VALEUR_POINT en euros pour
      *    le passif). Les utilisations de points
      *    (FideliteUtilisations.txt : client;date;points;motif)
      *    sont débitées si le solde les couvre. Tout mouvement est
      *    écrit au grand livre des points (FideliteGrandLivre.txt),
      *    qui fait foi pour les soldes. Sont produits le relevé
      *    mensuel par membre (FideliteReleveAAAAMM.txt, mois saisi
      *    ou mois précédent par défaut) et l'état du passif des
      *    points pour le comptable (FidelitePassif.txt).
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichiers clients de lectureClient (clients.txt puis
      *    clients2.txt).
       SELECT F-CLIENTS ASSIGN TO DYNAMIC WS-NOM-CLIENTS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CLIENTS.

      *    Liens plaques et tickets vers les clients.
       SELECT F-ABONNES ASSIGN TO "./in/ParkingAbonnes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ABONNES.

       SELECT F-COMPTES ASSIGN TO "./in/ParkingComptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMPTES.

       SELECT F-TICKETS ASSIGN TO "./in/FideliteTickets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TICKETS.

      *    Registres des dépenses.
       SELECT F-RECUS ASSIGN TO "./out/ParkingRecus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECUS.

       SELECT F-SEJOURS ASSIGN TO "./out/ParkingSejoursComptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SEJOURS.

       SELECT F-VIN ASSIGN TO "./out/RegistreVentesJour.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VIN.

       SELECT F-CAISSE ASSIGN TO "./out/CaisseVentesHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAISSE.

       SELECT F-PRIX-PLATS ASSIGN TO "./in/PrixPlats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PRIX-PLATS.

       SELECT F-UTILISATIONS ASSIGN TO "./in/FideliteUtilisations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-UTILISATIONS.

      *    Pointage, grand livre, anomalies et états produits.
       SELECT F-POINTAGE ASSIGN TO "./out/FidelitePointage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-POINTAGE.

       SELECT F-LIVRE ASSIGN TO "./out/FideliteGrandLivre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-LIVRE.

       SELECT F-EXCEPTIONS ASSIGN TO "./out/FideliteExceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXCEPTIONS.

       SELECT F-RELEVE ASSIGN TO DYNAMIC WS-NOM-RELEVE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RELEVE.

       SELECT F-PASSIF ASSIGN TO "./out/FidelitePassif.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PASSIF.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-CLIENTS.
       01 F-CLIENTS-LIGNE PIC X(54).

       FD F-ABONNES.
       01 F-ABONNES-LIGNE PIC X(30).

       FD F-COMPTES.
       01 F-COMPTES-LIGNE PIC X(120).

       FD F-TICKETS.
       01 F-TICKETS-LIGNE PIC X(30).

       FD F-RECUS.
       01 F-RECUS-LIGNE PIC X(120).

       FD F-SEJOURS.
       01 F-SEJOURS-LIGNE PIC X(100).

       FD F-VIN.
       01 F-VIN-LIGNE PIC X(50).

       FD F-CAISSE.
       01 F-CAISSE-LIGNE PIC X(50).

       FD F-PRIX-PLATS.
       01 F-PRIX-PLATS-LIGNE PIC X(20).

       FD F-UTILISATIONS.
       01 F-UTILISATIONS-LIGNE PIC X(60).

       FD F-POINTAGE.
       01 F-POINTAGE-LIGNE PIC X(30).

       FD F-LIVRE.
       01 F-LIVRE-LIGNE PIC X(60).

       FD F-EXCEPTIONS.
       01 F-EXCEPTIONS-LIGNE PIC X(100).

       FD F-RELEVE.
       01 F-RELEVE-LIGNE PIC X(80).

       FD F-PASSIF.
       01 F-PASSIF-LIGNE PIC X(80).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-CLIENTS      PIC X(2).
       01 FS-ABONNES      PIC X(2).
       01 FS-COMPTES      PIC X(2).
       01 FS-TICKETS      PIC X(2).
       01 FS-RECUS        PIC X(2).
       01 FS-SEJOURS      PIC X(2).
       01 FS-VIN          PIC X(2).
       01 FS-CAISSE       PIC X(2).
       01 FS-PRIX-PLATS   PIC X(2).
       01 FS-UTILISATIONS PIC X(2).
       01 FS-POINTAGE     PIC X(2).
       01 FS-LIVRE        PIC X(2).
       01 FS-EXCEPTIONS   PIC X(2).
       01 FS-RELEVE       PIC X(2).
       01 FS-PASSIF       PIC X(2).
       01 FS-EXPLOIT      PIC X(2).

       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           02 WS-DJ-ANNEE PIC 9(4).
           02 WS-DJ-MOIS  PIC 9(2).
           02 WS-DJ-JOUR  PIC 9(2).

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
      *    Barème : points par euro dépensé pour chaque source et
      *    valeur d'un point en euros (passif), réglés par BC812.
      ***************************************************************
       01 WS-BAREME.
           02 WS-BAR-PARKING   PIC 9(3)V9(3) VALUE 1.
           02 WS-BAR-BOUTEILLE PIC 9(3)V9(3) VALUE 2.
           02 WS-BAR-VERRE     PIC 9(3)V9(3) VALUE 2.
           02 WS-BAR-CUISINE   PIC 9(3)V9(3) VALUE 1.
           02 WS-BAR-VALEUR    PIC 9(2)V9(4) VALUE 0.01.
       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).

      *    Mois du relevé (AAAAMM) et nom du relevé.
       01 WS-SAISIE PIC X(10).
       01 WS-PERIODE-X PIC X(6).
       01 WS-PERIODE-R REDEFINES WS-PERIODE-X.
           02 WS-PER-ANNEE PIC 9(4).
           02 WS-PER-MOIS  PIC 9(2).
       01 WS-NOM-RELEVE PIC X(40).

      ***************************************************************
      *    Membres : clients des fichiers de lectureClient, et
      *    clients encore présents au grand livre sans y être. Le
      *    solde est tenu par membre.
      ***************************************************************
       01 WS-NOM-CLIENTS PIC X(30).
       01 WS-CLIENT.
           02 WS-CLI-ID      PIC 9(5).
           02 WS-CLI-NOM     PIC X(12).
           02 WS-CLI-PRENOM  PIC X(9).
           02 FILLER         PIC X(28).
       01 WS-CLIENT-X REDEFINES WS-CLIENT PIC X(54).

       01 WS-MEMBRES.
           02 WS-MBR-ENTREE OCCURS 1500 TIMES.
              03 WS-MBR-ID       PIC 9(5).
              03 WS-MBR-NOM      PIC X(22).
              03 WS-MBR-PRESENT  PIC X(1).
      *          Présent : O client des fichiers, N seulement connu
      *          du grand livre.
              03 WS-MBR-ACQUIS   PIC 9(8).
              03 WS-MBR-UTILISES PIC 9(8).
              03 WS-MBR-OUVERT   PIC S9(8).
              03 WS-MBR-MOIS     PIC S9(8).
       01 WS-NB-MBR   PIC 9(4) VALUE 0.
       01 WS-CPT-MBR  PIC 9(4).
       01 WS-RANG-MBR PIC 9(4).
       01 WS-MBR-CHERCHE PIC 9(5).

      ***************************************************************
      *    Liens : plaque -> client (abonnés et plaques des comptes
      *    entreprises), compte entreprise -> client, ticket ->
      *    client.
      ***************************************************************
       01 WS-PLAQUES.
           02 WS-PLQ-ENTREE OCCURS 300 TIMES.
              03 WS-PLQ-PLAQUE PIC X(4).
              03 WS-PLQ-CLIENT PIC 9(5).
       01 WS-NB-PLQ  PIC 9(3) VALUE 0.
       01 WS-CPT-PLQ PIC 9(3).

       01 WS-COMPTES.
           02 WS-CPT-ENTREE OCCURS 50 TIMES.
              03 WS-CPE-CODE   PIC X(6).
              03 WS-CPE-CLIENT PIC 9(5).
       01 WS-NB-CPE  PIC 9(2) VALUE 0.
       01 WS-CPT-CPE PIC 9(2).

      *    Plaques des comptes (P;plaque;code), rattachées au client
      *    du compte une fois tous les comptes lus.
       01 WS-PLAQUES-CPTE.
           02 WS-PLC-ENTREE OCCURS 200 TIMES.
              03 WS-PLC-PLAQUE PIC X(4).
              03 WS-PLC-CODE   PIC X(6).
       01 WS-NB-PLC  PIC 9(3) VALUE 0.
       01 WS-CPT-PLC PIC 9(3).

       01 WS-TICKETS.
           02 WS-TKT-ENTREE OCCURS 3000 TIMES.
              03 WS-TKT-TICKET PIC X(10).
              03 WS-TKT-CLIENT PIC 9(5).
       01 WS-NB-TKT  PIC 9(4) VALUE 0.
       01 WS-CPT-TKT PIC 9(4).

       01 WS-LIEN-TXT1 PIC X(30).
       01 WS-LIEN-TXT2 PIC X(30).
       01 WS-LIEN-TXT3 PIC X(30).
       01 WS-LIEN-TXT4 PIC X(30).
       01 WS-LIEN-TXT5 PIC X(30).
       01 WS-LIEN-TXT6 PIC X(30).
       01 WS-LIEN-CLIENT PIC 9(5).
       01 WS-LIEN-PLAQUE PIC X(4).
       01 WS-LIEN-CODE   PIC X(6).

      *    Prix de vente des plats (plat;prix).
       01 WS-PP-TABLE.
           02 WS-PP-ENTREE OCCURS 100 TIMES.
              03 WS-PP-PLAT PIC X(3).
              03 WS-PP-PRIX PIC 9(5)V9(2).
       01 WS-NB-PP  PIC 9(3) VALUE 0.
       01 WS-CPT-PP PIC 9(3).
       01 WS-PP-PLAT-TXT PIC X(3).
       01 WS-PP-PRIX-TXT PIC X(10).

      ***************************************************************
      *    Pointage : nombre de lignes de chaque registre déjà
      *    reprises au compte de points (RECUS, SEJOURS, VINS,
      *    CAISSE).
      ***************************************************************
       01 WS-POINTAGE.
           02 WS-PTG-ENTREE OCCURS 4 TIMES.
              03 WS-PTG-CLE   PIC X(8).
              03 WS-PTG-LUES  PIC 9(8).
              03 WS-PTG-TOTAL PIC 9(8).
       01 WS-CPT-PTG PIC 9(1).
       01 WS-PTG-SOURCE PIC 9(1).
       01 WS-PTG-CLE-TXT PIC X(8).
       01 WS-PTG-NB-TXT  PIC X(8).
       01 WS-NUM-LIGNE   PIC 9(8).

      ***************************************************************
      *    Mouvement du grand livre (date;client;source;référence;
      *    montant;points signés). Sources : P reçu parking, C séjour
      *    d'un compte entreprise, B bouteille, V verre, R
      *    restaurant, U utilisation de points.
      ***************************************************************
       01 WS-MVT.
           02 WS-MVT-DATE     PIC X(8).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MVT-CLIENT   PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MVT-SOURCE   PIC X(1).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MVT-REF      PIC X(10).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MVT-MONTANT  PIC 9(5).9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MVT-SIGNE    PIC X(1).
           02 WS-MVT-POINTS   PIC 9(6).

       01 WS-MVT-MONTANT-N PIC 9(5)V9(2).
       01 WS-MVT-TAUX      PIC 9(3)V9(3).
       01 WS-MVT-POINTS-N  PIC 9(6).

      *    Lecture d'une ligne du grand livre.
       01 WS-GL-DATE    PIC X(8).
       01 WS-GL-CLIENT  PIC X(5).
       01 WS-GL-SOURCE  PIC X(1).
       01 WS-GL-REF     PIC X(10).
       01 WS-GL-MONTANT PIC X(8).
       01 WS-GL-POINTS  PIC X(7).
       01 WS-GL-POINTS-N PIC S9(8).

      *    Mouvements du mois du relevé.
       01 WS-MOIS-TABLE.
           02 WS-MOI-ENTREE OCCURS 3000 TIMES.
              03 WS-MOI-RANG    PIC 9(4).
              03 WS-MOI-LIGNE   PIC X(60).
       01 WS-NB-MOI  PIC 9(4) VALUE 0.
       01 WS-CPT-MOI PIC 9(4).

      *    Zones de lecture des registres.
       01 WS-SRC-T1  PIC X(20).
       01 WS-SRC-T2  PIC X(20).
       01 WS-SRC-T3  PIC X(20).
       01 WS-SRC-T4  PIC X(20).
       01 WS-SRC-T5  PIC X(20).
       01 WS-SRC-T6  PIC X(20).
       01 WS-SRC-T7  PIC X(20).
       01 WS-SRC-T8  PIC X(20).
       01 WS-SRC-T9  PIC X(20).
       01 WS-SRC-T10 PIC X(20).
       01 WS-SRC-T11 PIC X(20).
       01 WS-SRC-T12 PIC X(20).
       01 WS-QTE-N   PIC 9(3).

       01 WS-TROUVE PIC X(1).
           88 TROUVE-OK VALUE "O".
      *    TROUVE-OK = 1 : Lien, prix ou membre trouvé.
      *    TROUVE-OK = 0 : Rien de trouvé.

      *    Anomalie courante (source;référence;client;motif).
       01 WS-EXC-SOURCE PIC X(10).
       01 WS-EXC-REF    PIC X(10).
       01 WS-EXC-CLIENT PIC X(5).
       01 WS-EXC-MOTIF  PIC X(40).

      *    Nature d'un mouvement au relevé.
       01 WS-REL-NATURE PIC X(12).

      *    Editions.
       01 WS-SOLDE-N     PIC S9(8).
       01 WS-POINTS-ED   PIC +9(7).
       01 WS-POINTS-ED2  PIC +9(7).
       01 WS-ACQUIS-ED   PIC 9(8).
       01 WS-UTILISES-ED PIC 9(8).
       01 WS-VALEUR-N    PIC 9(9)V9(2).
       01 WS-VALEUR-ED   PIC 9(9).9(2).
       01 WS-TOTAL-POINTS PIC S9(9).
       01 WS-TOTAL-VALEUR PIC 9(9)V9(2).
       01 WS-TOTAL-POINTS-ED PIC +9(9).
       01 WS-NB-RELEVES PIC 9(4) VALUE 0.
       01 WS-NB-PASSIF  PIC 9(4) VALUE 0.

      *    Compteurs de l'exécution.
       01 WS-NB-LUS         PIC 9(5) VALUE 0.
       01 WS-NB-CREDITS     PIC 9(5) VALUE 0.
       01 WS-NB-UTILISATIONS PIC 9(5) VALUE 0.
       01 WS-NB-REJETS      PIC 9(5) VALUE 0.
       01 WS-POINTS-CREDITES PIC 9(8) VALUE 0.
       01 WS-POINTS-DEBITES  PIC 9(8) VALUE 0.

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

           PERFORM 6000-CHARGE-CONFIGURATION.
           PERFORM 6010-SAISIE-PERIODE.

      *    Membres, liens et soldes du grand livre.
           MOVE "./config/clients.txt" TO WS-NOM-CLIENTS.
           PERFORM 6020-CHARGE-MEMBRES.
           MOVE "./config/clients2.txt" TO WS-NOM-CLIENTS.
           PERFORM 6020-CHARGE-MEMBRES.
           PERFORM 6030-CHARGE-LIENS-PARKING.
           PERFORM 6035-CHARGE-TICKETS.
           PERFORM 6040-CHARGE-PRIX-PLATS.
           PERFORM 6050-CHARGE-POINTAGE.
           PERFORM 6060-CHARGE-SOLDES.

      *    Nouvelles dépenses des registres, puis utilisations.
           PERFORM 6100-SOURCE-RECUS.
           PERFORM 6110-SOURCE-SEJOURS.
           PERFORM 6120-SOURCE-VIN.
           PERFORM 6130-SOURCE-CAISSE.
           PERFORM 6200-UTILISATIONS.
           PERFORM 6300-SAUVE-POINTAGE.

      *    Relevé du mois et passif des points.
           PERFORM 6400-RELEVE-MENSUEL.
           PERFORM 6500-ETAT-PASSIF.

           DISPLAY "-- COMPTE DE POINTS FIDELITE --"
           DISPLAY "Membres                       : " WS-NB-MBR
           DISPLAY "Lignes de registres reprises  : " WS-NB-LUS
           DISPLAY "Crédits de points             : " WS-NB-CREDITS
              " (" WS-POINTS-CREDITES " points)"
           DISPLAY "Utilisations de points        : "
              WS-NB-UTILISATIONS " (" WS-POINTS-DEBITES " points)"
           DISPLAY "Anomalies                     : " WS-NB-REJETS
           DISPLAY "Relevés du mois " WS-PER-MOIS "/" WS-PER-ANNEE
              "        : " WS-NB-RELEVES
           DISPLAY "Passif : " WS-TOTAL-POINTS-ED " points, "
              WS-VALEUR-ED " euros"
           DISPLAY "--------------------------------".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD908         *".
           DISPLAY "* Compte de points fidélité           *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-CONFIGURATION.
      *    Barème lu dans la section [BD908] de Gestion.txt par le
      *    service BC812 : points par euro de 0 à 100 par source,
      *    valeur du point de 0 à 10 euros.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD908" TO CF-PROGRAMME

           MOVE "D" TO WS-CFGR-TYPE
           MOVE 0 TO WS-CFGR-MIN
           MOVE 100 TO WS-CFGR-MAX
           MOVE "POINTS_PARKING" TO WS-CFGR-CLE
           PERFORM 6001-AJOUT-REGLE
           MOVE "POINTS_BOUTEILLE" TO WS-CFGR-CLE
           PERFORM 6001-AJOUT-REGLE
           MOVE "POINTS_VERRE" TO WS-CFGR-CLE
           PERFORM 6001-AJOUT-REGLE
           MOVE "POINTS_CUISINE" TO WS-CFGR-CLE
           PERFORM 6001-AJOUT-REGLE
           MOVE 10 TO WS-CFGR-MAX
           MOVE "VALEUR_POINT" TO WS-CFGR-CLE
           PERFORM 6001-AJOUT-REGLE

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD908]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              MOVE "POINTS_PARKING" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-BAR-PARKING
              END-IF
              MOVE "POINTS_BOUTEILLE" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-BAR-BOUTEILLE
              END-IF
              MOVE "POINTS_VERRE" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-BAR-VERRE
              END-IF
              MOVE "POINTS_CUISINE" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-BAR-CUISINE
              END-IF
              MOVE "VALEUR_POINT" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-BAR-VALEUR
              END-IF
           END-IF

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           MOVE "POINTS_PARKING" TO CF-CHERCHE
           MOVE WS-BAR-PARKING TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "POINTS_BOUTEILLE" TO CF-CHERCHE
           MOVE WS-BAR-BOUTEILLE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "POINTS_VERRE" TO CF-CHERCHE
           MOVE WS-BAR-VERRE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "POINTS_CUISINE" TO CF-CHERCHE
           MOVE WS-BAR-CUISINE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "VALEUR_POINT" TO CF-CHERCHE
           MOVE WS-BAR-VALEUR TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6001-AJOUT-REGLE.
      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

       6010-SAISIE-PERIODE.
      *    Mois du relevé (AAAAMM) ; une saisie vide prend le mois
      *    précédent, celui que l'on clôt.
           DISPLAY "Mois du relevé (AAAAMM, vide = mois précédent) "
              ": "
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE

           IF WS-SAISIE = SPACES THEN
              IF WS-DJ-MOIS = 1 THEN
                 COMPUTE WS-PER-ANNEE = WS-DJ-ANNEE - 1
                 MOVE 12 TO WS-PER-MOIS
              ELSE
                 MOVE WS-DJ-ANNEE TO WS-PER-ANNEE
                 COMPUTE WS-PER-MOIS = WS-DJ-MOIS - 1
              END-IF
           ELSE
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
           END-IF

           MOVE SPACES TO WS-NOM-RELEVE
           STRING "./out/FideliteReleve" WS-PERIODE-X ".txt"
              DELIMITED BY SIZE
              INTO WS-NOM-RELEVE
           END-STRING

           EXIT PROGRAM.

       6020-CHARGE-MEMBRES.
      *    Clients du fichier WS-NOM-CLIENTS (même découpage que
      *    lectureClient). Un client anonymisé reste membre, sans
      *    nom. Un fichier absent est ignoré.
           OPEN INPUT F-CLIENTS

           IF FS-CLIENTS = "00" THEN
              PERFORM UNTIL FS-CLIENTS = "10"
                 READ F-CLIENTS INTO F-CLIENTS-LIGNE
                    NOT AT END
                       MOVE F-CLIENTS-LIGNE TO WS-CLIENT-X
                       IF WS-CLI-ID IS NUMERIC AND WS-CLI-ID > 0 THEN
                          MOVE WS-CLI-ID TO WS-MBR-CHERCHE
                          PERFORM 6025-CHERCHE-MEMBRE
                          IF WS-RANG-MBR > 0 THEN
                             MOVE "O" TO WS-MBR-PRESENT(WS-RANG-MBR)
                             MOVE SPACES TO WS-MBR-NOM(WS-RANG-MBR)
                             STRING FUNCTION TRIM(WS-CLI-PRENOM) " "
                                FUNCTION TRIM(WS-CLI-NOM)
                                DELIMITED BY SIZE
                                INTO WS-MBR-NOM(WS-RANG-MBR)
                             END-STRING
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CLIENTS
           END-IF

           EXIT PROGRAM.

       6025-CHERCHE-MEMBRE.
      *    Rang du membre WS-MBR-CHERCHE dans WS-MEMBRES, créé à
      *    l'état "N" (hors fichiers clients) s'il n'y est pas ;
      *    0 si la table est pleine.
           MOVE 0 TO WS-RANG-MBR
           PERFORM VARYING WS-CPT-MBR FROM 1 BY 1
              UNTIL WS-CPT-MBR > WS-NB-MBR OR WS-RANG-MBR > 0
              IF WS-MBR-ID(WS-CPT-MBR) = WS-MBR-CHERCHE THEN
                 MOVE WS-CPT-MBR TO WS-RANG-MBR
              END-IF
           END-PERFORM

           IF WS-RANG-MBR = 0 AND WS-NB-MBR < 1500 THEN
              ADD 1 TO WS-NB-MBR
              MOVE WS-NB-MBR TO WS-RANG-MBR
              MOVE WS-MBR-CHERCHE TO WS-MBR-ID(WS-RANG-MBR)
              MOVE SPACES TO WS-MBR-NOM(WS-RANG-MBR)
              MOVE "N" TO WS-MBR-PRESENT(WS-RANG-MBR)
              MOVE 0 TO WS-MBR-ACQUIS(WS-RANG-MBR)
              MOVE 0 TO WS-MBR-UTILISES(WS-RANG-MBR)
              MOVE 0 TO WS-MBR-OUVERT(WS-RANG-MBR)
              MOVE 0 TO WS-MBR-MOIS(WS-RANG-MBR)
           END-IF

           EXIT PROGRAM.

       6030-CHARGE-LIENS-PARKING.
      *    Plaques des abonnés portant un client (plaque;expiration;
      *    client), comptes entreprises portant un client (C;code;
      *    société;adresse;remise;client) et plaques de ces comptes
      *    (P;plaque;code). Une plaque déjà rattachée garde son
      *    premier client.
           OPEN INPUT F-ABONNES

           IF FS-ABONNES = "00" THEN
              PERFORM UNTIL FS-ABONNES = "10"
                 READ F-ABONNES INTO F-ABONNES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-LIEN-TXT1
                       MOVE SPACES TO WS-LIEN-TXT2
                       MOVE SPACES TO WS-LIEN-TXT3
                       UNSTRING F-ABONNES-LIGNE DELIMITED BY ";"
                          INTO WS-LIEN-TXT1
                               WS-LIEN-TXT2
                               WS-LIEN-TXT3
                       END-UNSTRING
                       IF WS-LIEN-TXT3(1:5) IS NUMERIC AND
                          WS-LIEN-TXT3(6:25) = SPACES THEN
                          MOVE WS-LIEN-TXT1 TO WS-LIEN-PLAQUE
                          MOVE WS-LIEN-TXT3(1:5) TO WS-LIEN-CLIENT
                          PERFORM 6031-AJOUT-PLAQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ABONNES
           END-IF

           OPEN INPUT F-COMPTES

           IF FS-COMPTES = "00" THEN
              PERFORM UNTIL FS-COMPTES = "10"
                 READ F-COMPTES INTO F-COMPTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-LIEN-TXT1
                       MOVE SPACES TO WS-LIEN-TXT2
                       MOVE SPACES TO WS-LIEN-TXT3
                       MOVE SPACES TO WS-LIEN-TXT6
                       UNSTRING F-COMPTES-LIGNE DELIMITED BY ";"
                          INTO WS-LIEN-TXT1
                               WS-LIEN-TXT2
                               WS-LIEN-TXT3
                               WS-LIEN-TXT4
                               WS-LIEN-TXT5
                               WS-LIEN-TXT6
                       END-UNSTRING
                       EVALUATE WS-LIEN-TXT1
                          WHEN "C"
                             IF WS-LIEN-TXT6(1:5) IS NUMERIC AND
                                WS-LIEN-TXT6(6:25) = SPACES AND
                                WS-NB-CPE < 50 THEN
                                ADD 1 TO WS-NB-CPE
                                MOVE WS-LIEN-TXT2 TO
                                   WS-CPE-CODE(WS-NB-CPE)
                                MOVE WS-LIEN-TXT6(1:5) TO
                                   WS-CPE-CLIENT(WS-NB-CPE)
                             END-IF
                          WHEN "P"
                             IF WS-NB-PLC < 200 THEN
                                ADD 1 TO WS-NB-PLC
                                MOVE WS-LIEN-TXT2 TO
                                   WS-PLC-PLAQUE(WS-NB-PLC)
                                MOVE WS-LIEN-TXT3 TO
                                   WS-PLC-CODE(WS-NB-PLC)
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE F-COMPTES
           END-IF

      *    Plaques des comptes rattachés à un client.
           PERFORM VARYING WS-CPT-PLC FROM 1 BY 1
              UNTIL WS-CPT-PLC > WS-NB-PLC
              MOVE WS-PLC-CODE(WS-CPT-PLC) TO WS-LIEN-CODE
              PERFORM 6032-CLIENT-DU-COMPTE
              IF TROUVE-OK THEN
                 MOVE WS-PLC-PLAQUE(WS-CPT-PLC) TO WS-LIEN-PLAQUE
                 PERFORM 6031-AJOUT-PLAQUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6031-AJOUT-PLAQUE.
      *    Rattache WS-LIEN-PLAQUE au client WS-LIEN-CLIENT.
           SET WS-TROUVE TO "N"
           PERFORM VARYING WS-CPT-PLQ FROM 1 BY 1
              UNTIL WS-CPT-PLQ > WS-NB-PLQ OR TROUVE-OK
              IF WS-PLQ-PLAQUE(WS-CPT-PLQ) = WS-LIEN-PLAQUE THEN
                 SET TROUVE-OK TO TRUE
              END-IF
           END-PERFORM

           IF TROUVE-OK THEN
              IF WS-PLQ-CLIENT(WS-CPT-PLQ - 1) NOT = WS-LIEN-CLIENT
              THEN
                 DISPLAY "Plaque " WS-LIEN-PLAQUE
                    " rattachée à deux clients, "
                    WS-PLQ-CLIENT(WS-CPT-PLQ - 1) " retenu"
              END-IF
           ELSE
              IF WS-NB-PLQ < 300 THEN
                 ADD 1 TO WS-NB-PLQ
                 MOVE WS-LIEN-PLAQUE TO WS-PLQ-PLAQUE(WS-NB-PLQ)
                 MOVE WS-LIEN-CLIENT TO WS-PLQ-CLIENT(WS-NB-PLQ)
              END-IF
           END-IF

           EXIT PROGRAM.

       6032-CLIENT-DU-COMPTE.
      *    Client du compte entreprise WS-LIEN-CODE -> WS-LIEN-CLIENT.
           SET WS-TROUVE TO "N"
           PERFORM VARYING WS-CPT-CPE FROM 1 BY 1
              UNTIL WS-CPT-CPE > WS-NB-CPE OR TROUVE-OK
              IF WS-CPE-CODE(WS-CPT-CPE) = WS-LIEN-CODE THEN
                 SET TROUVE-OK TO TRUE
                 MOVE WS-CPE-CLIENT(WS-CPT-CPE) TO WS-LIEN-CLIENT
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6035-CHARGE-TICKETS.
      *    Tickets de caisse rattachés à un client (ticket;client).
           OPEN INPUT F-TICKETS

           IF FS-TICKETS = "00" THEN
              PERFORM UNTIL FS-TICKETS = "10"
                 READ F-TICKETS INTO F-TICKETS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-LIEN-TXT1
                       MOVE SPACES TO WS-LIEN-TXT2
                       UNSTRING F-TICKETS-LIGNE DELIMITED BY ";"
                          INTO WS-LIEN-TXT1
                               WS-LIEN-TXT2
                       END-UNSTRING
                       IF WS-LIEN-TXT1 NOT = SPACES AND
                          WS-LIEN-TXT2(1:5) IS NUMERIC AND
                          WS-NB-TKT < 3000 THEN
                          ADD 1 TO WS-NB-TKT
                          MOVE WS-LIEN-TXT1 TO WS-TKT-TICKET(WS-NB-TKT)
                          MOVE WS-LIEN-TXT2(1:5) TO
                             WS-TKT-CLIENT(WS-NB-TKT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TICKETS
           END-IF

           EXIT PROGRAM.

       6040-CHARGE-PRIX-PLATS.
      *    Prix de vente des plats (plat;prix), pour valoriser les
      *    tickets du restaurant comme l'extraction des ventes.
           OPEN INPUT F-PRIX-PLATS

           IF FS-PRIX-PLATS = "00" THEN
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
           END-IF

           EXIT PROGRAM.

       6050-CHARGE-POINTAGE.
      *    Lignes déjà reprises de chaque registre (CLE;nombre).
           MOVE "RECUS"   TO WS-PTG-CLE(1)
           MOVE "SEJOURS" TO WS-PTG-CLE(2)
           MOVE "VINS"    TO WS-PTG-CLE(3)
           MOVE "CAISSE"  TO WS-PTG-CLE(4)
           PERFORM VARYING WS-CPT-PTG FROM 1 BY 1
              UNTIL WS-CPT-PTG > 4
              MOVE 0 TO WS-PTG-LUES(WS-CPT-PTG)
              MOVE 0 TO WS-PTG-TOTAL(WS-CPT-PTG)
           END-PERFORM

           OPEN INPUT F-POINTAGE

           IF FS-POINTAGE = "00" THEN
              PERFORM UNTIL FS-POINTAGE = "10"
                 READ F-POINTAGE INTO F-POINTAGE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PTG-CLE-TXT
                       MOVE SPACES TO WS-PTG-NB-TXT
                       UNSTRING F-POINTAGE-LIGNE DELIMITED BY ";"
                          INTO WS-PTG-CLE-TXT
                               WS-PTG-NB-TXT
                       END-UNSTRING
                       PERFORM VARYING WS-CPT-PTG FROM 1 BY 1
                          UNTIL WS-CPT-PTG > 4
                          IF WS-PTG-CLE(WS-CPT-PTG) = WS-PTG-CLE-TXT
                             AND WS-PTG-NB-TXT IS NUMERIC THEN
                             MOVE WS-PTG-NB-TXT TO
                                WS-PTG-LUES(WS-CPT-PTG)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE F-POINTAGE
           ELSE
              DISPLAY "Pas de pointage : registres repris au début."
           END-IF

           EXIT PROGRAM.

       6060-CHARGE-SOLDES.
      *    Soldes des membres d'après le grand livre : points acquis,
      *    utilisés, solde à l'ouverture du mois du relevé et
      *    mouvement du mois (dont les lignes sont gardées).
           OPEN INPUT F-LIVRE

           IF FS-LIVRE = "00" THEN
              PERFORM UNTIL FS-LIVRE = "10"
                 READ F-LIVRE INTO F-LIVRE-LIGNE
                    NOT AT END
                       PERFORM 6065-CUMUL-LIGNE-LIVRE
                 END-READ
              END-PERFORM
              CLOSE F-LIVRE
           END-IF

           EXIT PROGRAM.

       6065-CUMUL-LIGNE-LIVRE.
      *    Cumule la ligne F-LIVRE-LIGNE au solde de son membre.
           MOVE SPACES TO WS-GL-DATE
           MOVE SPACES TO WS-GL-CLIENT
           MOVE SPACES TO WS-GL-POINTS
           UNSTRING F-LIVRE-LIGNE DELIMITED BY ";"
              INTO WS-GL-DATE
                   WS-GL-CLIENT
                   WS-GL-SOURCE
                   WS-GL-REF
                   WS-GL-MONTANT
                   WS-GL-POINTS
           END-UNSTRING

           IF WS-GL-CLIENT IS NUMERIC AND
              WS-GL-POINTS(2:6) IS NUMERIC THEN
              MOVE WS-GL-CLIENT TO WS-MBR-CHERCHE
              PERFORM 6025-CHERCHE-MEMBRE
              IF WS-RANG-MBR > 0 THEN
                 MOVE WS-GL-POINTS(2:6) TO WS-GL-POINTS-N
                 IF WS-GL-POINTS(1:1) = "-" THEN
                    ADD WS-GL-POINTS-N TO WS-MBR-UTILISES(WS-RANG-MBR)
                    COMPUTE WS-GL-POINTS-N = 0 - WS-GL-POINTS-N
                 ELSE
                    ADD WS-GL-POINTS-N TO WS-MBR-ACQUIS(WS-RANG-MBR)
                 END-IF
                 IF WS-GL-DATE(1:6) < WS-PERIODE-X THEN
                    ADD WS-GL-POINTS-N TO WS-MBR-OUVERT(WS-RANG-MBR)
                 END-IF
                 IF WS-GL-DATE(1:6) = WS-PERIODE-X THEN
                    ADD WS-GL-POINTS-N TO WS-MBR-MOIS(WS-RANG-MBR)
                    IF WS-NB-MOI < 3000 THEN
                       ADD 1 TO WS-NB-MOI
                       MOVE WS-RANG-MBR TO WS-MOI-RANG(WS-NB-MOI)
                       MOVE F-LIVRE-LIGNE TO WS-MOI-LIGNE(WS-NB-MOI)
                    END-IF
                 END-IF
              END-IF
           END-IF

           EXIT PROGRAM.

       6070-DEBUT-REGISTRE.
      *    Début de lecture d'un registre (source WS-PTG-SOURCE) :
      *    un registre plus court que son pointage a été repris ou
      *    archivé ; ses lignes sont alors tenues pour déjà
      *    créditées, le pointage est ramené à sa taille en fin de
      *    lecture.
           MOVE 0 TO WS-NUM-LIGNE

           EXIT PROGRAM.

       6075-FIN-REGISTRE.
      *    Fin de lecture du registre WS-PTG-SOURCE : nouveau
      *    pointage.
           IF WS-NUM-LIGNE < WS-PTG-LUES(WS-PTG-SOURCE) THEN
              DISPLAY "Registre " WS-PTG-CLE(WS-PTG-SOURCE)
                 " plus court que son pointage ("
                 WS-NUM-LIGNE " < " WS-PTG-LUES(WS-PTG-SOURCE)
                 "), pointage ramené"
           END-IF
           MOVE WS-NUM-LIGNE TO WS-PTG-TOTAL(WS-PTG-SOURCE)

           EXIT PROGRAM.

       6100-SOURCE-RECUS.
      *    Reçus du parking (numéro;plaque;date et heure d'entrée;
      *    date et heure de sortie;durée;bande;HT;taux;TVA;TTC;
      *    mode) : points sur le TTC pour une plaque rattachée.
           MOVE 1 TO WS-PTG-SOURCE
           PERFORM 6070-DEBUT-REGISTRE
           OPEN INPUT F-RECUS

           IF FS-RECUS = "00" THEN
              PERFORM UNTIL FS-RECUS = "10"
                 READ F-RECUS INTO F-RECUS-LIGNE
                    NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       IF WS-NUM-LIGNE > WS-PTG-LUES(1) THEN
                          ADD 1 TO WS-NB-LUS
                          PERFORM 6105-RECU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECUS
           END-IF

           PERFORM 6075-FIN-REGISTRE

           EXIT PROGRAM.

       6105-RECU.
      *    Crédit d'un reçu du parking.
           MOVE SPACES TO WS-SRC-T1
           MOVE SPACES TO WS-SRC-T2
           MOVE SPACES TO WS-SRC-T5
           MOVE SPACES TO WS-SRC-T12
           UNSTRING F-RECUS-LIGNE DELIMITED BY ";"
              INTO WS-SRC-T1 WS-SRC-T2 WS-SRC-T3 WS-SRC-T4
                   WS-SRC-T5 WS-SRC-T6 WS-SRC-T7 WS-SRC-T8
                   WS-SRC-T9 WS-SRC-T10 WS-SRC-T11 WS-SRC-T12
           END-UNSTRING

           MOVE WS-SRC-T2 TO WS-LIEN-PLAQUE
           SET WS-TROUVE TO "N"
           PERFORM VARYING WS-CPT-PLQ FROM 1 BY 1
              UNTIL WS-CPT-PLQ > WS-NB-PLQ OR TROUVE-OK
              IF WS-PLQ-PLAQUE(WS-CPT-PLQ) = WS-LIEN-PLAQUE THEN
                 SET TROUVE-OK TO TRUE
                 MOVE WS-PLQ-CLIENT(WS-CPT-PLQ) TO WS-MVT-CLIENT
              END-IF
           END-PERFORM

           IF TROUVE-OK AND WS-SRC-T12 NOT = SPACES THEN
              MOVE WS-SRC-T5 TO WS-MVT-DATE
              IF WS-MVT-DATE IS NOT NUMERIC THEN
                 MOVE WS-DATE-JOUR TO WS-MVT-DATE
              END-IF
              MOVE "P" TO WS-MVT-SOURCE
              MOVE WS-SRC-T1 TO WS-MVT-REF
              COMPUTE WS-MVT-MONTANT-N = FUNCTION NUMVAL(WS-SRC-T12)
              MOVE WS-BAR-PARKING TO WS-MVT-TAUX
              PERFORM 6150-CREDITE
           END-IF

           EXIT PROGRAM.

       6110-SOURCE-SEJOURS.
      *    Séjours des comptes entreprises (compte;plaque;entrée;
      *    sortie;durée;bande;brut;net) : points sur le net pour le
      *    client du compte.
           MOVE 2 TO WS-PTG-SOURCE
           PERFORM 6070-DEBUT-REGISTRE
           OPEN INPUT F-SEJOURS

           IF FS-SEJOURS = "00" THEN
              PERFORM UNTIL FS-SEJOURS = "10"
                 READ F-SEJOURS INTO F-SEJOURS-LIGNE
                    NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       IF WS-NUM-LIGNE > WS-PTG-LUES(2) THEN
                          ADD 1 TO WS-NB-LUS
                          PERFORM 6115-SEJOUR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SEJOURS
           END-IF

           PERFORM 6075-FIN-REGISTRE

           EXIT PROGRAM.

       6115-SEJOUR.
      *    Crédit d'un séjour porté à un compte entreprise.
           MOVE SPACES TO WS-SRC-T1
           MOVE SPACES TO WS-SRC-T5
           MOVE SPACES TO WS-SRC-T10
           UNSTRING F-SEJOURS-LIGNE DELIMITED BY ";"
              INTO WS-SRC-T1 WS-SRC-T2 WS-SRC-T3 WS-SRC-T4
                   WS-SRC-T5 WS-SRC-T6 WS-SRC-T7 WS-SRC-T8
                   WS-SRC-T9 WS-SRC-T10
           END-UNSTRING

           MOVE WS-SRC-T1 TO WS-LIEN-CODE
           PERFORM 6032-CLIENT-DU-COMPTE

           IF TROUVE-OK AND WS-SRC-T10 NOT = SPACES THEN
              MOVE WS-LIEN-CLIENT TO WS-MVT-CLIENT
              MOVE WS-SRC-T5 TO WS-MVT-DATE
              IF WS-MVT-DATE IS NOT NUMERIC THEN
                 MOVE WS-DATE-JOUR TO WS-MVT-DATE
              END-IF
              MOVE "C" TO WS-MVT-SOURCE
              MOVE SPACES TO WS-MVT-REF
              STRING FUNCTION TRIM(WS-SRC-T1) "-" WS-SRC-T2
                 DELIMITED BY SIZE
                 INTO WS-MVT-REF
              END-STRING
              COMPUTE WS-MVT-MONTANT-N = FUNCTION NUMVAL(WS-SRC-T10)
              MOVE WS-BAR-PARKING TO WS-MVT-TAUX
              PERFORM 6150-CREDITE
           END-IF

           EXIT PROGRAM.

       6120-SOURCE-VIN.
      *    Ventes du cellier portant un numéro de client (date;B ou
      *    V;cépage;montant;client).
           MOVE 3 TO WS-PTG-SOURCE
           PERFORM 6070-DEBUT-REGISTRE
           OPEN INPUT F-VIN

           IF FS-VIN = "00" THEN
              PERFORM UNTIL FS-VIN = "10"
                 READ F-VIN INTO F-VIN-LIGNE
                    NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       IF WS-NUM-LIGNE > WS-PTG-LUES(3) THEN
                          ADD 1 TO WS-NB-LUS
                          PERFORM 6125-VENTE-VIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-VIN
           END-IF

           PERFORM 6075-FIN-REGISTRE

           EXIT PROGRAM.

       6125-VENTE-VIN.
      *    Crédit d'une vente du cellier.
           MOVE SPACES TO WS-SRC-T1
           MOVE SPACES TO WS-SRC-T2
           MOVE SPACES TO WS-SRC-T4
           MOVE SPACES TO WS-SRC-T5
           UNSTRING F-VIN-LIGNE DELIMITED BY ";"
              INTO WS-SRC-T1 WS-SRC-T2 WS-SRC-T3 WS-SRC-T4
                   WS-SRC-T5
           END-UNSTRING

           IF WS-SRC-T5(1:5) IS NUMERIC AND
              WS-SRC-T4 NOT = SPACES THEN
              MOVE WS-SRC-T5(1:5) TO WS-MVT-CLIENT
              MOVE WS-SRC-T1 TO WS-MVT-DATE
              IF WS-SRC-T2 = "V" THEN
                 MOVE "V" TO WS-MVT-SOURCE
                 MOVE WS-BAR-VERRE TO WS-MVT-TAUX
              ELSE
                 MOVE "B" TO WS-MVT-SOURCE
                 MOVE WS-BAR-BOUTEILLE TO WS-MVT-TAUX
              END-IF
              MOVE WS-SRC-T3 TO WS-MVT-REF
              COMPUTE WS-MVT-MONTANT-N = FUNCTION NUMVAL(WS-SRC-T4)
              PERFORM 6150-CREDITE
           END-IF

           EXIT PROGRAM.

       6130-SOURCE-CAISSE.
      *    Ventes de la caisse (date;ticket;site;plat;quantité;heure)
      *    dont le ticket est rattaché à un client, valorisées
      *    quantité x prix du plat.
           MOVE 4 TO WS-PTG-SOURCE
           PERFORM 6070-DEBUT-REGISTRE
           OPEN INPUT F-CAISSE

           IF FS-CAISSE = "00" THEN
              PERFORM UNTIL FS-CAISSE = "10"
                 READ F-CAISSE INTO F-CAISSE-LIGNE
                    NOT AT END
                       ADD 1 TO WS-NUM-LIGNE
                       IF WS-NUM-LIGNE > WS-PTG-LUES(4) THEN
                          ADD 1 TO WS-NB-LUS
                          PERFORM 6135-VENTE-CAISSE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CAISSE
           END-IF

           PERFORM 6075-FIN-REGISTRE

           EXIT PROGRAM.

       6135-VENTE-CAISSE.
      *    Crédit d'une vente de la caisse. Quantité absente ou
      *    illisible : une portion, comme au chargement par BD101.
           MOVE SPACES TO WS-SRC-T1
           MOVE SPACES TO WS-SRC-T2
           MOVE SPACES TO WS-SRC-T4
           MOVE SPACES TO WS-SRC-T5
           UNSTRING F-CAISSE-LIGNE DELIMITED BY ";"
              INTO WS-SRC-T1 WS-SRC-T2 WS-SRC-T3 WS-SRC-T4
                   WS-SRC-T5
           END-UNSTRING

           SET WS-TROUVE TO "N"
           PERFORM VARYING WS-CPT-TKT FROM 1 BY 1
              UNTIL WS-CPT-TKT > WS-NB-TKT OR TROUVE-OK
              IF WS-TKT-TICKET(WS-CPT-TKT) = WS-SRC-T2 THEN
                 SET TROUVE-OK TO TRUE
                 MOVE WS-TKT-CLIENT(WS-CPT-TKT) TO WS-MVT-CLIENT
              END-IF
           END-PERFORM

           IF TROUVE-OK THEN
              IF WS-SRC-T5 = SPACES THEN
                 MOVE 1 TO WS-QTE-N
              ELSE
                 COMPUTE WS-QTE-N = FUNCTION NUMVAL(WS-SRC-T5)
              END-IF
              IF WS-QTE-N = 0 THEN
                 MOVE 1 TO WS-QTE-N
              END-IF

              SET WS-TROUVE TO "N"
              PERFORM VARYING WS-CPT-PP FROM 1 BY 1
                 UNTIL WS-CPT-PP > WS-NB-PP OR TROUVE-OK
                 IF WS-PP-PLAT(WS-CPT-PP) = WS-SRC-T4 THEN
                    SET TROUVE-OK TO TRUE
                    COMPUTE WS-MVT-MONTANT-N = WS-QTE-N *
                       WS-PP-PRIX(WS-CPT-PP)
                 END-IF
              END-PERFORM

              IF TROUVE-OK THEN
                 MOVE WS-SRC-T1 TO WS-MVT-DATE
                 MOVE "R" TO WS-MVT-SOURCE
                 MOVE WS-SRC-T2 TO WS-MVT-REF
                 MOVE WS-BAR-CUISINE TO WS-MVT-TAUX
                 PERFORM 6150-CREDITE
              ELSE
                 MOVE "CAISSE" TO WS-EXC-SOURCE
                 MOVE WS-SRC-T2 TO WS-EXC-REF
                 MOVE WS-MVT-CLIENT TO WS-EXC-CLIENT
                 MOVE SPACES TO WS-EXC-MOTIF
                 STRING "PLAT SANS PRIX DE VENTE " WS-SRC-T4
                    DELIMITED BY SIZE
                    INTO WS-EXC-MOTIF
                 END-STRING
                 PERFORM 6190-ANOMALIE
              END-IF
           END-IF

           EXIT PROGRAM.

       6150-CREDITE.
      *    Crédite WS-MVT-MONTANT-N x WS-MVT-TAUX points (arrondis à
      *    l'unité inférieure) au client WS-MVT-CLIENT, qui doit être
      *    dans les fichiers clients.
           MOVE WS-MVT-CLIENT TO WS-MBR-CHERCHE
           PERFORM 6025-CHERCHE-MEMBRE

           IF WS-RANG-MBR = 0 THEN
              MOVE "N" TO WS-TROUVE
           ELSE
              IF WS-MBR-PRESENT(WS-RANG-MBR) = "O" THEN
                 SET TROUVE-OK TO TRUE
              ELSE
                 MOVE "N" TO WS-TROUVE
              END-IF
           END-IF

           IF NOT TROUVE-OK THEN
              MOVE WS-MVT-SOURCE TO WS-EXC-SOURCE
              MOVE WS-MVT-REF TO WS-EXC-REF
              MOVE WS-MVT-CLIENT TO WS-EXC-CLIENT
              MOVE "CLIENT ABSENT DES FICHIERS CLIENTS" TO
                 WS-EXC-MOTIF
              PERFORM 6190-ANOMALIE
           ELSE
              COMPUTE WS-MVT-POINTS-N =
                 WS-MVT-MONTANT-N * WS-MVT-TAUX
              IF WS-MVT-POINTS-N > 0 THEN
                 MOVE WS-MVT-MONTANT-N TO WS-MVT-MONTANT
                 MOVE "+" TO WS-MVT-SIGNE
                 MOVE WS-MVT-POINTS-N TO WS-MVT-POINTS
                 PERFORM 6180-ECRIT-LIVRE
                 ADD WS-MVT-POINTS-N TO WS-MBR-ACQUIS(WS-RANG-MBR)
                 ADD 1 TO WS-NB-CREDITS
                 ADD WS-MVT-POINTS-N TO WS-POINTS-CREDITES
              END-IF
           END-IF

           EXIT PROGRAM.

       6180-ECRIT-LIVRE.
      *    Ajoute WS-MVT au grand livre ; un mouvement du mois du
      *    relevé entre aussi dans le relevé.
           OPEN EXTEND F-LIVRE
           IF FS-LIVRE = "35" THEN
              OPEN OUTPUT F-LIVRE
           END-IF
           MOVE WS-MVT TO F-LIVRE-LIGNE
           WRITE F-LIVRE-LIGNE
           CLOSE F-LIVRE

           IF WS-MVT-DATE(1:6) = WS-PERIODE-X THEN
              MOVE WS-MVT-POINTS TO WS-GL-POINTS-N
              IF WS-MVT-SIGNE = "-" THEN
                 COMPUTE WS-GL-POINTS-N = 0 - WS-GL-POINTS-N
              END-IF
              ADD WS-GL-POINTS-N TO WS-MBR-MOIS(WS-RANG-MBR)
              IF WS-NB-MOI < 3000 THEN
                 ADD 1 TO WS-NB-MOI
                 MOVE WS-RANG-MBR TO WS-MOI-RANG(WS-NB-MOI)
                 MOVE WS-MVT TO WS-MOI-LIGNE(WS-NB-MOI)
              END-IF
           END-IF
           IF WS-MVT-DATE(1:6) < WS-PERIODE-X THEN
              MOVE WS-MVT-POINTS TO WS-GL-POINTS-N
              IF WS-MVT-SIGNE = "-" THEN
                 COMPUTE WS-GL-POINTS-N = 0 - WS-GL-POINTS-N
              END-IF
              ADD WS-GL-POINTS-N TO WS-MBR-OUVERT(WS-RANG-MBR)
           END-IF

           EXIT PROGRAM.

       6190-ANOMALIE.
      *    Trace l'anomalie courante (date;source;référence;client;
      *    motif).
           ADD 1 TO WS-NB-REJETS

           OPEN EXTEND F-EXCEPTIONS
           IF FS-EXCEPTIONS = "35" THEN
              OPEN OUTPUT F-EXCEPTIONS
           END-IF

           MOVE SPACES TO F-EXCEPTIONS-LIGNE
           STRING WS-DATE-JOUR ";"
              FUNCTION TRIM(WS-EXC-SOURCE) ";"
              FUNCTION TRIM(WS-EXC-REF) ";"
              WS-EXC-CLIENT ";"
              WS-EXC-MOTIF
              DELIMITED BY SIZE
              INTO F-EXCEPTIONS-LIGNE
           END-STRING
           WRITE F-EXCEPTIONS-LIGNE

           CLOSE F-EXCEPTIONS

           EXIT PROGRAM.

       6200-UTILISATIONS.
      *    Utilisations de points (client;date;points;motif) : le
      *    solde du membre doit les couvrir. Le fichier est consommé
      *    ; une utilisation refusée est tracée en anomalie.
           OPEN INPUT F-UTILISATIONS

           IF FS-UTILISATIONS = "00" THEN
              PERFORM UNTIL FS-UTILISATIONS = "10"
                 READ F-UTILISATIONS INTO F-UTILISATIONS-LIGNE
                    NOT AT END
                       PERFORM 6205-UTILISATION
                 END-READ
              END-PERFORM
              CLOSE F-UTILISATIONS

              OPEN OUTPUT F-UTILISATIONS
              CLOSE F-UTILISATIONS
           END-IF

           EXIT PROGRAM.

       6205-UTILISATION.
      *    Débit d'une utilisation de points.
           MOVE SPACES TO WS-SRC-T1
           MOVE SPACES TO WS-SRC-T2
           MOVE SPACES TO WS-SRC-T3
           MOVE SPACES TO WS-SRC-T4
           UNSTRING F-UTILISATIONS-LIGNE DELIMITED BY ";"
              INTO WS-SRC-T1 WS-SRC-T2 WS-SRC-T3 WS-SRC-T4
           END-UNSTRING

           MOVE "UTILISAT" TO WS-EXC-SOURCE
           MOVE WS-SRC-T4 TO WS-EXC-REF
           MOVE WS-SRC-T1 TO WS-EXC-CLIENT
           MOVE SPACES TO WS-EXC-MOTIF
           MOVE 0 TO WS-RANG-MBR

           IF WS-SRC-T1(1:5) IS NOT NUMERIC OR
              WS-SRC-T3 = SPACES THEN
              MOVE "LIGNE ILLISIBLE" TO WS-EXC-MOTIF
           ELSE
              MOVE WS-SRC-T1(1:5) TO WS-MBR-CHERCHE
              PERFORM 6025-CHERCHE-MEMBRE
              COMPUTE WS-MVT-POINTS-N = FUNCTION NUMVAL(WS-SRC-T3)
              IF WS-RANG-MBR = 0 THEN
                 MOVE "CLIENT ABSENT DES FICHIERS CLIENTS" TO
                    WS-EXC-MOTIF
              ELSE
                 COMPUTE WS-SOLDE-N = WS-MBR-ACQUIS(WS-RANG-MBR) -
                    WS-MBR-UTILISES(WS-RANG-MBR)
                 IF WS-MBR-PRESENT(WS-RANG-MBR) NOT = "O" THEN
                    MOVE "CLIENT ABSENT DES FICHIERS CLIENTS" TO
                       WS-EXC-MOTIF
                 END-IF
                 IF WS-MVT-POINTS-N = 0 THEN
                    MOVE "NOMBRE DE POINTS NUL" TO WS-EXC-MOTIF
                 END-IF
                 IF WS-MVT-POINTS-N > WS-SOLDE-N THEN
                    MOVE WS-SOLDE-N TO WS-POINTS-ED
                    STRING "SOLDE INSUFFISANT (" WS-POINTS-ED ")"
                       DELIMITED BY SIZE
                       INTO WS-EXC-MOTIF
                    END-STRING
                 END-IF
              END-IF
           END-IF

           IF WS-EXC-MOTIF NOT = SPACES THEN
              PERFORM 6190-ANOMALIE
           ELSE
              MOVE WS-SRC-T1(1:5) TO WS-MVT-CLIENT
              MOVE WS-SRC-T2 TO WS-MVT-DATE
              IF WS-MVT-DATE IS NOT NUMERIC THEN
                 MOVE WS-DATE-JOUR TO WS-MVT-DATE
              END-IF
              MOVE "U" TO WS-MVT-SOURCE
              MOVE WS-SRC-T4 TO WS-MVT-REF
              MOVE 0 TO WS-MVT-MONTANT
              MOVE "-" TO WS-MVT-SIGNE
              MOVE WS-MVT-POINTS-N TO WS-MVT-POINTS
              PERFORM 6180-ECRIT-LIVRE
              ADD WS-MVT-POINTS-N TO WS-MBR-UTILISES(WS-RANG-MBR)
              ADD 1 TO WS-NB-UTILISATIONS
              ADD WS-MVT-POINTS-N TO WS-POINTS-DEBITES
           END-IF

           EXIT PROGRAM.

       6300-SAUVE-POINTAGE.
      *    Réécrit le pointage des registres (CLE;nombre de lignes).
           OPEN OUTPUT F-POINTAGE

           PERFORM VARYING WS-CPT-PTG FROM 1 BY 1
              UNTIL WS-CPT-PTG > 4
              MOVE SPACES TO F-POINTAGE-LIGNE
              STRING FUNCTION TRIM(WS-PTG-CLE(WS-CPT-PTG)) ";"
                 WS-PTG-TOTAL(WS-CPT-PTG)
                 DELIMITED BY SIZE
                 INTO F-POINTAGE-LIGNE
              END-STRING
              WRITE F-POINTAGE-LIGNE
           END-PERFORM

           CLOSE F-POINTAGE

           EXIT PROGRAM.

       6400-RELEVE-MENSUEL.
      *    Relevé du mois par membre ayant un solde ou un mouvement :
      *    solde d'ouverture, mouvements du mois, solde de clôture.
           OPEN OUTPUT F-RELEVE

           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "RELEVE DES POINTS FIDELITE - MOIS " WS-PER-MOIS
              "/" WS-PER-ANNEE " - EDITE LE " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

           PERFORM VARYING WS-CPT-MBR FROM 1 BY 1
              UNTIL WS-CPT-MBR > WS-NB-MBR
              SET WS-TROUVE TO "N"
              IF WS-MBR-OUVERT(WS-CPT-MBR) NOT = 0 THEN
                 SET TROUVE-OK TO TRUE
              END-IF
              PERFORM VARYING WS-CPT-MOI FROM 1 BY 1
                 UNTIL WS-CPT-MOI > WS-NB-MOI OR TROUVE-OK
                 IF WS-MOI-RANG(WS-CPT-MOI) = WS-CPT-MBR THEN
                    SET TROUVE-OK TO TRUE
                 END-IF
              END-PERFORM
              IF TROUVE-OK THEN
                 PERFORM 6410-RELEVE-MEMBRE
              END-IF
           END-PERFORM

           CLOSE F-RELEVE

           EXIT PROGRAM.

       6410-RELEVE-MEMBRE.
      *    Relevé du membre WS-CPT-MBR.
           ADD 1 TO WS-NB-RELEVES

           MOVE SPACES TO F-RELEVE-LIGNE
           WRITE F-RELEVE-LIGNE
           MOVE SPACES TO F-RELEVE-LIGNE
           IF WS-MBR-NOM(WS-CPT-MBR) = SPACES THEN
              STRING "CLIENT " WS-MBR-ID(WS-CPT-MBR)
                 DELIMITED BY SIZE
                 INTO F-RELEVE-LIGNE
              END-STRING
           ELSE
              STRING "CLIENT " WS-MBR-ID(WS-CPT-MBR) " "
                 WS-MBR-NOM(WS-CPT-MBR)
                 DELIMITED BY SIZE
                 INTO F-RELEVE-LIGNE
              END-STRING
           END-IF
           WRITE F-RELEVE-LIGNE

           MOVE WS-MBR-OUVERT(WS-CPT-MBR) TO WS-POINTS-ED
           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "  SOLDE EN DEBUT DE MOIS             "
              WS-POINTS-ED
              DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

           PERFORM VARYING WS-CPT-MOI FROM 1 BY 1
              UNTIL WS-CPT-MOI > WS-NB-MOI
              IF WS-MOI-RANG(WS-CPT-MOI) = WS-CPT-MBR THEN
                 PERFORM 6415-LIGNE-RELEVE
              END-IF
           END-PERFORM

           COMPUTE WS-SOLDE-N = WS-MBR-OUVERT(WS-CPT-MBR) +
              WS-MBR-MOIS(WS-CPT-MBR)
           MOVE WS-SOLDE-N TO WS-POINTS-ED
           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "  SOLDE EN FIN DE MOIS               "
              WS-POINTS-ED
              DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

           EXIT PROGRAM.

       6415-LIGNE-RELEVE.
      *    Ligne de mouvement du relevé : date, nature, référence,
      *    montant dépensé, points.
           MOVE SPACES TO WS-GL-SOURCE
           MOVE SPACES TO WS-GL-POINTS
           UNSTRING WS-MOI-LIGNE(WS-CPT-MOI) DELIMITED BY ";"
              INTO WS-GL-DATE
                   WS-GL-CLIENT
                   WS-GL-SOURCE
                   WS-GL-REF
                   WS-GL-MONTANT
                   WS-GL-POINTS
           END-UNSTRING

           EVALUATE WS-GL-SOURCE
              WHEN "P"
                 MOVE "PARKING" TO WS-REL-NATURE
              WHEN "C"
                 MOVE "PARK.COMPTE" TO WS-REL-NATURE
              WHEN "B"
                 MOVE "BOUTEILLE" TO WS-REL-NATURE
              WHEN "V"
                 MOVE "VERRE" TO WS-REL-NATURE
              WHEN "R"
                 MOVE "RESTAURANT" TO WS-REL-NATURE
              WHEN "U"
                 MOVE "UTILISATION" TO WS-REL-NATURE
              WHEN OTHER
                 MOVE WS-GL-SOURCE TO WS-REL-NATURE
           END-EVALUATE

           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "  " WS-GL-DATE " " WS-REL-NATURE " " WS-GL-REF
              " " WS-GL-MONTANT " EUR  " WS-GL-POINTS
              DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

           EXIT PROGRAM.

       6500-ETAT-PASSIF.
      *    Passif des points pour le comptable : par membre, points
      *    acquis, utilisés, solde et sa valeur au barème ; total.
           MOVE 0 TO WS-TOTAL-POINTS
           MOVE 0 TO WS-TOTAL-VALEUR

           OPEN OUTPUT F-PASSIF

           MOVE SPACES TO F-PASSIF-LIGNE
           MOVE WS-BAR-VALEUR TO WS-VALEUR-ED
           STRING "PASSIF DES POINTS FIDELITE AU " WS-DATE-JOUR
              " - VALEUR DU POINT " WS-VALEUR-ED " EUR"
              DELIMITED BY SIZE
              INTO F-PASSIF-LIGNE
           END-STRING
           WRITE F-PASSIF-LIGNE
           MOVE "CLIENT;ACQUIS;UTILISES;SOLDE;VALEUR" TO F-PASSIF-LIGNE
           WRITE F-PASSIF-LIGNE

           PERFORM VARYING WS-CPT-MBR FROM 1 BY 1
              UNTIL WS-CPT-MBR > WS-NB-MBR
              COMPUTE WS-SOLDE-N = WS-MBR-ACQUIS(WS-CPT-MBR) -
                 WS-MBR-UTILISES(WS-CPT-MBR)
              IF WS-SOLDE-N NOT = 0 THEN
                 ADD 1 TO WS-NB-PASSIF
                 ADD WS-SOLDE-N TO WS-TOTAL-POINTS
                 COMPUTE WS-VALEUR-N ROUNDED =
                    WS-SOLDE-N * WS-BAR-VALEUR
                 ADD WS-VALEUR-N TO WS-TOTAL-VALEUR
                 MOVE WS-MBR-ACQUIS(WS-CPT-MBR) TO WS-ACQUIS-ED
                 MOVE WS-MBR-UTILISES(WS-CPT-MBR) TO WS-UTILISES-ED
                 MOVE WS-SOLDE-N TO WS-POINTS-ED
                 MOVE WS-VALEUR-N TO WS-VALEUR-ED
                 MOVE SPACES TO F-PASSIF-LIGNE
                 STRING WS-MBR-ID(WS-CPT-MBR) ";"
                    WS-ACQUIS-ED ";"
                    WS-UTILISES-ED ";"
                    WS-POINTS-ED ";"
                    WS-VALEUR-ED
                    DELIMITED BY SIZE
                    INTO F-PASSIF-LIGNE
                 END-STRING
                 WRITE F-PASSIF-LIGNE
              END-IF
           END-PERFORM

           MOVE WS-TOTAL-POINTS TO WS-TOTAL-POINTS-ED
           MOVE WS-TOTAL-VALEUR TO WS-VALEUR-ED
           MOVE SPACES TO F-PASSIF-LIGNE
           STRING "TOTAL;" WS-NB-PASSIF " membre(s);;"
              WS-TOTAL-POINTS-ED ";" WS-VALEUR-ED
              DELIMITED BY SIZE
              INTO F-PASSIF-LIGNE
           END-STRING
           WRITE F-PASSIF-LIGNE

           CLOSE F-PASSIF

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
              ";BD908;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-CREDITS
              ";rejets=" WS-NB-REJETS
              ";anomalies=00000"
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
           DISPLAY "* FIN PROGRAMME : BD908               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD908.
