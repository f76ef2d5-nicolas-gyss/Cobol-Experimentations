       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD905.

      ***************************************************************
      *    Boîte d'alertes consolidée : les alertes étaient éparpillées
      *    dans les fichiers de chaque programme (réappro et
      *    quarantaine du hangar BD302, surveillance et stationnements
      *    prolongés du parking BC802, écarts sérieux de BC701,
      *    excursions de température des frigos BD101) et personne ne
      *    savait qui devait s'en occuper. Chaque passage reprend ces
      *    fichiers dans une seule boîte (AlertesBoite.txt) : une
      *    alerte par source, site, objet et date, avec sa gravité et
      *    un responsable pris dans l'annuaire lu par LectureFichier,
      *    selon la table de routage par source et site. Une alerte
      *    reste ouverte jusqu'à ce que le fichier d'acquittements la
      *    ferme ; une alerte ouverte non acquittée au-delà du délai
      *    paramétré est relancée à la gravité supérieure.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Délai de relance (DELAI;jours, 3 par défaut).
       SELECT F-PARAM ASSIGN TO "./in/AlertesParam.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PARAM.

      *    Annuaire du personnel, le même que celui de LectureFichier.
       SELECT F-ANNUAIRE ASSIGN TO "./config/test-lecture.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ANNUAIRE.

      *    Routage source;site;responsable (site ou source "*" pour
      *    toutes ; responsable = nom de l'annuaire ou code
      *    département sur deux chiffres).
       SELECT F-ROUTAGE ASSIGN TO "./config/AlertesRoutage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ROUTAGE.

       SELECT F-BOITE ASSIGN TO "./out/AlertesBoite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-BOITE.

      *    Acquittements id;acquitté par, consommés par le passage.
       SELECT F-ACQUIT ASSIGN TO "./in/AlertesAcquittements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ACQUIT.

       SELECT F-OUVERTES ASSIGN TO "./out/AlertesOuvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-OUVERTES.

      *    Sources des alertes.
       SELECT F-REAPPRO ASSIGN TO "./out/ReapproAlertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REAPPRO.

       SELECT F-COMMANDE ASSIGN TO "./out/BonCommande.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMMANDE.

       SELECT F-QUARANTAINE ASSIGN TO "./out/QuarantaineAttente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-QUARANTAINE.

       SELECT F-PARKING ASSIGN TO "./out/ParkingAlertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PARKING.

       SELECT F-PROLONGES ASSIGN TO "./out/ParkingProlonges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PROLONGES.

       SELECT F-ECARTS ASSIGN TO "./out/EcartsAlertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ECARTS.

       SELECT F-EXCURSIONS ASSIGN TO "./out/FrigoExcursions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXCURSIONS.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-PARAM.
       01 F-PARAM-LIGNE PIC X(40).

       FD F-ANNUAIRE.
       01 F-ANNUAIRE-CURRENT.
           02 F-ANN-DEPT PIC X(2).
           02 F-ANN-NOM  PIC X(10).
           02 F-ANN-TEL  PIC X(10).

       FD F-ROUTAGE.
       01 F-ROUTAGE-LIGNE PIC X(40).

       FD F-BOITE.
       01 F-BOITE-LIGNE PIC X(200).

       FD F-ACQUIT.
       01 F-ACQUIT-LIGNE PIC X(40).

       FD F-OUVERTES.
       01 F-OUVERTES-LIGNE PIC X(132).

       FD F-REAPPRO.
       01 F-REAPPRO-LIGNE.
           02 F-REA-LIBELLE PIC X(7).
           02 FILLER        PIC X.
           02 F-REA-IDM     PIC X(3).
           02 FILLER        PIC X.
           02 F-REA-QTE     PIC X(5).
           02 FILLER        PIC X.
           02 F-REA-SEUIL   PIC X(5).
           02 FILLER        PIC X(37).

       FD F-COMMANDE.
       01 F-COMMANDE-LIGNE.
           02 F-CMD-IDM     PIC X(3).
           02 FILLER        PIC X(2).
           02 F-CMD-DESC    PIC X(20).
           02 FILLER        PIC X(2).
           02 F-CMD-STOCK   PIC X(5).
           02 FILLER        PIC X(2).
           02 F-CMD-SEUIL   PIC X(5).
           02 FILLER        PIC X(41).

       FD F-QUARANTAINE.
       01 F-QUARANTAINE-LIGNE.
           02 F-QUA-IDM     PIC X(3).
           02 FILLER        PIC X(3).
           02 F-QUA-QTE     PIC X(5).
           02 FILLER        PIC X(11).
           02 F-QUA-DATE    PIC X(8).
           02 FILLER        PIC X(30).

       FD F-PARKING.
       01 F-PARKING-LIGNE PIC X(60).

       FD F-PROLONGES.
       01 F-PROLONGES-LIGNE PIC X(50).

      *    Ligne d'écart de BC701 (ligne ECARTS.txt reprise telle
      *    quelle, suivie de l'ampleur de l'écart).
       FD F-ECARTS.
       01 F-ECARTS-LIGNE.
           02 F-ECA-FAM     PIC X(3).
           02 F-ECA-DESC    PIC X(20).
           02 FILLER        PIC X(23).
           02 F-ECA-CODE    PIC X(10).
           02 F-ECA-STOCK   PIC X(5).
           02 F-ECA-VENTE   PIC X(5).
           02 F-ECA-EMP     PIC X(2).
           02 FILLER        PIC X(13).
           02 F-ECA-ECART   PIC X(19).

       FD F-EXCURSIONS.
       01 F-EXCURSIONS-LIGNE PIC X(40).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-PARAM       PIC X(2).
       01 FS-ANNUAIRE    PIC X(2).
       01 FS-ROUTAGE     PIC X(2).
       01 FS-BOITE       PIC X(2).
       01 FS-ACQUIT      PIC X(2).
       01 FS-OUVERTES    PIC X(2).
       01 FS-REAPPRO     PIC X(2).
       01 FS-COMMANDE    PIC X(2).
       01 FS-QUARANTAINE PIC X(2).
       01 FS-PARKING     PIC X(2).
       01 FS-PROLONGES   PIC X(2).
       01 FS-ECARTS      PIC X(2).
       01 FS-EXCURSIONS  PIC X(2).
       01 FS-EXPLOIT     PIC X(2).

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

      *    Nombre de jours sans acquittement au-delà duquel une
      *    alerte ouverte est relancée à la gravité supérieure.
       01 WS-DELAI-RELANCE PIC 9(3) VALUE 3.
       01 WS-PARAM-CODE    PIC X(10).
       01 WS-PARAM-VALEUR  PIC X(10).

      ***************************************************************
      *    Annuaire (département, nom, téléphone) et table de routage.
      ***************************************************************
       01 WS-ANN-TABLE.
           02 WS-ANN-ENTREE OCCURS 200 TIMES.
              03 WS-ANN-DEPT PIC X(2).
              03 WS-ANN-NOM  PIC X(10).
              03 WS-ANN-TEL  PIC X(10).
       01 WS-NB-ANN  PIC 9(3) VALUE 0.
       01 WS-CPT-ANN PIC 9(3).

       01 WS-ROUTE-TABLE.
           02 WS-ROUTE-ENTREE OCCURS 100 TIMES.
              03 WS-ROUTE-SOURCE PIC X(8).
              03 WS-ROUTE-SITE   PIC X(3).
              03 WS-ROUTE-PROP   PIC X(10).
       01 WS-NB-ROUTES   PIC 9(3) VALUE 0.
       01 WS-CPT-ROUTE   PIC 9(3).
       01 WS-RANG-ROUTE  PIC 9(3).
       01 WS-ROUTE-PASSE PIC 9.

       01 WS-ROUTE-SOURCE-TXT PIC X(8).
       01 WS-ROUTE-SITE-TXT   PIC X(3).
       01 WS-ROUTE-PROP-TXT   PIC X(10).

      *    Responsable trouvé pour l'alerte en cours d'affectation.
       01 WS-PROP-NOM PIC X(10).
       01 WS-PROP-TEL PIC X(10).

      ***************************************************************
      *    Boîte d'alertes, une ligne par alerte (ouverte ou close) :
      *      id;source;site;gravité;date de l'alerte;objet;statut;
      *      responsable;téléphone;date de création;date de dernière
      *      relance;acquittée par;date d'acquittement;détail
      *    Statut O ouverte, C close. Gravité 1 faible, 2 moyenne,
      *    3 haute, 4 critique. Les alertes closes restent dans la
      *    boîte : une alerte déjà acquittée n'est pas recréée au
      *    passage suivant tant que sa source la porte encore.
      ***************************************************************
       01 WS-BAL-TABLE.
           02 WS-BAL-ENTREE OCCURS 2000 TIMES.
              03 WS-BAL-ID       PIC 9(6).
              03 WS-BAL-SOURCE   PIC X(8).
              03 WS-BAL-SITE     PIC X(3).
              03 WS-BAL-GRAVITE  PIC 9.
              03 WS-BAL-DATE     PIC X(8).
              03 WS-BAL-OBJET    PIC X(20).
              03 WS-BAL-STATUT   PIC X(1).
                 88 BAL-OUVERTE VALUE "O".
                 88 BAL-CLOSE   VALUE "C".
              03 WS-BAL-PROP     PIC X(10).
              03 WS-BAL-TEL      PIC X(10).
              03 WS-BAL-CREATION PIC 9(8).
              03 WS-BAL-RELANCE  PIC 9(8).
              03 WS-BAL-ACQ-PAR  PIC X(10).
              03 WS-BAL-ACQ-DATE PIC X(8).
              03 WS-BAL-DETAIL   PIC X(40).
       01 WS-NB-BAL   PIC 9(4) VALUE 0.
       01 WS-CPT-BAL  PIC 9(4).
       01 WS-RANG-BAL PIC 9(4).
       01 WS-DERNIER-ID PIC 9(6) VALUE 0.

       01 WS-CHAMPS.
           02 WS-CHAMP PIC X(40) OCCURS 14 TIMES.
       01 WS-CPT-CHAMP PIC 9(2).

      *    Alerte lue dans une source, avant ajout à la boîte.
       01 WS-AL-SOURCE  PIC X(8).
       01 WS-AL-SITE    PIC X(3).
       01 WS-AL-GRAVITE PIC 9.
       01 WS-AL-DATE    PIC X(8).
       01 WS-AL-OBJET   PIC X(20).
       01 WS-AL-DETAIL  PIC X(40).

       01 WS-TROUVE PIC X(1).
           88 TROUVE-OK VALUE "O".
      *    TROUVE-OK = 1 : Recherche aboutie dans la table.
      *    TROUVE-OK = 0 : Pas trouvé.

      *    Zones de lecture des sources.
       01 WS-CMD-DATE    PIC X(8).
       01 WS-ACQ-ID-TXT  PIC X(10).
       01 WS-ACQ-PAR-TXT PIC X(10).
       01 WS-ACQ-ID      PIC 9(6).
       01 WS-PRK-DATE    PIC X(8).
       01 WS-PRK-HEURE   PIC X(6).
       01 WS-PRK-PLAQUE  PIC X(4).
       01 WS-PRK-MOTIF   PIC X(20).
       01 WS-PRK-POL     PIC X(1).
       01 WS-PRL-SCAN    PIC X(8).
       01 WS-PRL-PLAQUE  PIC X(4).
       01 WS-PRL-LOT     PIC X(1).
       01 WS-PRL-NIV     PIC X(1).
       01 WS-PRL-EMP     PIC X(2).
       01 WS-PRL-ENTREE  PIC X(8).
       01 WS-PRL-HEURES  PIC X(5).
       01 WS-EXC-SITE    PIC X(1).
       01 WS-EXC-FRIGO   PIC X(1).
       01 WS-EXC-DATE    PIC X(8).
       01 WS-EXC-HEURE   PIC X(4).
       01 WS-EXC-TEMP    PIC X(7).

      *    Délai écoulé depuis la dernière relance d'une alerte.
       01 WS-JOURS-ATTENTE PIC S9(7).
       01 WS-GRAVITE-RAP   PIC 9.

      *    Ligne de l'état des alertes ouvertes.
       01 WS-RAP-LIGNE.
           02 WS-RAP-ID       PIC 9(6).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RAP-GRAVITE  PIC 9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RAP-SOURCE   PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RAP-SITE     PIC X(3).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RAP-OBJET    PIC X(20).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RAP-DATE     PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RAP-PROP     PIC X(10).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RAP-TEL      PIC X(10).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-RAP-DETAIL   PIC X(40).

      *    Compteurs de l'exécution.
       01 WS-NB-LUS        PIC 9(5) VALUE 0.
       01 WS-NB-NOUVELLES  PIC 9(5) VALUE 0.
       01 WS-NB-DEJA       PIC 9(5) VALUE 0.
       01 WS-NB-ACQUITTEES PIC 9(5) VALUE 0.
       01 WS-NB-RELANCEES  PIC 9(5) VALUE 0.
       01 WS-NB-OUVERTES   PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PROP  PIC 9(5) VALUE 0.
       01 WS-NB-REJETS     PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES  PIC 9(5) VALUE 0.

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

      *    Paramètres, annuaire, routage, puis boîte du passage
      *    précédent et acquittements reçus depuis.
           PERFORM 6000-CHARGE-PARAMETRES.
           PERFORM 6010-CHARGE-ANNUAIRE.
           PERFORM 6020-CHARGE-ROUTAGE.
           PERFORM 6030-CHARGE-BOITE.
           PERFORM 6050-ACQUITTEMENTS.

      *    Reprise des alertes de chaque source.
           PERFORM 6100-SOURCE-REAPPRO.
           PERFORM 6110-SOURCE-QUARANTAINE.
           PERFORM 6120-SOURCE-PARKING.
           PERFORM 6130-SOURCE-PROLONGES.
           PERFORM 6140-SOURCE-ECARTS.
           PERFORM 6150-SOURCE-FRIGOS.

      *    Alertes restées sans responsable, relances, puis boîte et
      *    état des alertes ouvertes.
           PERFORM 6400-REAFFECTE.
           PERFORM 6410-RELANCES.
           PERFORM 6500-SAUVE-BOITE.
           PERFORM 6510-ETAT-OUVERTES.

           DISPLAY "-- BOITE D'ALERTES CONSOLIDEE --"
           DISPLAY "Alertes lues dans les sources : " WS-NB-LUS
           DISPLAY "Nouvelles alertes             : " WS-NB-NOUVELLES
           DISPLAY "Alertes déjà connues          : " WS-NB-DEJA
           DISPLAY "Alertes acquittées            : " WS-NB-ACQUITTEES
           DISPLAY "Alertes relancées             : " WS-NB-RELANCEES
           DISPLAY "Alertes ouvertes              : " WS-NB-OUVERTES
           DISPLAY "  dont sans responsable       : " WS-NB-SANS-PROP
           DISPLAY "Acquittements rejetés         : " WS-NB-REJETS
           DISPLAY "---------------------------------".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD905         *".
           DISPLAY "* Boîte d'alertes consolidée          *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-PARAMETRES.
      *    Délai de relance : DELAI;jours. Sans fichier ou valeur
      *    invalide, le délai par défaut s'applique.
           OPEN INPUT F-PARAM

           IF FS-PARAM = "00" THEN
              PERFORM UNTIL FS-PARAM = "10"
                 READ F-PARAM INTO F-PARAM-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PARAM-CODE
                       MOVE SPACES TO WS-PARAM-VALEUR
                       UNSTRING F-PARAM-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-PARAM-CODE
                             WS-PARAM-VALEUR
                       END-UNSTRING

                       IF WS-PARAM-CODE = "DELAI" THEN
                          IF FUNCTION TRIM(WS-PARAM-VALEUR) IS NUMERIC
                          THEN
                             COMPUTE WS-DELAI-RELANCE =
                                FUNCTION NUMVAL(WS-PARAM-VALEUR)
                          ELSE
                             DISPLAY "Délai de relance invalide, "
                             "délai par défaut : " WS-DELAI-RELANCE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PARAM
           END-IF

           DISPLAY "Relance des alertes non acquittées après "
              WS-DELAI-RELANCE " jour(s)."

           EXIT PROGRAM.

       6010-CHARGE-ANNUAIRE.
      *    Annuaire du personnel (département, nom, téléphone en
      *    colonnes fixes), tel que le lit LectureFichier.
           OPEN INPUT F-ANNUAIRE

           IF FS-ANNUAIRE = "00" THEN
              PERFORM UNTIL FS-ANNUAIRE = "10"
                 READ F-ANNUAIRE
                    NOT AT END
                       IF F-ANN-NOM NOT = SPACES AND WS-NB-ANN < 200
                       THEN
                          ADD 1 TO WS-NB-ANN
                          MOVE F-ANN-DEPT TO WS-ANN-DEPT(WS-NB-ANN)
                          MOVE F-ANN-NOM TO WS-ANN-NOM(WS-NB-ANN)
                          MOVE F-ANN-TEL TO WS-ANN-TEL(WS-NB-ANN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ANNUAIRE
              DISPLAY "Annuaire : " WS-NB-ANN " personne(s)."
           ELSE
              DISPLAY "Pas d'annuaire, les alertes restent sans resp"
              "onsable."
           END-IF

           EXIT PROGRAM.

       6020-CHARGE-ROUTAGE.
      *    Table de routage source;site;responsable.
           OPEN INPUT F-ROUTAGE

           IF FS-ROUTAGE = "00" THEN
              PERFORM UNTIL FS-ROUTAGE = "10"
                 READ F-ROUTAGE INTO F-ROUTAGE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ROUTE-SOURCE-TXT
                       MOVE SPACES TO WS-ROUTE-SITE-TXT
                       MOVE SPACES TO WS-ROUTE-PROP-TXT
                       UNSTRING F-ROUTAGE-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-ROUTE-SOURCE-TXT
                             WS-ROUTE-SITE-TXT
                             WS-ROUTE-PROP-TXT
                       END-UNSTRING

                       IF WS-ROUTE-SOURCE-TXT NOT = SPACES
                          AND WS-ROUTE-PROP-TXT NOT = SPACES
                          AND WS-NB-ROUTES < 100 THEN
                          ADD 1 TO WS-NB-ROUTES
                          MOVE WS-ROUTE-SOURCE-TXT TO
                             WS-ROUTE-SOURCE(WS-NB-ROUTES)
                          MOVE WS-ROUTE-SITE-TXT TO
                             WS-ROUTE-SITE(WS-NB-ROUTES)
                          MOVE WS-ROUTE-PROP-TXT TO
                             WS-ROUTE-PROP(WS-NB-ROUTES)
      *                   Un site laissé vide vaut tous les sites.
                          IF WS-ROUTE-SITE-TXT = SPACES THEN
                             MOVE "*" TO WS-ROUTE-SITE(WS-NB-ROUTES)
                          END-IF
                       ELSE
                          IF F-ROUTAGE-LIGNE NOT = SPACES THEN
                             DISPLAY "Ligne de routage ignorée : "
                             FUNCTION TRIM(F-ROUTAGE-LIGNE)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ROUTAGE
              DISPLAY "Routage : " WS-NB-ROUTES " règle(s)."
           ELSE
              DISPLAY "Pas de table de routage des alertes."
           END-IF

           EXIT PROGRAM.

       6030-CHARGE-BOITE.
      *    Boîte laissée par le passage précédent ; le plus grand
      *    identifiant donne la suite de la numérotation.
           OPEN INPUT F-BOITE

           IF FS-BOITE = "00" THEN
              PERFORM UNTIL FS-BOITE = "10"
                 READ F-BOITE INTO F-BOITE-LIGNE
                    NOT AT END
                       PERFORM 6040-LIGNE-BOITE
                 END-READ
              END-PERFORM
              CLOSE F-BOITE
              DISPLAY "Boîte d'alertes : " WS-NB-BAL " alerte(s) "
              "connue(s)."
           END-IF

           EXIT PROGRAM.

       6040-LIGNE-BOITE.
      *    Découpe une ligne de la boîte dans la table.
           MOVE SPACES TO WS-CHAMPS
           UNSTRING F-BOITE-LIGNE
              DELIMITED BY ";"
              INTO
                 WS-CHAMP(1) WS-CHAMP(2) WS-CHAMP(3) WS-CHAMP(4)
                 WS-CHAMP(5) WS-CHAMP(6) WS-CHAMP(7) WS-CHAMP(8)
                 WS-CHAMP(9) WS-CHAMP(10) WS-CHAMP(11) WS-CHAMP(12)
                 WS-CHAMP(13) WS-CHAMP(14)
           END-UNSTRING

           IF WS-CHAMP(1)(1:6) IS NUMERIC AND WS-NB-BAL < 2000 THEN
              ADD 1 TO WS-NB-BAL
              MOVE WS-CHAMP(1)(1:6) TO WS-BAL-ID(WS-NB-BAL)
              MOVE WS-CHAMP(2) TO WS-BAL-SOURCE(WS-NB-BAL)
              MOVE WS-CHAMP(3) TO WS-BAL-SITE(WS-NB-BAL)
              IF WS-CHAMP(4)(1:1) IS NUMERIC THEN
                 MOVE WS-CHAMP(4)(1:1) TO WS-BAL-GRAVITE(WS-NB-BAL)
              ELSE
                 MOVE 2 TO WS-BAL-GRAVITE(WS-NB-BAL)
              END-IF
              MOVE WS-CHAMP(5) TO WS-BAL-DATE(WS-NB-BAL)
              MOVE WS-CHAMP(6) TO WS-BAL-OBJET(WS-NB-BAL)
              MOVE WS-CHAMP(7) TO WS-BAL-STATUT(WS-NB-BAL)
              MOVE WS-CHAMP(8) TO WS-BAL-PROP(WS-NB-BAL)
              MOVE WS-CHAMP(9) TO WS-BAL-TEL(WS-NB-BAL)
              IF WS-CHAMP(10)(1:8) IS NUMERIC THEN
                 MOVE WS-CHAMP(10)(1:8) TO WS-BAL-CREATION(WS-NB-BAL)
              ELSE
                 MOVE WS-DATE-JOUR TO WS-BAL-CREATION(WS-NB-BAL)
              END-IF
              IF WS-CHAMP(11)(1:8) IS NUMERIC THEN
                 MOVE WS-CHAMP(11)(1:8) TO WS-BAL-RELANCE(WS-NB-BAL)
              ELSE
                 MOVE WS-BAL-CREATION(WS-NB-BAL) TO
                    WS-BAL-RELANCE(WS-NB-BAL)
              END-IF
              MOVE WS-CHAMP(12) TO WS-BAL-ACQ-PAR(WS-NB-BAL)
              MOVE WS-CHAMP(13) TO WS-BAL-ACQ-DATE(WS-NB-BAL)
              MOVE WS-CHAMP(14) TO WS-BAL-DETAIL(WS-NB-BAL)
              IF WS-BAL-ID(WS-NB-BAL) > WS-DERNIER-ID THEN
                 MOVE WS-BAL-ID(WS-NB-BAL) TO WS-DERNIER-ID
              END-IF
           ELSE
              IF F-BOITE-LIGNE NOT = SPACES THEN
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY "Ligne de la boîte d'alertes ignorée : "
                 F-BOITE-LIGNE(1:60)
              END-IF
           END-IF

           EXIT PROGRAM.

       6050-ACQUITTEMENTS.
      *    Acquittements id;acquitté par : l'alerte ouverte est
      *    close, avec le nom et la date de l'acquittement. Un
      *    identifiant inconnu ou une alerte déjà close est rejeté.
      *    Le fichier est consommé.
           OPEN INPUT F-ACQUIT

           IF FS-ACQUIT = "00" THEN
              PERFORM UNTIL FS-ACQUIT = "10"
                 READ F-ACQUIT INTO F-ACQUIT-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ACQ-ID-TXT
                       MOVE SPACES TO WS-ACQ-PAR-TXT
                       UNSTRING F-ACQUIT-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-ACQ-ID-TXT
                             WS-ACQ-PAR-TXT
                       END-UNSTRING
                       IF F-ACQUIT-LIGNE NOT = SPACES THEN
                          PERFORM 6060-ACQUITTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ACQUIT

              OPEN OUTPUT F-ACQUIT
              CLOSE F-ACQUIT
           END-IF

           EXIT PROGRAM.

       6060-ACQUITTE.
      *    Ferme l'alerte WS-ACQ-ID-TXT si elle est ouverte.
           MOVE "N" TO WS-TROUVE
           MOVE 0 TO WS-RANG-BAL

           IF FUNCTION TRIM(WS-ACQ-ID-TXT) IS NUMERIC THEN
              COMPUTE WS-ACQ-ID = FUNCTION NUMVAL(WS-ACQ-ID-TXT)
              PERFORM VARYING WS-CPT-BAL FROM 1 BY 1
                 UNTIL WS-CPT-BAL > WS-NB-BAL OR TROUVE-OK
                 IF WS-BAL-ID(WS-CPT-BAL) = WS-ACQ-ID THEN
                    MOVE "O" TO WS-TROUVE
                    MOVE WS-CPT-BAL TO WS-RANG-BAL
                 END-IF
              END-PERFORM
           END-IF

           IF NOT TROUVE-OK THEN
              ADD 1 TO WS-NB-REJETS
              DISPLAY "Acquittement rejeté (alerte inconnue) : "
              FUNCTION TRIM(F-ACQUIT-LIGNE)
           ELSE
              IF BAL-CLOSE(WS-RANG-BAL) THEN
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY "Acquittement rejeté (alerte déjà close) : "
                 FUNCTION TRIM(F-ACQUIT-LIGNE)
              ELSE
                 MOVE "C" TO WS-BAL-STATUT(WS-RANG-BAL)
                 MOVE WS-ACQ-PAR-TXT TO WS-BAL-ACQ-PAR(WS-RANG-BAL)
                 MOVE WS-DATE-JOUR TO WS-BAL-ACQ-DATE(WS-RANG-BAL)
                 ADD 1 TO WS-NB-ACQUITTEES
              END-IF
           END-IF

           EXIT PROGRAM.

       6100-SOURCE-REAPPRO.
      *    Articles passés sous leur seuil de réapprovisionnement :
      *    alertes de la journée encore dans ReapproAlertes.txt, et
      *    articles repris sur le dernier bon de commande (la fin de
      *    journée de BD302 vide ReapproAlertes.txt une fois le bon
      *    émis). Le hangar n'a pas de site : la règle de routage
      *    doit porter le site "*".
           MOVE "REAPPRO" TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-SITE
           MOVE 2 TO WS-AL-GRAVITE

           OPEN INPUT F-REAPPRO

           IF FS-REAPPRO = "00" THEN
              PERFORM UNTIL FS-REAPPRO = "10"
                 READ F-REAPPRO
                    NOT AT END
                       IF F-REA-LIBELLE = "REORDER" THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE WS-DATE-JOUR TO WS-AL-DATE
                          MOVE F-REA-IDM TO WS-AL-OBJET
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING "STOCK " FUNCTION TRIM(F-REA-QTE)
                             " SOUS SEUIL " FUNCTION TRIM(F-REA-SEUIL)
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-REAPPRO
           END-IF

           OPEN INPUT F-COMMANDE

           IF FS-COMMANDE = "00" THEN
              MOVE SPACES TO WS-CMD-DATE
              PERFORM UNTIL FS-COMMANDE = "10"
                 READ F-COMMANDE
                    NOT AT END
                       IF F-COMMANDE-LIGNE(1:31) =
                          "BON DE COMMANDE FOURNISSEUR DU " THEN
                          MOVE F-COMMANDE-LIGNE(32:8) TO WS-CMD-DATE
                       ELSE
                       IF F-CMD-IDM NOT = SPACES
                          AND F-CMD-IDM NOT = "COD"
                          AND WS-CMD-DATE IS NUMERIC THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE WS-CMD-DATE TO WS-AL-DATE
                          MOVE F-CMD-IDM TO WS-AL-OBJET
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING "STOCK " FUNCTION TRIM(F-CMD-STOCK)
                             " SOUS SEUIL " FUNCTION TRIM(F-CMD-SEUIL)
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-COMMANDE
           END-IF

           EXIT PROGRAM.

       6110-SOURCE-QUARANTAINE.
      *    Retours encore en attente d'inspection (rapport de
      *    quarantaine de BD302), datés de leur retour.
           MOVE "QUARANT" TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-SITE
           MOVE 2 TO WS-AL-GRAVITE

           OPEN INPUT F-QUARANTAINE

           IF FS-QUARANTAINE = "00" THEN
              PERFORM UNTIL FS-QUARANTAINE = "10"
                 READ F-QUARANTAINE
                    NOT AT END
                       IF F-QUA-IDM NOT = SPACES
                          AND F-QUA-IDM NOT = "COD"
                          AND F-QUA-DATE IS NUMERIC THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE F-QUA-DATE TO WS-AL-DATE
                          MOVE F-QUA-IDM TO WS-AL-OBJET
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING "QTE " F-QUA-QTE
                             " EN ATTENTE D'INSPECTION"
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-QUARANTAINE
           END-IF

           EXIT PROGRAM.

       6120-SOURCE-PARKING.
      *    Plaques de la liste de surveillance détectées à l'entrée
      *    du parking (date;heure;plaque;motif;politique) : gravité
      *    haute, l'assureur attend une réaction dans la journée.
      *    Chaque détection est une alerte (objet plaque + heure).
           MOVE "PARKING" TO WS-AL-SOURCE
           MOVE SPACES TO WS-AL-SITE
           MOVE 3 TO WS-AL-GRAVITE

           OPEN INPUT F-PARKING

           IF FS-PARKING = "00" THEN
              PERFORM UNTIL FS-PARKING = "10"
                 READ F-PARKING
                    NOT AT END
                       MOVE SPACES TO WS-PRK-DATE
                       MOVE SPACES TO WS-PRK-HEURE
                       MOVE SPACES TO WS-PRK-PLAQUE
                       MOVE SPACES TO WS-PRK-MOTIF
                       MOVE SPACES TO WS-PRK-POL
                       UNSTRING F-PARKING-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-PRK-DATE
                             WS-PRK-HEURE
                             WS-PRK-PLAQUE
                             WS-PRK-MOTIF
                             WS-PRK-POL
                       END-UNSTRING

                       IF WS-PRK-DATE IS NUMERIC
                          AND WS-PRK-PLAQUE NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE WS-PRK-DATE TO WS-AL-DATE
                          MOVE SPACES TO WS-AL-OBJET
                          STRING WS-PRK-PLAQUE " " WS-PRK-HEURE
                             DELIMITED BY SIZE
                             INTO WS-AL-OBJET
                          END-STRING
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING "SURVEILLANCE : " WS-PRK-MOTIF
                             " (" WS-PRK-POL ")"
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PARKING
           END-IF

           EXIT PROGRAM.

       6130-SOURCE-PROLONGES.
      *    Stationnements prolongés du dernier balayage du parking
      *    (date du balayage;plaque;lot;niveau;emplacement;date
      *    d'entrée;heures). Le site est le lot, l'alerte est datée
      *    de l'entrée du véhicule : le même stationnement retrouvé
      *    aux balayages suivants ne fait qu'une alerte.
           MOVE "PROLONGE" TO WS-AL-SOURCE
           MOVE 1 TO WS-AL-GRAVITE

           OPEN INPUT F-PROLONGES

           IF FS-PROLONGES = "00" THEN
              PERFORM UNTIL FS-PROLONGES = "10"
                 READ F-PROLONGES
                    NOT AT END
                       MOVE SPACES TO WS-PRL-SCAN
                       MOVE SPACES TO WS-PRL-PLAQUE
                       MOVE SPACES TO WS-PRL-LOT
                       MOVE SPACES TO WS-PRL-NIV
                       MOVE SPACES TO WS-PRL-EMP
                       MOVE SPACES TO WS-PRL-ENTREE
                       MOVE SPACES TO WS-PRL-HEURES
                       UNSTRING F-PROLONGES-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-PRL-SCAN
                             WS-PRL-PLAQUE
                             WS-PRL-LOT
                             WS-PRL-NIV
                             WS-PRL-EMP
                             WS-PRL-ENTREE
                             WS-PRL-HEURES
                       END-UNSTRING

                       IF WS-PRL-ENTREE IS NUMERIC
                          AND WS-PRL-PLAQUE NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE WS-PRL-LOT TO WS-AL-SITE
                          MOVE WS-PRL-ENTREE TO WS-AL-DATE
                          MOVE WS-PRL-PLAQUE TO WS-AL-OBJET
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING "NIVEAU " WS-PRL-NIV " EMPL. "
                             WS-PRL-EMP " : " WS-PRL-HEURES
                             " H DE PRESENCE"
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PROLONGES
           END-IF

           EXIT PROGRAM.

       6140-SOURCE-ECARTS.
      *    Ecarts sérieux stock/ventes de BC701 : le site est
      *    l'emplacement de la ligne, l'objet le code article. Le
      *    fichier est refait à chaque passage de BC701 : l'alerte
      *    est datée du jour où elle est reprise.
           MOVE "ECARTS" TO WS-AL-SOURCE
           MOVE 2 TO WS-AL-GRAVITE

           OPEN INPUT F-ECARTS

           IF FS-ECARTS = "00" THEN
              PERFORM UNTIL FS-ECARTS = "10"
                 READ F-ECARTS
                    NOT AT END
                       IF F-ECA-CODE NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE F-ECA-EMP TO WS-AL-SITE
                          MOVE WS-DATE-JOUR TO WS-AL-DATE
                          MOVE F-ECA-CODE TO WS-AL-OBJET
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING F-ECA-DESC " STOCK " F-ECA-STOCK
                             " VENTE " F-ECA-VENTE
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ECARTS
           END-IF

           EXIT PROGRAM.

       6150-SOURCE-FRIGOS.
      *    Excursions HACCP du dernier contrôle des relevés de BD101
      *    (site;frigo;date;heure;température) : gravité haute, le
      *    contenu du frigo est peut-être à jeter. Une alerte par
      *    frigo et par jour de relevé.
           MOVE "FRIGO" TO WS-AL-SOURCE
           MOVE 3 TO WS-AL-GRAVITE

           OPEN INPUT F-EXCURSIONS

           IF FS-EXCURSIONS = "00" THEN
              PERFORM UNTIL FS-EXCURSIONS = "10"
                 READ F-EXCURSIONS
                    NOT AT END
                       MOVE SPACES TO WS-EXC-SITE
                       MOVE SPACES TO WS-EXC-FRIGO
                       MOVE SPACES TO WS-EXC-DATE
                       MOVE SPACES TO WS-EXC-HEURE
                       MOVE SPACES TO WS-EXC-TEMP
                       UNSTRING F-EXCURSIONS-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-EXC-SITE
                             WS-EXC-FRIGO
                             WS-EXC-DATE
                             WS-EXC-HEURE
                             WS-EXC-TEMP
                       END-UNSTRING

                       IF WS-EXC-SITE IS NUMERIC
                          AND WS-EXC-FRIGO IS NUMERIC THEN
                          ADD 1 TO WS-NB-LUS
                          MOVE WS-EXC-SITE TO WS-AL-SITE
                          MOVE WS-EXC-DATE TO WS-AL-DATE
                          MOVE SPACES TO WS-AL-OBJET
                          STRING "FRIGO " WS-EXC-FRIGO
                             DELIMITED BY SIZE
                             INTO WS-AL-OBJET
                          END-STRING
                          MOVE SPACES TO WS-AL-DETAIL
                          STRING "EXCURSION A "
                             FUNCTION TRIM(WS-EXC-TEMP)
                             " C A " WS-EXC-HEURE
                             DELIMITED BY SIZE
                             INTO WS-AL-DETAIL
                          END-STRING
                          PERFORM 6200-AJOUTE-ALERTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-EXCURSIONS
           END-IF

           EXIT PROGRAM.

       6200-AJOUTE-ALERTE.
      *    Ajoute à la boîte l'alerte WS-AL-*, sauf si une alerte de
      *    même source, site, objet et date y est déjà (ouverte ou
      *    acquittée). La nouvelle alerte est ouverte et affectée.
      *    Site et objet sont cadrés à gauche, comme ils sont relus
      *    de la boîte.
           MOVE FUNCTION TRIM(WS-AL-SITE) TO WS-AL-SITE
           MOVE FUNCTION TRIM(WS-AL-OBJET) TO WS-AL-OBJET

           MOVE "N" TO WS-TROUVE
           PERFORM VARYING WS-CPT-BAL FROM 1 BY 1
              UNTIL WS-CPT-BAL > WS-NB-BAL OR TROUVE-OK
              IF WS-BAL-SOURCE(WS-CPT-BAL) = WS-AL-SOURCE
                 AND WS-BAL-SITE(WS-CPT-BAL) = WS-AL-SITE
                 AND WS-BAL-OBJET(WS-CPT-BAL) = WS-AL-OBJET
                 AND WS-BAL-DATE(WS-CPT-BAL) = WS-AL-DATE THEN
                 MOVE "O" TO WS-TROUVE
              END-IF
           END-PERFORM

           IF TROUVE-OK THEN
              ADD 1 TO WS-NB-DEJA
           ELSE
           IF WS-NB-BAL >= 2000 THEN
              ADD 1 TO WS-NB-ANOMALIES
              DISPLAY "Boîte d'alertes pleine, alerte non reprise : "
              WS-AL-SOURCE " " WS-AL-OBJET
           ELSE
              ADD 1 TO WS-NB-BAL
              ADD 1 TO WS-DERNIER-ID
              ADD 1 TO WS-NB-NOUVELLES
              MOVE WS-DERNIER-ID TO WS-BAL-ID(WS-NB-BAL)
              MOVE WS-AL-SOURCE TO WS-BAL-SOURCE(WS-NB-BAL)
              MOVE WS-AL-SITE TO WS-BAL-SITE(WS-NB-BAL)
              MOVE WS-AL-GRAVITE TO WS-BAL-GRAVITE(WS-NB-BAL)
              MOVE WS-AL-DATE TO WS-BAL-DATE(WS-NB-BAL)
              MOVE WS-AL-OBJET TO WS-BAL-OBJET(WS-NB-BAL)
              MOVE "O" TO WS-BAL-STATUT(WS-NB-BAL)
              MOVE WS-DATE-JOUR TO WS-BAL-CREATION(WS-NB-BAL)
              MOVE WS-DATE-JOUR TO WS-BAL-RELANCE(WS-NB-BAL)
              MOVE SPACES TO WS-BAL-ACQ-PAR(WS-NB-BAL)
              MOVE SPACES TO WS-BAL-ACQ-DATE(WS-NB-BAL)
              MOVE WS-AL-DETAIL TO WS-BAL-DETAIL(WS-NB-BAL)
              MOVE WS-NB-BAL TO WS-RANG-BAL
              PERFORM 6300-AFFECTE
           END-IF
           END-IF

           EXIT PROGRAM.

       6300-AFFECTE.
      *    Responsable de l'alerte WS-RANG-BAL : règle de routage de
      *    sa source et de son site, à défaut de sa source pour tous
      *    les sites, à défaut la règle "*" ; le responsable de la
      *    règle est cherché dans l'annuaire par son nom ou, sur deux
      *    chiffres, comme premier du département.
           MOVE 0 TO WS-RANG-ROUTE
           MOVE SPACES TO WS-PROP-NOM
           MOVE SPACES TO WS-PROP-TEL

           PERFORM VARYING WS-ROUTE-PASSE FROM 1 BY 1
              UNTIL WS-ROUTE-PASSE > 3 OR WS-RANG-ROUTE > 0
              PERFORM VARYING WS-CPT-ROUTE FROM 1 BY 1
                 UNTIL WS-CPT-ROUTE > WS-NB-ROUTES
                 OR WS-RANG-ROUTE > 0
                 EVALUATE WS-ROUTE-PASSE
                    WHEN 1
                       IF WS-ROUTE-SOURCE(WS-CPT-ROUTE) =
                          WS-BAL-SOURCE(WS-RANG-BAL)
                          AND WS-ROUTE-SITE(WS-CPT-ROUTE) =
                          WS-BAL-SITE(WS-RANG-BAL)
                          AND WS-BAL-SITE(WS-RANG-BAL) NOT = SPACES
                       THEN
                          MOVE WS-CPT-ROUTE TO WS-RANG-ROUTE
                       END-IF
                    WHEN 2
                       IF WS-ROUTE-SOURCE(WS-CPT-ROUTE) =
                          WS-BAL-SOURCE(WS-RANG-BAL)
                          AND WS-ROUTE-SITE(WS-CPT-ROUTE) = "*" THEN
                          MOVE WS-CPT-ROUTE TO WS-RANG-ROUTE
                       END-IF
                    WHEN 3
                       IF WS-ROUTE-SOURCE(WS-CPT-ROUTE) = "*"
                          AND WS-ROUTE-SITE(WS-CPT-ROUTE) = "*" THEN
                          MOVE WS-CPT-ROUTE TO WS-RANG-ROUTE
                       END-IF
                 END-EVALUATE
              END-PERFORM
           END-PERFORM

           IF WS-RANG-ROUTE > 0 THEN
              MOVE "N" TO WS-TROUVE
              PERFORM VARYING WS-CPT-ANN FROM 1 BY 1
                 UNTIL WS-CPT-ANN > WS-NB-ANN OR TROUVE-OK
                 IF WS-ANN-NOM(WS-CPT-ANN) =
                    WS-ROUTE-PROP(WS-RANG-ROUTE)
                    OR (WS-ROUTE-PROP(WS-RANG-ROUTE)(3:8) = SPACES
                    AND WS-ANN-DEPT(WS-CPT-ANN) =
                    WS-ROUTE-PROP(WS-RANG-ROUTE)(1:2)) THEN
                    MOVE "O" TO WS-TROUVE
                    MOVE WS-ANN-NOM(WS-CPT-ANN) TO WS-PROP-NOM
                    MOVE WS-ANN-TEL(WS-CPT-ANN) TO WS-PROP-TEL
                 END-IF
              END-PERFORM
              IF NOT TROUVE-OK THEN
                 DISPLAY "Responsable " WS-ROUTE-PROP(WS-RANG-ROUTE)
                 " absent de l'annuaire (alerte "
                 WS-BAL-ID(WS-RANG-BAL) ")."
              END-IF
           END-IF

           MOVE WS-PROP-NOM TO WS-BAL-PROP(WS-RANG-BAL)
           MOVE WS-PROP-TEL TO WS-BAL-TEL(WS-RANG-BAL)

           EXIT PROGRAM.

       6400-REAFFECTE.
      *    Les alertes ouvertes restées sans responsable sont
      *    réaffectées : la table de routage ou l'annuaire a pu être
      *    complété depuis leur création.
           PERFORM VARYING WS-CPT-BAL FROM 1 BY 1
              UNTIL WS-CPT-BAL > WS-NB-BAL
              IF BAL-OUVERTE(WS-CPT-BAL)
                 AND WS-BAL-PROP(WS-CPT-BAL) = SPACES THEN
                 MOVE WS-CPT-BAL TO WS-RANG-BAL
                 PERFORM 6300-AFFECTE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6410-RELANCES.
      *    Une alerte ouverte sans acquittement depuis le délai de
      *    relance (compté depuis sa création ou sa dernière
      *    relance) est relancée : gravité supérieure, jusqu'à
      *    critique, et date de relance remise au jour.
           PERFORM VARYING WS-CPT-BAL FROM 1 BY 1
              UNTIL WS-CPT-BAL > WS-NB-BAL
              IF BAL-OUVERTE(WS-CPT-BAL) THEN
                 MOVE "EC" TO DT-FONCTION
                 MOVE WS-BAL-RELANCE(WS-CPT-BAL) TO DT-DATE-1
                 MOVE WS-DATE-JOUR TO DT-DATE-2
                 CALL "BC810" USING DT-PARAMETRES
                 MOVE DT-JOURS-RESULTAT TO WS-JOURS-ATTENTE

                 IF DT-OK AND WS-JOURS-ATTENTE >= WS-DELAI-RELANCE
                    AND WS-DELAI-RELANCE > 0 THEN
                    IF WS-BAL-GRAVITE(WS-CPT-BAL) < 4 THEN
                       ADD 1 TO WS-BAL-GRAVITE(WS-CPT-BAL)
                    END-IF
                    MOVE WS-DATE-JOUR TO WS-BAL-RELANCE(WS-CPT-BAL)
                    ADD 1 TO WS-NB-RELANCEES
                    DISPLAY "RELANCE : alerte " WS-BAL-ID(WS-CPT-BAL)
                    " " WS-BAL-SOURCE(WS-CPT-BAL) " "
                    WS-BAL-OBJET(WS-CPT-BAL) " gravité "
                    WS-BAL-GRAVITE(WS-CPT-BAL) " -> "
                    WS-BAL-PROP(WS-CPT-BAL)
                 END-IF
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6500-SAUVE-BOITE.
      *    Réécrit la boîte complète, alertes closes comprises.
           OPEN OUTPUT F-BOITE

           PERFORM VARYING WS-CPT-BAL FROM 1 BY 1
              UNTIL WS-CPT-BAL > WS-NB-BAL
              MOVE SPACES TO F-BOITE-LIGNE
              STRING WS-BAL-ID(WS-CPT-BAL) ";"
                 FUNCTION TRIM(WS-BAL-SOURCE(WS-CPT-BAL)) ";"
                 FUNCTION TRIM(WS-BAL-SITE(WS-CPT-BAL)) ";"
                 WS-BAL-GRAVITE(WS-CPT-BAL) ";"
                 WS-BAL-DATE(WS-CPT-BAL) ";"
                 FUNCTION TRIM(WS-BAL-OBJET(WS-CPT-BAL)) ";"
                 WS-BAL-STATUT(WS-CPT-BAL) ";"
                 FUNCTION TRIM(WS-BAL-PROP(WS-CPT-BAL)) ";"
                 FUNCTION TRIM(WS-BAL-TEL(WS-CPT-BAL)) ";"
                 WS-BAL-CREATION(WS-CPT-BAL) ";"
                 WS-BAL-RELANCE(WS-CPT-BAL) ";"
                 FUNCTION TRIM(WS-BAL-ACQ-PAR(WS-CPT-BAL)) ";"
                 FUNCTION TRIM(WS-BAL-ACQ-DATE(WS-CPT-BAL)) ";"
                 FUNCTION TRIM(WS-BAL-DETAIL(WS-CPT-BAL))
                 DELIMITED BY SIZE
                 INTO F-BOITE-LIGNE
              END-STRING
              WRITE F-BOITE-LIGNE
           END-PERFORM

           CLOSE F-BOITE

           EXIT PROGRAM.

       6510-ETAT-OUVERTES.
      *    Etat des alertes ouvertes, des plus graves aux moins
      *    graves, avec leur responsable et son téléphone.
           OPEN OUTPUT F-OUVERTES

           MOVE SPACES TO F-OUVERTES-LIGNE
           STRING "ALERTES OUVERTES AU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-OUVERTES-LIGNE
           END-STRING
           WRITE F-OUVERTES-LIGNE

           MOVE SPACES TO F-OUVERTES-LIGNE
           STRING "ID      G  SOURCE   SIT OBJET                DATE"
              "      RESPONSABLE TELEPHONE  DETAIL"
              DELIMITED BY SIZE
              INTO F-OUVERTES-LIGNE
           END-STRING
           WRITE F-OUVERTES-LIGNE

           PERFORM VARYING WS-GRAVITE-RAP FROM 4 BY -1
              UNTIL WS-GRAVITE-RAP < 1
              PERFORM VARYING WS-CPT-BAL FROM 1 BY 1
                 UNTIL WS-CPT-BAL > WS-NB-BAL
                 IF BAL-OUVERTE(WS-CPT-BAL)
                    AND WS-BAL-GRAVITE(WS-CPT-BAL) = WS-GRAVITE-RAP
                 THEN
                    ADD 1 TO WS-NB-OUVERTES
                    IF WS-BAL-PROP(WS-CPT-BAL) = SPACES THEN
                       ADD 1 TO WS-NB-SANS-PROP
                    END-IF
                    MOVE WS-BAL-ID(WS-CPT-BAL) TO WS-RAP-ID
                    MOVE WS-BAL-GRAVITE(WS-CPT-BAL) TO WS-RAP-GRAVITE
                    MOVE WS-BAL-SOURCE(WS-CPT-BAL) TO WS-RAP-SOURCE
                    MOVE WS-BAL-SITE(WS-CPT-BAL) TO WS-RAP-SITE
                    MOVE WS-BAL-OBJET(WS-CPT-BAL) TO WS-RAP-OBJET
                    MOVE WS-BAL-DATE(WS-CPT-BAL) TO WS-RAP-DATE
                    IF WS-BAL-PROP(WS-CPT-BAL) = SPACES THEN
                       MOVE "A AFFECTER" TO WS-RAP-PROP
                    ELSE
                       MOVE WS-BAL-PROP(WS-CPT-BAL) TO WS-RAP-PROP
                    END-IF
                    MOVE WS-BAL-TEL(WS-CPT-BAL) TO WS-RAP-TEL
                    MOVE WS-BAL-DETAIL(WS-CPT-BAL) TO WS-RAP-DETAIL
                    MOVE WS-RAP-LIGNE TO F-OUVERTES-LIGNE
                    WRITE F-OUVERTES-LIGNE
                 END-IF
              END-PERFORM
           END-PERFORM

           CLOSE F-OUVERTES

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
              ";BD905;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-NOUVELLES
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
           DISPLAY "* FIN PROGRAMME : BD905               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD905.
