       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD304.

      ***************************************************************
      *    Révision périodique des seuils de réapprovisionnement du
      *    catalogue produits. Le seuil saisi une fois pour toutes
      *    dans ProduitsCatalogue.txt alerte trop tard sur les gros
      *    tourneurs et trop tôt sur les articles lents : ce
      *    traitement propose pour chaque produit un point de
      *    commande calculé sur les sorties réelles relevées à
      *    l'historique des mouvements de la gestion du stock
      *    (MouvementsHisto.txt) :
      *       seuil proposé = demande moyenne par jour x délai
      *                     + Z x écart-type journalier x racine du
      *                       délai
      *    sur une fenêtre glissante de jours (28 par défaut), avec
      *    le délai de livraison promis par le fournisseur du produit
      *    et le coefficient Z du taux de service visé (95 % par
      *    défaut). Fenêtre et taux peuvent être posés dans
      *    RevisionSeuilsParam.txt (jours;taux).
      *    Les propositions sont écrites dans RevisionSeuils.txt,
      *    décision à N. Les achats en déposent une copie validée,
      *    décision passée à O sur les lignes acceptées, sous le nom
      *    RevisionSeuilsApprouvee.txt : au passage suivant, seules
      *    ces lignes sont reportées dans le catalogue, puis le
      *    fichier validé est consommé.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-CATALOGUE ASSIGN TO "./in/ProduitsCatalogue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CATALOGUE.

       SELECT F-FOURNISSEURS ASSIGN TO "./in/Fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURNISSEURS.

       SELECT F-MVT-HISTO ASSIGN TO "./out/MouvementsHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MVT-HISTO.

       SELECT F-PARAM ASSIGN TO "./in/RevisionSeuilsParam.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PARAM.

       SELECT F-REVISION ASSIGN TO "./out/RevisionSeuils.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REVISION.

       SELECT F-APPROUVE ASSIGN TO "./in/RevisionSeuilsApprouvee.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-APPROUVE.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-CATALOGUE.
       01 F-CATALOGUE-LIGNE PIC X(60).

       FD F-FOURNISSEURS.
       01 F-FOURNISSEURS-LIGNE PIC X(80).

       FD F-MVT-HISTO.
       01 F-MVT-HISTO-LIGNE PIC X(80).

       FD F-PARAM.
       01 F-PARAM-LIGNE PIC X(20).

       FD F-REVISION.
       01 F-REVISION-LIGNE PIC X(80).

       FD F-APPROUVE.
       01 F-APPROUVE-LIGNE PIC X(80).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-CATALOGUE    PIC X(2).
       01 FS-FOURNISSEURS PIC X(2).
       01 FS-MVT-HISTO    PIC X(2).
       01 FS-PARAM        PIC X(2).
       01 FS-REVISION     PIC X(2).
       01 FS-APPROUVE     PIC X(2).
       01 FS-EXPLOIT      PIC X(2).

      ***************************************************************
      *    Paramètres du calcul : fenêtre glissante en jours (90 au
      *    plus), taux de service visé en % et son coefficient Z,
      *    délai pris pour un produit sans fournisseur connu.
      ***************************************************************
       01 WS-FENETRE-J      PIC 9(3) VALUE 28.
       01 WS-TAUX-SERVICE   PIC 9(3) VALUE 95.
       01 WS-Z-SERVICE      PIC 9V9(2) VALUE 1.65.
       01 WS-DELAI-DEFAUT   PIC 9(3) VALUE 7.
       01 WS-PARAM-FENETRE-TXT PIC X(5).
       01 WS-PARAM-TAUX-TXT    PIC X(5).

      ***************************************************************
      *    Catalogue produits tenu en mémoire : ligne d'origine
      *    (réécrite telle quelle sauf le seuil approuvé), code,
      *    seuil actuel, fournisseur et délai, seuil approuvé.
      ***************************************************************
       01 WS-PRODUIT-TABLE.
           02 WS-PRODUIT OCCURS 50 TIMES.
              03 WS-PRODUIT-LIGNE  PIC X(60).
              03 WS-PRODUIT-CODE   PIC X(3).
              03 WS-PRODUIT-SEUIL  PIC 9(5).
              03 WS-PRODUIT-FOURN  PIC X(4).
              03 WS-PRODUIT-DELAI  PIC 9(3).
              03 WS-PRODUIT-APPROUVE PIC X(1).
              03 WS-PRODUIT-NOUVEAU  PIC 9(5).
              03 WS-PRODUIT-JOUR OCCURS 90 TIMES PIC 9(7).
       01 WS-NB-PRODUITS  PIC 9(2) VALUE 0.
       01 WS-CPT-PRODUIT  PIC 9(2).
       01 WS-RANG-PRODUIT PIC 9(2).

      *    Colonnes du catalogue découpées.
       01 WS-CAT-CODE      PIC X(3).
       01 WS-CAT-DESC      PIC X(20).
       01 WS-CAT-POIDS-TXT PIC X(10).
       01 WS-CAT-SEUIL-TXT PIC X(10).
       01 WS-CAT-UPC-TXT   PIC X(10).
       01 WS-CAT-CPP-TXT   PIC X(10).
       01 WS-CAT-CLASSE-TXT PIC X(2).
       01 WS-CAT-FOURN-TXT PIC X(4).

      *    Réécriture d'une ligne du catalogue : positions des
      *    colonnes qui encadrent le seuil, seuil édité.
       01 WS-POINTEUR-SEUIL PIC 9(3).
       01 WS-POINTEUR-SUITE PIC 9(3).
       01 WS-SEUIL-ED       PIC Z(4)9.
       01 WS-LIGNE-NOUVELLE PIC X(60).

      *    Fichier maître des fournisseurs découpé (code;nom;délai;
      *    contact).
       01 WS-FRN-CODE      PIC X(4).
       01 WS-FRN-NOM       PIC X(20).
       01 WS-FRN-DELAI-TXT PIC X(5).

      ***************************************************************
      *    Ligne de l'historique des mouvements relue (même découpage
      *    que la ligne écrite par la gestion du stock).
      ***************************************************************
       01 WS-HMV-LIGNE.
           02 WS-HML-DATE   PIC 9(8).
           02 FILLER        PIC X(1).
           02 WS-HML-HEURE  PIC 9(6).
           02 FILLER        PIC X(1).
           02 WS-HML-TYPE   PIC X(1).
           02 FILLER        PIC X(1).
           02 WS-HML-IDM    PIC X(3).
           02 FILLER        PIC X(1).
           02 WS-HML-DEPOT  PIC 9(1).
           02 FILLER        PIC X(1).
           02 WS-HML-ALLEE  PIC 9(2).
           02 FILLER        PIC X(1).
           02 WS-HML-NIVEAU PIC 9(2).
           02 FILLER        PIC X(1).
           02 WS-HML-DLC    PIC 9(8).
           02 FILLER        PIC X(1).
           02 WS-HML-SENS   PIC X(1).
           02 FILLER        PIC X(1).
           02 WS-HML-QTE    PIC 9(5).
           02 FILLER        PIC X(1).
           02 WS-HML-SOLDE  PIC 9(6).
           02 FILLER        PIC X(1).
           02 WS-HML-REF    PIC X(10).

      *    Bornes de la fenêtre en jours entiers, premier jour connu
      *    de l'historique, nombre de jours observés.
       01 WS-DATE-JOUR      PIC 9(8).
       01 WS-JOUR-FIN       PIC 9(7).
       01 WS-JOUR-DEBUT     PIC 9(7).
       01 WS-JOUR-LIGNE     PIC 9(7).
       01 WS-JOUR-PREMIER   PIC 9(7) VALUE 0.
       01 WS-NB-JOURS-OBS   PIC 9(3) VALUE 0.
       01 WS-RANG-JOUR      PIC 9(3).

      *    Calcul du point de commande d'un produit.
       01 WS-SOMME-DEMANDE  PIC 9(9).
       01 WS-MOYENNE-J      PIC 9(7)V9(4).
       01 WS-VARIANCE-J     PIC 9(11)V9(4).
       01 WS-ECART-TYPE-J   PIC 9(7)V9(4).
       01 WS-POINT-COMMANDE PIC 9(9)V9(4).
       01 WS-SEUIL-PROPOSE  PIC 9(5).
       01 WS-VARIATION      PIC S9(5).

      ***************************************************************
      *    Ligne de RevisionSeuils.txt, à positions fixes (code;seuil
      *    actuel;seuil proposé;variation;demande moyenne par jour;
      *    écart-type journalier;délai;jours observés;décision). La
      *    copie validée par les achats est relue avec le même
      *    découpage.
      ***************************************************************
       01 WS-REVISION-LIGNE.
           02 WS-REV-CODE     PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-ACTUEL   PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-PROPOSE  PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-VARIATION PIC +9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-MOYENNE  PIC 9(5).9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-ECART    PIC 9(5).9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-DELAI    PIC 9(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-JOURS    PIC 9(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-REV-DECISION PIC X(1).

       01 WS-APPROUVE-FLAG PIC X.
           88 APPROBATION-PRESENTE VALUE "O".
      *    APPROBATION-PRESENTE = 1 : Copie validée par les achats
      *                               déposée, à reporter.
      *    APPROBATION-PRESENTE = 0 : Pas de validation en attente.

      *    Compteurs du traitement : produits lus, seuils proposés,
      *    seuils reportés au catalogue, lignes validées ignorées,
      *    fichiers de base absents.
       01 WS-NB-LUS       PIC 9(5) VALUE 0.
       01 WS-NB-PROPOSES  PIC 9(5) VALUE 0.
       01 WS-NB-REPORTES  PIC 9(5) VALUE 0.
       01 WS-NB-REJETS    PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE 0.

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

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

      *    Paramètres éventuels (fenêtre, taux de service).
           PERFORM 6000-CHARGE-PARAMETRES.

      *    Catalogue en mémoire, délais des fournisseurs.
           PERFORM 6010-CHARGE-CATALOGUE.
           PERFORM 6020-CHARGE-DELAIS.

      *    Report au catalogue des seuils validés par les achats,
      *    s'ils ont déposé leur copie validée.
           PERFORM 6030-CHARGE-APPROBATION.
           IF APPROBATION-PRESENTE THEN
              PERFORM 6040-REECRIT-CATALOGUE
           END-IF.

      *    Demande journalière de la fenêtre relevée à l'historique,
      *    puis propositions sur le catalogue à jour.
           PERFORM 6050-CUMUL-DEMANDE.
           PERFORM 6060-ECRIT-REVISION.

           DISPLAY "Révision des seuils : " WS-NB-PROPOSES
              " proposition(s) sur " WS-NB-JOURS-OBS
              " jour(s) observé(s), " WS-NB-REPORTES
              " seuil(s) reporté(s) au catalogue.".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD304         *".
           DISPLAY "* Révision des seuils de réappro      *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-PARAMETRES.
      *    Lit la ligne de paramètres (jours;taux). Une fenêtre hors
      *    de 7 à 90 jours ou un taux sans coefficient connu garde la
      *    valeur par défaut.
           OPEN INPUT F-PARAM

           IF FS-PARAM = "00" THEN
              READ F-PARAM INTO F-PARAM-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-PARAM-FENETRE-TXT
                    MOVE SPACES TO WS-PARAM-TAUX-TXT
                    UNSTRING F-PARAM-LIGNE DELIMITED BY ";"
                       INTO WS-PARAM-FENETRE-TXT
                            WS-PARAM-TAUX-TXT
                    END-UNSTRING
                    IF WS-PARAM-FENETRE-TXT NOT = SPACES THEN
                       IF FUNCTION NUMVAL(WS-PARAM-FENETRE-TXT) >= 7
                          AND FUNCTION NUMVAL(WS-PARAM-FENETRE-TXT)
                          <= 90 THEN
                          COMPUTE WS-FENETRE-J =
                             FUNCTION NUMVAL(WS-PARAM-FENETRE-TXT)
                       END-IF
                    END-IF
                    IF WS-PARAM-TAUX-TXT NOT = SPACES THEN
                       COMPUTE WS-TAUX-SERVICE =
                          FUNCTION NUMVAL(WS-PARAM-TAUX-TXT)
                    END-IF
              END-READ
              CLOSE F-PARAM
           END-IF

      *    Coefficient Z de la loi normale pour le taux de service.
           EVALUATE WS-TAUX-SERVICE
              WHEN 90
                 MOVE 1.28 TO WS-Z-SERVICE
              WHEN 95
                 MOVE 1.65 TO WS-Z-SERVICE
              WHEN 97
                 MOVE 1.88 TO WS-Z-SERVICE
              WHEN 98
                 MOVE 2.05 TO WS-Z-SERVICE
              WHEN 99
                 MOVE 2.33 TO WS-Z-SERVICE
              WHEN OTHER
                 DISPLAY "Taux de service " WS-TAUX-SERVICE
                    " non prévu, 95 % retenu."
                 MOVE 95 TO WS-TAUX-SERVICE
                 MOVE 1.65 TO WS-Z-SERVICE
           END-EVALUATE

           DISPLAY "Fenêtre de " WS-FENETRE-J " jour(s), taux de "
              "service " WS-TAUX-SERVICE " %."

           EXIT PROGRAM.

       6010-CHARGE-CATALOGUE.
      *    Charge le catalogue (code;description;poids unitaire;
      *    seuil;colisage;classe;fournisseur) ligne à ligne, la ligne
      *    d'origine étant gardée pour la réécriture.
           OPEN INPUT F-CATALOGUE

           IF FS-CATALOGUE = "00" THEN
              PERFORM UNTIL FS-CATALOGUE = "10"
                 READ F-CATALOGUE INTO F-CATALOGUE-LIGNE
                    NOT AT END
                       IF WS-NB-PRODUITS < 50 THEN
                          ADD 1 TO WS-NB-PRODUITS
                          ADD 1 TO WS-NB-LUS
                          MOVE F-CATALOGUE-LIGNE TO
                             WS-PRODUIT-LIGNE(WS-NB-PRODUITS)
                          PERFORM 6015-DECOUPE-PRODUIT
                       ELSE
                          DISPLAY "Catalogue trop long, ligne "
                             "ignorée : " F-CATALOGUE-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CATALOGUE
           ELSE
              DISPLAY "Pas de catalogue produits trouvé, révision "
                 "impossible."
              ADD 1 TO WS-NB-ANOMALIES
           END-IF

           EXIT PROGRAM.

       6015-DECOUPE-PRODUIT.
      *    Découpe la ligne de catalogue WS-NB-PRODUITS.
           MOVE SPACES TO WS-CAT-UPC-TXT
           MOVE SPACES TO WS-CAT-CPP-TXT
           MOVE SPACES TO WS-CAT-CLASSE-TXT
           MOVE SPACES TO WS-CAT-FOURN-TXT

           UNSTRING WS-PRODUIT-LIGNE(WS-NB-PRODUITS) DELIMITED BY ";"
              INTO WS-CAT-CODE
                   WS-CAT-DESC
                   WS-CAT-POIDS-TXT
                   WS-CAT-SEUIL-TXT
                   WS-CAT-UPC-TXT
                   WS-CAT-CPP-TXT
                   WS-CAT-CLASSE-TXT
                   WS-CAT-FOURN-TXT
           END-UNSTRING

           MOVE WS-CAT-CODE TO WS-PRODUIT-CODE(WS-NB-PRODUITS)
           COMPUTE WS-PRODUIT-SEUIL(WS-NB-PRODUITS) =
              FUNCTION NUMVAL(WS-CAT-SEUIL-TXT)
           MOVE WS-CAT-FOURN-TXT TO WS-PRODUIT-FOURN(WS-NB-PRODUITS)
           MOVE WS-DELAI-DEFAUT TO WS-PRODUIT-DELAI(WS-NB-PRODUITS)
           MOVE "N" TO WS-PRODUIT-APPROUVE(WS-NB-PRODUITS)
           MOVE 0 TO WS-PRODUIT-NOUVEAU(WS-NB-PRODUITS)

           PERFORM VARYING WS-RANG-JOUR FROM 1 BY 1
              UNTIL WS-RANG-JOUR > 90
              MOVE 0 TO WS-PRODUIT-JOUR(WS-NB-PRODUITS,WS-RANG-JOUR)
           END-PERFORM

           EXIT PROGRAM.

       6020-CHARGE-DELAIS.
      *    Reporte sur chaque produit le délai de livraison promis par
      *    son fournisseur (fichier maître des fournisseurs).
           OPEN INPUT F-FOURNISSEURS

           IF FS-FOURNISSEURS = "00" THEN
              PERFORM UNTIL FS-FOURNISSEURS = "10"
                 READ F-FOURNISSEURS INTO F-FOURNISSEURS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-FRN-DELAI-TXT
                       UNSTRING F-FOURNISSEURS-LIGNE DELIMITED BY ";"
                          INTO WS-FRN-CODE
                               WS-FRN-NOM
                               WS-FRN-DELAI-TXT
                       END-UNSTRING
                       IF WS-FRN-CODE NOT = SPACES AND
                          WS-FRN-DELAI-TXT NOT = SPACES THEN
                          PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
                             UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
                             IF WS-PRODUIT-FOURN(WS-CPT-PRODUIT) =
                                WS-FRN-CODE THEN
                                COMPUTE
                                   WS-PRODUIT-DELAI(WS-CPT-PRODUIT) =
                                   FUNCTION NUMVAL(WS-FRN-DELAI-TXT)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FOURNISSEURS
           ELSE
              DISPLAY "Pas de fichier des fournisseurs, délai de "
                 WS-DELAI-DEFAUT " jour(s) retenu."
           END-IF

           EXIT PROGRAM.

       6030-CHARGE-APPROBATION.
      *    Relit la copie validée par les achats : chaque ligne à O
      *    porte le seuil à reporter sur son code au catalogue. Une
      *    ligne d'un code absent du catalogue est ignorée.
           MOVE "N" TO WS-APPROUVE-FLAG

           OPEN INPUT F-APPROUVE

           IF FS-APPROUVE = "00" THEN
              SET APPROBATION-PRESENTE TO TRUE
              PERFORM UNTIL FS-APPROUVE = "10"
                 READ F-APPROUVE INTO F-APPROUVE-LIGNE
                    NOT AT END
                       MOVE F-APPROUVE-LIGNE TO WS-REVISION-LIGNE
                       IF F-APPROUVE-LIGNE(1:1) NOT = "*" AND
                          WS-REV-DECISION = "O" AND
                          WS-REV-PROPOSE IS NUMERIC THEN
                          MOVE 0 TO WS-RANG-PRODUIT
                          PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
                             UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
                             OR WS-RANG-PRODUIT > 0
                             IF WS-PRODUIT-CODE(WS-CPT-PRODUIT) =
                                WS-REV-CODE THEN
                                MOVE WS-CPT-PRODUIT TO WS-RANG-PRODUIT
                             END-IF
                          END-PERFORM
                          IF WS-RANG-PRODUIT > 0 THEN
                             MOVE "O" TO
                                WS-PRODUIT-APPROUVE(WS-RANG-PRODUIT)
                             MOVE WS-REV-PROPOSE TO
                                WS-PRODUIT-NOUVEAU(WS-RANG-PRODUIT)
                          ELSE
                             ADD 1 TO WS-NB-REJETS
                             DISPLAY "Seuil validé ignoré, code "
                                "absent du catalogue : " WS-REV-CODE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-APPROUVE

      *       La copie validée a servi : elle est consommée.
              OPEN OUTPUT F-APPROUVE
              CLOSE F-APPROUVE
           ELSE
              DISPLAY "Pas de révision validée à reporter."
           END-IF

           EXIT PROGRAM.

       6040-REECRIT-CATALOGUE.
      *    Réécrit le catalogue : les lignes des seuils validés
      *    reçoivent le nouveau seuil à la place de la 4e colonne,
      *    toutes les autres colonnes et lignes restent inchangées.
           OPEN OUTPUT F-CATALOGUE

           PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
              UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS

              IF WS-PRODUIT-APPROUVE(WS-CPT-PRODUIT) = "O" THEN
                 PERFORM 6045-NOUVEAU-SEUIL
                 MOVE WS-LIGNE-NOUVELLE TO F-CATALOGUE-LIGNE
              ELSE
                 MOVE WS-PRODUIT-LIGNE(WS-CPT-PRODUIT) TO
                    F-CATALOGUE-LIGNE
              END-IF
              WRITE F-CATALOGUE-LIGNE

           END-PERFORM

           CLOSE F-CATALOGUE

           EXIT PROGRAM.

       6045-NOUVEAU-SEUIL.
      *    Recompose la ligne WS-CPT-PRODUIT avec son seuil validé :
      *    début de ligne jusqu'au 3e ";" inclus, nouveau seuil, puis
      *    la suite de la ligne à partir du 4e ";".
           MOVE 1 TO WS-POINTEUR-SEUIL
           UNSTRING WS-PRODUIT-LIGNE(WS-CPT-PRODUIT) DELIMITED BY ";"
              INTO WS-CAT-CODE
                   WS-CAT-DESC
                   WS-CAT-POIDS-TXT
              WITH POINTER WS-POINTEUR-SEUIL
           END-UNSTRING

           MOVE WS-POINTEUR-SEUIL TO WS-POINTEUR-SUITE
           UNSTRING WS-PRODUIT-LIGNE(WS-CPT-PRODUIT) DELIMITED BY ";"
              INTO WS-CAT-SEUIL-TXT
              WITH POINTER WS-POINTEUR-SUITE
           END-UNSTRING

           MOVE WS-PRODUIT-NOUVEAU(WS-CPT-PRODUIT) TO WS-SEUIL-ED
           MOVE SPACES TO WS-LIGNE-NOUVELLE

           IF WS-POINTEUR-SUITE <= 60 THEN
              STRING WS-PRODUIT-LIGNE(WS-CPT-PRODUIT)
                        (1:WS-POINTEUR-SEUIL - 1)
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SEUIL-ED) DELIMITED BY SIZE
                     WS-PRODUIT-LIGNE(WS-CPT-PRODUIT)
                        (WS-POINTEUR-SUITE - 1:)
                        DELIMITED BY SIZE
                 INTO WS-LIGNE-NOUVELLE
              END-STRING
           ELSE
              STRING WS-PRODUIT-LIGNE(WS-CPT-PRODUIT)
                        (1:WS-POINTEUR-SEUIL - 1)
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SEUIL-ED) DELIMITED BY SIZE
                 INTO WS-LIGNE-NOUVELLE
              END-STRING
           END-IF

           ADD 1 TO WS-NB-REPORTES
           DISPLAY "Seuil de " WS-PRODUIT-CODE(WS-CPT-PRODUIT)
              " reporté au catalogue : "
              WS-PRODUIT-SEUIL(WS-CPT-PRODUIT)
              " -> " WS-PRODUIT-NOUVEAU(WS-CPT-PRODUIT)
           MOVE WS-PRODUIT-NOUVEAU(WS-CPT-PRODUIT) TO
              WS-PRODUIT-SEUIL(WS-CPT-PRODUIT)

           EXIT PROGRAM.

       6050-CUMUL-DEMANDE.
      *    Relit l'historique des mouvements et cumule par produit et
      *    par jour de la fenêtre les quantités sorties (lignes S).
      *    Le nombre de jours observés part du premier jour connu de
      *    l'historique quand celui-ci est plus court que la fenêtre.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           COMPUTE WS-JOUR-FIN = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           COMPUTE WS-JOUR-DEBUT = WS-JOUR-FIN - WS-FENETRE-J + 1

           OPEN INPUT F-MVT-HISTO

           IF FS-MVT-HISTO = "00" THEN
              PERFORM UNTIL FS-MVT-HISTO = "10"
                 READ F-MVT-HISTO INTO WS-HMV-LIGNE
                    NOT AT END
                       IF WS-HML-DATE IS NUMERIC AND
                          WS-HML-DATE > 16010101 THEN
                          PERFORM 6055-CUMUL-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MVT-HISTO
           ELSE
              DISPLAY "Pas d'historique des mouvements, aucune "
                 "proposition possible."
              ADD 1 TO WS-NB-ANOMALIES
           END-IF

           IF WS-JOUR-PREMIER > 0 THEN
              IF WS-JOUR-PREMIER > WS-JOUR-DEBUT THEN
                 COMPUTE WS-NB-JOURS-OBS =
                    WS-JOUR-FIN - WS-JOUR-PREMIER + 1
              ELSE
                 MOVE WS-FENETRE-J TO WS-NB-JOURS-OBS
              END-IF
           END-IF

           EXIT PROGRAM.

       6055-CUMUL-LIGNE.
      *    Tient le premier jour de l'historique et cumule la ligne
      *    relue si c'est une sortie de la fenêtre d'un produit du
      *    catalogue.
           COMPUTE WS-JOUR-LIGNE = FUNCTION INTEGER-OF-DATE(WS-HML-DATE)
           IF WS-JOUR-PREMIER = 0 OR WS-JOUR-LIGNE < WS-JOUR-PREMIER
              THEN
              MOVE WS-JOUR-LIGNE TO WS-JOUR-PREMIER
           END-IF

           IF WS-HML-TYPE = "S" AND
              WS-JOUR-LIGNE >= WS-JOUR-DEBUT AND
              WS-JOUR-LIGNE <= WS-JOUR-FIN THEN
              COMPUTE WS-RANG-JOUR = WS-JOUR-LIGNE - WS-JOUR-DEBUT + 1
              PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
                 UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
                 IF WS-PRODUIT-CODE(WS-CPT-PRODUIT) = WS-HML-IDM THEN
                    ADD WS-HML-QTE TO
                       WS-PRODUIT-JOUR(WS-CPT-PRODUIT,WS-RANG-JOUR)
                 END-IF
              END-PERFORM
           END-IF

           EXIT PROGRAM.

       6060-ECRIT-REVISION.
      *    Une ligne de proposition par produit du catalogue, décision
      *    à N en attendant la validation des achats.
           IF WS-NB-JOURS-OBS = 0 THEN
              DISPLAY "Aucun jour observé, pas de proposition de "
                 "seuil."
           ELSE
              OPEN OUTPUT F-REVISION

              MOVE SPACES TO F-REVISION-LIGNE
              STRING "* COD;ACTUEL;PROPOS;VARIAT;MOY/JOUR;ECART-TY;"
                 "DEL;JRS;D (O = valider)"
                 DELIMITED BY SIZE
                 INTO F-REVISION-LIGNE
              END-STRING
              WRITE F-REVISION-LIGNE

              PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
                 UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS
                 PERFORM 6065-CALCUL-SEUIL

                 MOVE WS-PRODUIT-CODE(WS-CPT-PRODUIT) TO WS-REV-CODE
                 MOVE WS-PRODUIT-SEUIL(WS-CPT-PRODUIT) TO WS-REV-ACTUEL
                 MOVE WS-SEUIL-PROPOSE TO WS-REV-PROPOSE
                 MOVE WS-VARIATION TO WS-REV-VARIATION
                 MOVE WS-MOYENNE-J TO WS-REV-MOYENNE
                 MOVE WS-ECART-TYPE-J TO WS-REV-ECART
                 MOVE WS-PRODUIT-DELAI(WS-CPT-PRODUIT) TO WS-REV-DELAI
                 MOVE WS-NB-JOURS-OBS TO WS-REV-JOURS
                 MOVE "N" TO WS-REV-DECISION

                 MOVE WS-REVISION-LIGNE TO F-REVISION-LIGNE
                 WRITE F-REVISION-LIGNE
                 ADD 1 TO WS-NB-PROPOSES
              END-PERFORM

              CLOSE F-REVISION
           END-IF

           EXIT PROGRAM.

       6065-CALCUL-SEUIL.
      *    Point de commande du produit WS-CPT-PRODUIT sur les jours
      *    observés (les plus récents de la fenêtre) : moyenne et
      *    écart-type de la demande journalière, jours sans sortie
      *    compris, arrondi à l'unité supérieure.
           MOVE 0 TO WS-SOMME-DEMANDE
           PERFORM VARYING WS-RANG-JOUR FROM 1 BY 1
              UNTIL WS-RANG-JOUR > WS-FENETRE-J
              ADD WS-PRODUIT-JOUR(WS-CPT-PRODUIT,WS-RANG-JOUR) TO
                 WS-SOMME-DEMANDE
           END-PERFORM
           COMPUTE WS-MOYENNE-J = WS-SOMME-DEMANDE / WS-NB-JOURS-OBS

           MOVE 0 TO WS-VARIANCE-J
           PERFORM VARYING WS-RANG-JOUR FROM 1 BY 1
              UNTIL WS-RANG-JOUR > WS-FENETRE-J
              IF WS-RANG-JOUR > WS-FENETRE-J - WS-NB-JOURS-OBS THEN
                 COMPUTE WS-VARIANCE-J = WS-VARIANCE-J +
                    (WS-PRODUIT-JOUR(WS-CPT-PRODUIT,WS-RANG-JOUR) -
                     WS-MOYENNE-J) ** 2
              END-IF
           END-PERFORM
           COMPUTE WS-VARIANCE-J = WS-VARIANCE-J / WS-NB-JOURS-OBS
           COMPUTE WS-ECART-TYPE-J = FUNCTION SQRT(WS-VARIANCE-J)

           COMPUTE WS-POINT-COMMANDE =
              WS-MOYENNE-J * WS-PRODUIT-DELAI(WS-CPT-PRODUIT) +
              WS-Z-SERVICE * WS-ECART-TYPE-J *
              FUNCTION SQRT(WS-PRODUIT-DELAI(WS-CPT-PRODUIT))

           IF WS-POINT-COMMANDE > 99999 THEN
              MOVE 99999 TO WS-SEUIL-PROPOSE
           ELSE
              MOVE WS-POINT-COMMANDE TO WS-SEUIL-PROPOSE
              IF WS-SEUIL-PROPOSE < WS-POINT-COMMANDE THEN
                 ADD 1 TO WS-SEUIL-PROPOSE
              END-IF
           END-IF

           COMPUTE WS-VARIATION =
              WS-SEUIL-PROPOSE - WS-PRODUIT-SEUIL(WS-CPT-PRODUIT)

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
              ";BD304;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-REPORTES
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
           DISPLAY "* FIN PROGRAMME : BD304               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD304.
