           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-DEMARQUE.

       SELECT F-APPROBATIONS ASSIGN TO "./in/EcartsApprobations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-APPROBATIONS.

       SELECT F-LOGISTIQUE ASSIGN TO "./in/Jour1E-S.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-LOGISTIQUE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ECARTS.
       01 F-CATALOGUE-LIGNE PIC X(40).

       FD F-HISTORIQUE.
       01 F-HISTORIQUE-LIGNE PIC X(40).

       FD F-RELANCE.
       01 F-RELANCE-LIGNE PIC X(60).
       FD F-DEMARQUE.
       01 F-DEMARQUE-LIGNE PIC X(60).

       FD F-APPROBATIONS.
       01 F-APPROBATIONS-LIGNE PIC X(20).

       FD F-LOGISTIQUE.
       01 F-LOGI-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-F-ECARTS PIC X(2).
       01 FS-F-ECART0 PIC X(2).
              03 WS-PRODUIT-CODE  PIC X(3).
              03 WS-PRODUIT-DESC  PIC X(20).
              03 WS-PRODUIT-SEUIL PIC 9(5).
              03 WS-PRODUIT-POIDS PIC 9(3)V9(2).

       01 WS-NB-PRODUITS PIC 9(3) VALUE 0.
       01 WS-CPT-PRODUIT PIC 9(3).

       01 WS-CAT-DESC-TROUVEE  PIC X(20).
       01 WS-CAT-SEUIL-TROUVE  PIC 9(5).
       01 WS-CAT-POIDS-TROUVE  PIC 9(3)V9(2).

      *    Seuil au-delà duquel un écart est considéré sérieux et
      *    repris dans EcartsAlertes.txt. La valeur par défaut est
      *    WS-SEUIL-RELANCE runs sans cause, l'écart part dans le
      *    rapport de relance, du plus ancien au plus récent :
      *    la démarque jamais revue est celle qui finit en vol.
      *    Un écart corrigé au stock après approbation est clos
      *    (statut C et date de clôture) : il reste dans l'historique
      *    tant que sa ligne figure au lot, sans relance.
      ***************************************************************
       01 FS-F-HISTORIQUE PIC X(2).
       01 FS-F-RELANCE    PIC X(2).
              03 WS-HIST-DATE PIC 9(8).
              03 WS-HIST-RUNS PIC 9(3).
              03 WS-HIST-VU   PIC X(1).
              03 WS-HIST-STATUT    PIC X(1).
              03 WS-HIST-DATE-CLOS PIC 9(8).
       01 WS-NB-HIST   PIC 9(3) VALUE 0.
       01 WS-CPT-HIST  PIC 9(3).
       01 WS-CPT-HIST2 PIC 9(3).
       01 WS-HIST-CODE-TXT PIC X(10).
       01 WS-HIST-DATE-TXT PIC X(8).
       01 WS-HIST-RUNS-TXT PIC X(3).
       01 WS-HIST-STATUT-TXT PIC X(1).
       01 WS-HIST-CLOS-TXT   PIC X(8).
       01 WS-HIST-RANG       PIC 9(3).

       01 HIST-TROUVE PIC X(1).
           88 H-OK VALUE "O".
      *    surchargeable par la deuxième ligne d'EcartsSeuil.txt.
       01 WS-SEUIL-RELANCE PIC 9(3) VALUE 3.
       01 WS-DATE-JOUR     PIC 9(8).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.
       01 WS-NB-RELANCES   PIC 9(3) VALUE 0.
       01 WS-HIST-GARDES   PIC 9(3).

       01 WS-SWAP-HIST-DATE PIC 9(8).
       01 WS-SWAP-HIST-RUNS PIC 9(3).
       01 WS-SWAP-HIST-VU   PIC X(1).
       01 WS-SWAP-HIST-STATUT PIC X(1).
       01 WS-SWAP-HIST-CLOS   PIC 9(8).

      ***************************************************************
      *    Démarque valorisée : ampleur de l'écart x prix unitaire
      *    DF-OK = 1 : La famille a déjà un sous-total de démarque.
      *    DF-OK = 0 : Première démarque valorisée de cette famille.

      ***************************************************************
      *    Approbation des écarts par le contrôle de gestion
      *    (EcartsApprobations.txt, code écart;A ou R). Un écart
      *    ouvert du lot accepté (A) part en correction du stock du
      *    hangar : une ligne d'ajustement "J" est ajoutée à
      *    Jour1E-S.txt avec le sens, la quantité de l'écart et sa
      *    référence, puis l'écart est clos dans l'historique. Un
      *    écart rejeté (R) ou sans décision reste ouvert. Le fichier
      *    d'approbations est consommé en fin de run.
      ***************************************************************
       01 FS-F-APPROBATIONS PIC X(2).
       01 FS-F-LOGISTIQUE   PIC X(2).

       01 WS-APPRO-TABLE.
           02 WS-APPRO-ENTREE OCCURS 50 TIMES.
              03 WS-APPRO-CODE     PIC X(10).
              03 WS-APPRO-DECISION PIC X(1).
      *       Etat de la décision : N non appliquée, P correction
      *       postée, R rejet enregistré, D écart déjà clos.
              03 WS-APPRO-ETAT     PIC X(1).
              03 WS-APPRO-SENS     PIC X(1).
              03 WS-APPRO-QTE      PIC 9(5).
              03 WS-APPRO-MT       PIC 9(9)V9(2).
       01 WS-NB-APPRO   PIC 9(3) VALUE 0.
       01 WS-CPT-APPRO  PIC 9(3).
       01 WS-APPRO-RANG PIC 9(3).
       01 WS-APPRO-CODE-TXT     PIC X(10).
       01 WS-APPRO-DECISION-TXT PIC X(1).

       01 APPRO-TROUVEE PIC X(1).
           88 AP-OK VALUE "O".
      *    AP-OK = 1 : Une décision du contrôle attend l'écart courant.
      *    AP-OK = 0 : Pas de décision, l'écart reste ouvert.

       01 APPRO-PRESENTES PIC X(1) VALUE "N".
           88 APPROBATIONS-LUES VALUE "O".
      *    APPROBATIONS-LUES = 1 : Le fichier d'approbations a été lu
      *    et sera consommé en fin de run.
      *    APPROBATIONS-LUES = 0 : Pas de fichier d'approbations.

       01 WS-CPT-APPRO-POSTEES PIC 9(5) VALUE 0.
       01 WS-CPT-APPRO-REJ     PIC 9(5) VALUE 0.
       01 WS-CPT-APPRO-CLOS    PIC 9(5) VALUE 0.
       01 WS-CPT-APPRO-SANS    PIC 9(5) VALUE 0.
       01 WS-DEM-MT-CORRIGE    PIC 9(9)V9(2) VALUE 0.
       01 WS-APPRO-POIDS       PIC 9(5)V9(2).

      *    Ligne d'ajustement générée, au format fixe de Jour1E-S.txt
      *    (action;code;quantité;poids;DLC;dépôt;destination;unité;
      *    coût;sens;référence de l'écart). La correction est passée
      *    sur le hangar principal, sans coût d'achat.
       01 WS-LOGI-LIGNE.
           02 WS-LOGI-ACTION  PIC X(1) VALUE "J".
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-IDM     PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-QTE     PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-POIDS   PIC 9(5).9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-DLC     PIC X(8) VALUE SPACES.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-DEPOT   PIC 9(1) VALUE 1.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-DEST    PIC X(1) VALUE SPACE.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-UNITE   PIC X(1) VALUE "U".
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-COUT    PIC X(8) VALUE SPACES.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-SENS    PIC X(1).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-REF     PIC X(10).

      *    Compteurs du bilan de traitement, affichés avant
      *    9998-FIN-NORMAL.
       01 WS-CPT-LUS    PIC 9(5) VALUE 0.
           02 WS-ECARTA-ENTETE-HEURE PIC X(6).
           02 FILLER PIC X(4) VALUE " ===".

      *    Zone d'appel du service de configuration commun (section
      *    [BC701] de Gestion.txt).
       COPY BC812PRM.

       COPY BC810PRM.

       LINKAGE SECTION.


      *    ZONE DE PROGRAMME
      *************************************************************

           PERFORM 8930-DATE-METIER.

      *    Réglages du run (seuils d'alerte et de relance), contrôlés
      *    avant toute ouverture de fichier.
           PERFORM 6150-CHARGE-CONFIGURATION.

      *    Ouverture des fichiers
           OPEN INPUT F-ECARTS.
           IF FS-F-ECARTS = 00 THEN
      *    Chargement des causes d'écart revues par le magasin.
           PERFORM 6000-CHARGE-CAUSES.

      *    Chargement du catalogue produits de la gestion de stock.
           PERFORM 6040-CHARGE-CATALOGUE.

      *    précédents.
           PERFORM 6060-CHARGE-HISTORIQUE.

      *    Chargement des décisions du contrôle de gestion sur les
      *    écarts ouverts.
           PERFORM 6120-CHARGE-APPROBATIONS.

           OPEN OUTPUT F-ALERTES.
           IF FS-F-ALERTES = 00 THEN
              DISPLAY "Ouverture du fichier EcartsAlertes.txt OK."
      *             et par cause.
                    IF F-ECARTS-STOCK NOT = F-ECARTS-VENTE THEN
                       PERFORM 6110-CUMUL-DEMARQUE
      *                Ecart accepté par le contrôle : correction
      *                postée au stock du hangar et écart clos.
                       PERFORM 6130-APPROBATION-ECART
                    END-IF

      *             ECART0 ne reçoit que les lignes sans écart
           DISPLAY "Ecarts sérieux (> " WS-SEUIL-ECART ") : "
              WS-CPT-ALERTES.

      *    Bilan des décisions du contrôle, puis consommation du
      *    fichier d'approbations.
           PERFORM 6140-BILAN-APPROBATIONS.

      *    Rapport de démarque valorisée en euros.
           PERFORM 6100-RAPPORT-DEMARQUE.

                             WS-PRODUIT-DESC(WS-NB-PRODUITS)
                          COMPUTE WS-PRODUIT-SEUIL(WS-NB-PRODUITS) =
                             FUNCTION NUMVAL(WS-CATALOGUE-SEUIL-TXT)
                          COMPUTE WS-PRODUIT-POIDS(WS-NB-PRODUITS) =
                             FUNCTION NUMVAL(WS-CATALOGUE-POIDS-TXT)
                       END-IF
                 END-READ
              END-PERFORM
           SET CATALOGUE-TROUVE TO "N"
           MOVE SPACES TO WS-CAT-DESC-TROUVEE
           MOVE 0 TO WS-CAT-SEUIL-TROUVE
           MOVE 0 TO WS-CAT-POIDS-TROUVE

           PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
              UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS OR C-OK
                    WS-CAT-DESC-TROUVEE
                 MOVE WS-PRODUIT-SEUIL(WS-CPT-PRODUIT) TO
                    WS-CAT-SEUIL-TROUVE
                 MOVE WS-PRODUIT-POIDS(WS-CPT-PRODUIT) TO
                    WS-CAT-POIDS-TROUVE
                 SET C-OK TO TRUE
              END-IF

           END-STRING
           WRITE F-DEMARQUE-LIGNE

      *    Ecarts acceptés par le contrôle et postés au stock du
      *    hangar, avec leur référence, pour le rapprochement avec le
      *    journal des ajustements de la gestion de stock.
           MOVE "-- CORRECTIONS POSTEES AU STOCK --" TO
              F-DEMARQUE-LIGNE
           WRITE F-DEMARQUE-LIGNE

           PERFORM VARYING WS-CPT-APPRO FROM 1 BY 1
              UNTIL WS-CPT-APPRO > WS-NB-APPRO

              IF WS-APPRO-ETAT(WS-CPT-APPRO) = "P" THEN
                 MOVE WS-APPRO-MT(WS-CPT-APPRO) TO WS-DEM-MT-ED
                 MOVE SPACES TO F-DEMARQUE-LIGNE
                 STRING "Ecart " WS-APPRO-CODE(WS-CPT-APPRO) " "
                    WS-APPRO-SENS(WS-CPT-APPRO)
                    WS-APPRO-QTE(WS-CPT-APPRO) " : " WS-DEM-MT-ED
                    DELIMITED BY SIZE INTO F-DEMARQUE-LIGNE
                 END-STRING
                 WRITE F-DEMARQUE-LIGNE
              END-IF

           END-PERFORM

           MOVE WS-DEM-MT-CORRIGE TO WS-DEM-MT-ED
           MOVE SPACES TO F-DEMARQUE-LIGNE
           STRING "TOTAL CORRIGE  : " WS-DEM-MT-ED
              DELIMITED BY SIZE INTO F-DEMARQUE-LIGNE
           END-STRING
           WRITE F-DEMARQUE-LIGNE

           CLOSE F-DEMARQUE

           DISPLAY "Démarque valorisée totale : " WS-DEM-MT-TOTAL.
                          INTO WS-HIST-CODE-TXT
                               WS-HIST-DATE-TXT
                               WS-HIST-RUNS-TXT
                               WS-HIST-STATUT-TXT
                               WS-HIST-CLOS-TXT
                       END-UNSTRING

                       IF WS-NB-HIST < 100 THEN
                          COMPUTE WS-HIST-RUNS(WS-NB-HIST) =
                             FUNCTION NUMVAL(WS-HIST-RUNS-TXT)
                          MOVE "N" TO WS-HIST-VU(WS-NB-HIST)
                          MOVE WS-HIST-STATUT-TXT TO
                             WS-HIST-STATUT(WS-NB-HIST)
                          MOVE 0 TO WS-HIST-DATE-CLOS(WS-NB-HIST)
                          IF WS-HIST-CLOS-TXT IS NUMERIC THEN
                             MOVE WS-HIST-CLOS-TXT TO
                                WS-HIST-DATE-CLOS(WS-NB-HIST)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-HIST-CODE(WS-CPT-HIST) = F-ECARTS-CODE THEN
                 SET H-OK TO TRUE

                 IF WS-HIST-STATUT(WS-CPT-HIST) = "C" THEN
      *             Ecart déjà corrigé au stock : l'entrée close est
      *             gardée telle quelle tant que sa ligne reste au lot.
                    MOVE "O" TO WS-HIST-VU(WS-CPT-HIST)
                 ELSE
                    IF WS-CAUSE-TROUVEE = SPACE THEN
                       ADD 1 TO WS-HIST-RUNS(WS-CPT-HIST)
                       MOVE "O" TO WS-HIST-VU(WS-CPT-HIST)
                    ELSE
      *                L'écart a enfin une cause : il reste non vu et
      *                sera purgé à la sauvegarde.
                       MOVE "N" TO WS-HIST-VU(WS-CPT-HIST)
                    END-IF
                 END-IF
              END-IF


           IF NOT H-OK AND WS-CAUSE-TROUVEE = SPACE
              AND WS-NB-HIST < 100 THEN
              MOVE WS-DATE-METIER TO WS-DATE-JOUR
              ADD 1 TO WS-NB-HIST
              MOVE F-ECARTS-CODE TO WS-HIST-CODE(WS-NB-HIST)
              MOVE WS-DATE-JOUR TO WS-HIST-DATE(WS-NB-HIST)
              MOVE 1 TO WS-HIST-RUNS(WS-NB-HIST)
              MOVE "O" TO WS-HIST-VU(WS-NB-HIST)
              MOVE SPACE TO WS-HIST-STATUT(WS-NB-HIST)
              MOVE 0 TO WS-HIST-DATE-CLOS(WS-NB-HIST)
           END-IF

           EXIT PROGRAM.
                       WS-SWAP-HIST-RUNS
                    MOVE WS-HIST-VU(WS-CPT-HIST2) TO
                       WS-SWAP-HIST-VU
                    MOVE WS-HIST-STATUT(WS-CPT-HIST2) TO
                       WS-SWAP-HIST-STATUT
                    MOVE WS-HIST-DATE-CLOS(WS-CPT-HIST2) TO
                       WS-SWAP-HIST-CLOS
                    MOVE WS-HIST-CODE(WS-CPT-HIST2 + 1) TO
                       WS-HIST-CODE(WS-CPT-HIST2)
                    MOVE WS-HIST-DATE(WS-CPT-HIST2 + 1) TO
                       WS-HIST-RUNS(WS-CPT-HIST2)
                    MOVE WS-HIST-VU(WS-CPT-HIST2 + 1) TO
                       WS-HIST-VU(WS-CPT-HIST2)
                    MOVE WS-HIST-STATUT(WS-CPT-HIST2 + 1) TO
                       WS-HIST-STATUT(WS-CPT-HIST2)
                    MOVE WS-HIST-DATE-CLOS(WS-CPT-HIST2 + 1) TO
                       WS-HIST-DATE-CLOS(WS-CPT-HIST2)
                    MOVE WS-SWAP-HIST-CODE TO
                       WS-HIST-CODE(WS-CPT-HIST2 + 1)
                    MOVE WS-SWAP-HIST-DATE TO
                       WS-HIST-RUNS(WS-CPT-HIST2 + 1)
                    MOVE WS-SWAP-HIST-VU TO
                       WS-HIST-VU(WS-CPT-HIST2 + 1)
                    MOVE WS-SWAP-HIST-STATUT TO
                       WS-HIST-STATUT(WS-CPT-HIST2 + 1)
                    MOVE WS-SWAP-HIST-CLOS TO
                       WS-HIST-DATE-CLOS(WS-CPT-HIST2 + 1)
                 END-IF

              END-PERFORM
              UNTIL WS-CPT-HIST > WS-NB-HIST

              IF WS-HIST-VU(WS-CPT-HIST) = "O" AND
                 WS-HIST-STATUT(WS-CPT-HIST) NOT = "C" AND
                 WS-HIST-RUNS(WS-CPT-HIST) >= WS-SEUIL-RELANCE THEN
                 ADD 1 TO WS-NB-RELANCES
                 MOVE SPACES TO F-RELANCE-LIGNE
              IF WS-HIST-VU(WS-CPT-HIST) = "O" THEN
                 ADD 1 TO WS-HIST-GARDES
                 MOVE SPACES TO F-HISTORIQUE-LIGNE
                 IF WS-HIST-STATUT(WS-CPT-HIST) = "C" THEN
                    STRING WS-HIST-CODE(WS-CPT-HIST) ";"
                       WS-HIST-DATE(WS-CPT-HIST) ";"
                       WS-HIST-RUNS(WS-CPT-HIST) ";C;"
                       WS-HIST-DATE-CLOS(WS-CPT-HIST)
                       DELIMITED BY SIZE
                       INTO F-HISTORIQUE-LIGNE
                    END-STRING
                 ELSE
                    STRING WS-HIST-CODE(WS-CPT-HIST) ";"
                       WS-HIST-DATE(WS-CPT-HIST) ";"
                       WS-HIST-RUNS(WS-CPT-HIST) DELIMITED BY SIZE
                       INTO F-HISTORIQUE-LIGNE
                    END-STRING
                 END-IF
                 WRITE F-HISTORIQUE-LIGNE
              END-IF


           EXIT PROGRAM.

       6120-CHARGE-APPROBATIONS.
      *    Charge les décisions du contrôle de gestion sur les écarts
      *    ouverts (code écart;A accepté ou R rejeté). Les lignes sans
      *    décision exploitable sont ignorées.
           OPEN INPUT F-APPROBATIONS

           IF FS-F-APPROBATIONS = "00" THEN
              SET APPROBATIONS-LUES TO TRUE
              PERFORM UNTIL FS-F-APPROBATIONS = "10"
                 READ F-APPROBATIONS INTO F-APPROBATIONS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-APPRO-CODE-TXT
                       MOVE SPACES TO WS-APPRO-DECISION-TXT
                       UNSTRING F-APPROBATIONS-LIGNE DELIMITED BY ";"
                          INTO WS-APPRO-CODE-TXT
                               WS-APPRO-DECISION-TXT
                       END-UNSTRING

                       IF WS-NB-APPRO < 50 AND
                          WS-APPRO-CODE-TXT NOT = SPACES AND
                          (WS-APPRO-DECISION-TXT = "A" OR
                           WS-APPRO-DECISION-TXT = "R") THEN
                          ADD 1 TO WS-NB-APPRO
                          MOVE WS-APPRO-CODE-TXT TO
                             WS-APPRO-CODE(WS-NB-APPRO)
                          MOVE WS-APPRO-DECISION-TXT TO
                             WS-APPRO-DECISION(WS-NB-APPRO)
                          MOVE "N" TO WS-APPRO-ETAT(WS-NB-APPRO)
                          MOVE SPACE TO WS-APPRO-SENS(WS-NB-APPRO)
                          MOVE 0 TO WS-APPRO-QTE(WS-NB-APPRO)
                          MOVE 0 TO WS-APPRO-MT(WS-NB-APPRO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-APPROBATIONS
           ELSE
              DISPLAY "Pas de fichier d'approbations, écarts laissés "
                 "ouverts."
           END-IF

           EXIT PROGRAM.

       6130-APPROBATION-ECART.
      *    Applique la décision du contrôle de gestion à l'écart
      *    courant : un rejet est enregistré et l'écart reste ouvert,
      *    une acceptation est postée au stock du hangar.
           SET APPRO-TROUVEE TO "N"
           MOVE 0 TO WS-APPRO-RANG

           PERFORM VARYING WS-CPT-APPRO FROM 1 BY 1
              UNTIL WS-CPT-APPRO > WS-NB-APPRO OR AP-OK

              IF WS-APPRO-CODE(WS-CPT-APPRO) = F-ECARTS-CODE AND
                 WS-APPRO-ETAT(WS-CPT-APPRO) = "N" THEN
                 MOVE WS-CPT-APPRO TO WS-APPRO-RANG
                 SET AP-OK TO TRUE
              END-IF

           END-PERFORM

           IF AP-OK THEN
              IF WS-APPRO-DECISION(WS-APPRO-RANG) = "R" THEN
                 MOVE "R" TO WS-APPRO-ETAT(WS-APPRO-RANG)
                 ADD 1 TO WS-CPT-APPRO-REJ
                 DISPLAY "Ecart " F-ECARTS-CODE " rejeté par le "
                    "contrôle, il reste ouvert."
              ELSE
                 PERFORM 6135-POSTE-CORRECTION
              END-IF
           END-IF

           EXIT PROGRAM.

       6135-POSTE-CORRECTION.
      *    Ecart accepté : une ligne d'ajustement "J" (sens, quantité
      *    de l'écart, poids du catalogue, référence de l'écart) est
      *    ajoutée à Jour1E-S.txt pour le prochain passage de la
      *    gestion de stock, et l'écart est clos dans l'historique.
      *    Un stock au-dessus des ventes est retiré du hangar (-), un
      *    stock en dessous y est remis (+). Un écart déjà clos n'est
      *    jamais reporté une seconde fois.
           SET HIST-TROUVE TO "N"
           MOVE 0 TO WS-HIST-RANG

           PERFORM VARYING WS-CPT-HIST FROM 1 BY 1
              UNTIL WS-CPT-HIST > WS-NB-HIST OR H-OK

              IF WS-HIST-CODE(WS-CPT-HIST) = F-ECARTS-CODE THEN
                 MOVE WS-CPT-HIST TO WS-HIST-RANG
                 SET H-OK TO TRUE
              END-IF

           END-PERFORM

           IF H-OK AND WS-HIST-STATUT(WS-HIST-RANG) = "C" THEN
              MOVE "D" TO WS-APPRO-ETAT(WS-APPRO-RANG)
              ADD 1 TO WS-CPT-APPRO-CLOS
              DISPLAY "Ecart " F-ECARTS-CODE " déjà clos le "
                 WS-HIST-DATE-CLOS(WS-HIST-RANG)
                 ", correction non reportée."
           ELSE
              IF NOT H-OK AND WS-NB-HIST >= 100 THEN
                 DISPLAY "Historique des écarts plein, écart "
                    F-ECARTS-CODE " laissé ouvert."
              ELSE
                 MOVE WS-DATE-METIER TO WS-DATE-JOUR

      *          Un écart causé n'est pas suivi dans l'historique :
      *          son entrée est créée pour porter la clôture.
                 IF NOT H-OK THEN
                    ADD 1 TO WS-NB-HIST
                    MOVE WS-NB-HIST TO WS-HIST-RANG
                    MOVE F-ECARTS-CODE TO WS-HIST-CODE(WS-HIST-RANG)
                    MOVE WS-DATE-JOUR TO WS-HIST-DATE(WS-HIST-RANG)
                    MOVE 1 TO WS-HIST-RUNS(WS-HIST-RANG)
                 END-IF

                 MOVE F-ECARTS-CODE(1:3) TO WS-LOGI-IDM
                 MOVE WS-ECART-MAGNITUDE TO WS-LOGI-QTE
                 COMPUTE WS-APPRO-POIDS =
                    WS-ECART-MAGNITUDE * WS-CAT-POIDS-TROUVE
                 MOVE WS-APPRO-POIDS TO WS-LOGI-POIDS
                 IF F-ECARTS-STOCK > F-ECARTS-VENTE THEN
                    MOVE "-" TO WS-LOGI-SENS
                 ELSE
                    MOVE "+" TO WS-LOGI-SENS
                 END-IF
                 MOVE F-ECARTS-CODE TO WS-LOGI-REF

                 OPEN EXTEND F-LOGISTIQUE
                 IF FS-F-LOGISTIQUE = "35" THEN
                    OPEN OUTPUT F-LOGISTIQUE
                 END-IF

                 MOVE WS-LOGI-LIGNE TO F-LOGI-LIGNE
                 WRITE F-LOGI-LIGNE

                 CLOSE F-LOGISTIQUE

      *          Clôture de l'écart : gardé dans l'historique tant
      *          que sa ligne reste au lot, sans relance.
                 MOVE "C" TO WS-HIST-STATUT(WS-HIST-RANG)
                 MOVE WS-DATE-JOUR TO WS-HIST-DATE-CLOS(WS-HIST-RANG)
                 MOVE "O" TO WS-HIST-VU(WS-HIST-RANG)

                 MOVE "P" TO WS-APPRO-ETAT(WS-APPRO-RANG)
                 MOVE WS-LOGI-SENS TO WS-APPRO-SENS(WS-APPRO-RANG)
                 MOVE WS-ECART-MAGNITUDE TO WS-APPRO-QTE(WS-APPRO-RANG)
                 MOVE WS-DEM-MT-LIGNE TO WS-APPRO-MT(WS-APPRO-RANG)
                 ADD WS-DEM-MT-LIGNE TO WS-DEM-MT-CORRIGE
                 ADD 1 TO WS-CPT-APPRO-POSTEES

                 DISPLAY "Ecart " F-ECARTS-CODE " accepté : "
                    "correction " WS-LOGI-SENS WS-LOGI-QTE
                    " postée au stock, écart clos."
              END-IF
           END-IF

           EXIT PROGRAM.

       6140-BILAN-APPROBATIONS.
      *    Bilan des décisions du contrôle de gestion. Une décision
      *    sans écart ouvert correspondant dans le lot est signalée
      *    puis abandonnée avec le fichier, consommé par ce run.
           PERFORM VARYING WS-CPT-APPRO FROM 1 BY 1
              UNTIL WS-CPT-APPRO > WS-NB-APPRO

              IF WS-APPRO-ETAT(WS-CPT-APPRO) = "N" THEN
                 ADD 1 TO WS-CPT-APPRO-SANS
                 DISPLAY "Décision sans écart ouvert au lot : "
                    WS-APPRO-CODE(WS-CPT-APPRO) " ("
                    WS-APPRO-DECISION(WS-CPT-APPRO) "), ignorée."
              END-IF

           END-PERFORM

           DISPLAY "---------------------------------------".
           DISPLAY "Décisions du contrôle de gestion".
           DISPLAY "Corrections postées au stock : "
              WS-CPT-APPRO-POSTEES.
           DISPLAY "Ecarts rejetés (ouverts)     : "
              WS-CPT-APPRO-REJ.
           DISPLAY "Ecarts déjà clos             : "
              WS-CPT-APPRO-CLOS.
           DISPLAY "Décisions sans écart ouvert  : "
              WS-CPT-APPRO-SANS.

           IF APPROBATIONS-LUES THEN
              OPEN OUTPUT F-APPROBATIONS
              CLOSE F-APPROBATIONS
           END-IF

           EXIT PROGRAM.

       6150-CHARGE-CONFIGURATION.
      *    Réglages du run lus dans la section [BC701] de Gestion.txt
      *    par le service BC812 : SEUIL (écart sérieux, en unités) et
      *    RELANCE (nombre de runs sans cause avant relance). Une
      *    valeur refusée arrête le programme avant tout traitement.
      *    Sans section BC701, l'ancien fichier EcartsSeuil.txt reste
      *    lu. Les valeurs employées sont tracées dans
      *    ConfigUtilisee.txt.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BC701" TO CF-PROGRAMME
           MOVE 2 TO CF-NB-REGLES
           MOVE "SEUIL" TO CF-REGLE-CLE(1)
           MOVE "N" TO CF-REGLE-TYPE(1)
           MOVE 1 TO CF-REGLE-MIN(1)
           MOVE 99999 TO CF-REGLE-MAX(1)
           MOVE "RELANCE" TO CF-REGLE-CLE(2)
           MOVE "N" TO CF-REGLE-TYPE(2)
           MOVE 1 TO CF-REGLE-MIN(2)
           MOVE 999 TO CF-REGLE-MAX(2)
           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BC701]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              MOVE "SEUIL" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-SEUIL-ECART
              END-IF
              MOVE "RELANCE" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-SEUIL-RELANCE
              END-IF
           ELSE
              PERFORM 6020-CHARGE-SEUIL
           END-IF

           MOVE "MA" TO CF-FONCTION
           MOVE "SEUIL" TO CF-CHERCHE
           MOVE WS-SEUIL-ECART TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RELANCE" TO CF-CHERCHE
           MOVE WS-SEUIL-RELANCE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       8930-DATE-METIER.
      *    Date métier du passage (service de dates, fonction DM) :
      *    la date système, ou la date forcée par le pilote de chaîne
      *    pour retraiter un jour manqué. Elle remplace la date du
      *    jour dans les traitements. Une date future ou inexistante
      *    arrête le programme.
           MOVE "DM" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES

           IF NOT DT-OK THEN
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DT-DATE-RESULTAT TO WS-DATE-METIER
           IF DT-DATE-FORCEE THEN
              DISPLAY "DATE METIER FORCEE : " WS-DATE-METIER
           END-IF

           EXIT PROGRAM.

       9998-FIN-NORMAL.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BC701               *".
