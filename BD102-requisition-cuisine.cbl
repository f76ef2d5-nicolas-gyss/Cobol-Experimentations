       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD102.

      ***************************************************************
      *    Réquisition cuisine : la feuille de prep du lendemain
      *    (FrigoPrepSheet.txt, une ligne par portion à mettre en
      *    frigo) est éclatée en ingrédients grâce à la nomenclature
      *    des recettes (Recettes.txt, plat;ingrédient;quantité par
      *    portion). Les besoins cumulés par code ingrédient sont
      *    écrits en lignes de sortie "S" au format de Jour1E-S.txt,
      *    destination cuisine ("K"), pour que la gestion du stock
      *    les serve au prochain passage. Ce que le hangar ne peut
      *    pas couvrir est listé à part dans RequisitionManques.txt,
      *    pour que le chef le sache avant le service. Fini le chef
      *    qui part au hangar avec sa liste papier.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-RECETTES ASSIGN TO "./in/Recettes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECETTES.

       SELECT F-PREP ASSIGN TO "./in/FrigoPrepSheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PREP.

       SELECT F-CATALOGUE ASSIGN TO "./in/ProduitsCatalogue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CATALOGUE.

       SELECT F-HANGAR-SOLDE ASSIGN TO "./in/HangarSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HANGAR-SOLDE.

       SELECT F-LOGISTIQUE ASSIGN TO "./in/Jour1E-S.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-LOGISTIQUE.

       SELECT F-MANQUES ASSIGN TO "./out/RequisitionManques.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MANQUES.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RECETTES.
       01 F-RECETTES-LIGNE PIC X(40).

       FD F-PREP.
       01 F-PREP-CURRENT PIC X(80).

       FD F-CATALOGUE.
       01 F-CATALOGUE-LIGNE PIC X(40).

       FD F-HANGAR-SOLDE.
       01 F-HANGAR-SOLDE-CURRENT.
           02 HS-DEPOT   PIC 9.
           02 HS-ALLEE   PIC 9.
           02 HS-NIVEAU  PIC 9.
           02 HS-IDM     PIC X(3).
           02 HS-QTE     PIC 9(5).
           02 HS-POIDS   PIC S9(5)V9(2).
           02 HS-DLC     PIC 9(8).

       FD F-LOGISTIQUE.
       01 F-LOGI-LIGNE PIC X(80).

       FD F-MANQUES.
       01 F-MANQUES-LIGNE PIC X(80).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-RECETTES     PIC X(2).
       01 FS-PREP         PIC X(2).
       01 FS-CATALOGUE    PIC X(2).
       01 FS-HANGAR-SOLDE PIC X(2).
       01 FS-LOGISTIQUE   PIC X(2).
       01 FS-MANQUES      PIC X(2).
       01 FS-EXPLOIT      PIC X(2).

      ***************************************************************
      *    Nomenclature des recettes : une ligne par couple plat /
      *    ingrédient, avec la quantité d'ingrédient (en unités de
      *    stock du hangar, décimales admises) pour une portion.
      ***************************************************************
       01 WS-RECETTES.
           02 WS-RECETTE OCCURS 200 TIMES.
              03 WS-REC-PLAT   PIC X(3).
              03 WS-REC-INGRED PIC X(3).
              03 WS-REC-QTE    PIC 9(3)V9(3).
       01 WS-NB-RECETTES  PIC 9(3) VALUE 0.
       01 WS-CPT-RECETTE  PIC 9(3).

       01 WS-REC-PLAT-TXT   PIC X(3).
       01 WS-REC-INGRED-TXT PIC X(3).
       01 WS-REC-QTE-TXT    PIC X(8).

      ***************************************************************
      *    Portions à préparer par plat, cumulées depuis la feuille
      *    de prep (plat;prenom;allerg, une ligne par portion ; les
      *    lignes d'un événement traiteur générées par BC103 portent
      *    en plus site;date AAAAMMJJ;référence de l'événement).
      ***************************************************************
       01 WS-PREP-CURRENT.
           02 WS-PREP-PLAT   PIC X(3).
           02 WS-PREP-PRENOM PIC X(20).
           02 WS-PREP-ALLERG PIC X(3).
           02 WS-PREP-SITE   PIC X(1).
           02 WS-PREP-DATE   PIC X(8).
           02 WS-PREP-REF    PIC X(10).

      *    Portions cumulées par site de préparation et par plat (une
      *    ligne sans site, ou d'un site non géré, est préparée au
      *    site 1, comme à son dépôt par la gestion des frigos).
       01 WS-PLATS.
           02 WS-PLAT OCCURS 50 TIMES.
              03 WS-PLAT-SITE     PIC X(1).
              03 WS-PLAT-CODE     PIC X(3).
              03 WS-PLAT-PORTIONS PIC 9(4).
       01 WS-NB-PLATS  PIC 9(2) VALUE 0.
       01 WS-CPT-PLAT  PIC 9(2).

       01 PLAT-TROUVE PIC X(1).
           88 PL-OK VALUE "O".
      *    PL-OK = 1 : Le plat est déjà présent dans la table.
      *    PL-OK = 0 : Plat pas encore rencontré sur la feuille.

       01 RECETTE-TROUVEE PIC X(1).
           88 RC-OK VALUE "O".
      *    RC-OK = 1 : Le plat a au moins une ligne de recette.
      *    RC-OK = 0 : Plat sans recette, rien ne peut être réquisi-
      *                tionné pour lui.

      ***************************************************************
      *    Besoins cumulés par site et par code ingrédient, et stock
      *    encore disponible au hangar pour ce code, dépôt par dépôt
      *    (1 = hangar principal, 2 = entrepôt de débord).
      ***************************************************************
       01 WS-BESOINS.
           02 WS-BESOIN OCCURS 100 TIMES.
              03 WS-BES-SITE   PIC X(1).
              03 WS-BES-CODE   PIC X(3).
              03 WS-BES-QTE    PIC 9(6)V9(3).
              03 WS-BES-UNITES PIC 9(5).
              03 WS-BES-STOCK  PIC 9(6) OCCURS 2 TIMES.
       01 WS-NB-BESOINS  PIC 9(3) VALUE 0.
       01 WS-CPT-BESOIN  PIC 9(3).
       01 WS-CPT-AUTRE   PIC 9(3).

       01 BESOIN-TROUVE PIC X(1).
           88 BS-OK VALUE "O".
      *    BS-OK = 1 : Le code ingrédient a déjà une ligne de besoin.
      *    BS-OK = 0 : Premier besoin pour ce code ingrédient.

       01 WS-BES-SITE-IN  PIC X(1).
       01 WS-BES-CODE-IN  PIC X(3).
       01 WS-BES-QTE-IN   PIC 9(6)V9(3).

      ***************************************************************
      *    Catalogue produits (code;description;poids unitaire;...),
      *    pour la description des manques et le poids des lignes de
      *    sortie générées.
      ***************************************************************
       01 WS-CATALOGUE.
           02 WS-PRODUITS-CATALOGUE OCCURS 50 TIMES.
              03 WS-PRODUIT-CODE    PIC X(3).
              03 WS-PRODUIT-DESC    PIC X(20).
              03 WS-PRODUIT-POIDS-U PIC S9(3)V9(2).

       01 WS-NB-PRODUITS PIC 9(3) VALUE 0.
       01 WS-CPT-PRODUIT PIC 9(3).

       01 WS-CATALOGUE-CODE      PIC X(3).
       01 WS-CATALOGUE-DESC      PIC X(20).
       01 WS-CATALOGUE-POIDS-TXT PIC X(8).

       01 CATALOGUE-TROUVE PIC X(1).
           88 C-OK VALUE "O".
      *    C-OK = 1 : Code ingrédient présent dans le catalogue.
      *    C-OK = 0 : Code ingrédient absent du catalogue.

       01 WS-CATALOGUE-DESC-TROUVEE  PIC X(20).
       01 WS-CATALOGUE-POIDS-TROUVE  PIC S9(3)V9(2).

      ***************************************************************
      *    Ligne de sortie générée, au format fixe de Jour1E-S.txt
      *    (action;code;quantité;poids;DLC;dépôt;destination;unité;
      *    coût;sens;référence;site), site de la cuisine destinataire
      *    en colonne 59.
      ***************************************************************
       01 WS-LOGI-LIGNE.
           02 WS-LOGI-ACTION  PIC X(1) VALUE "S".
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-IDM     PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-QTE     PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-POIDS   PIC 9(5).9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-DLC     PIC X(8) VALUE SPACES.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-DEPOT   PIC 9(1).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-DEST    PIC X(1) VALUE "K".
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-UNITE   PIC X(1) VALUE "U".
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-COUT    PIC X(8) VALUE SPACES.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-SENS    PIC X(1) VALUE SPACE.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-REF     PIC X(10) VALUE SPACES.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-LOGI-SITE    PIC X(1).

      *    Zones de calcul de la réquisition d'un code : reste à
      *    couvrir, prise sur le dépôt courant et poids de la ligne.
       01 WS-REQ-RESTANT  PIC 9(6).
       01 WS-REQ-PRISE    PIC 9(5).
       01 WS-REQ-POIDS    PIC 9(5)V9(2).
       01 WS-REQ-DISPO    PIC 9(6).
       01 WS-CPT-DEPOT    PIC 9.
       01 WS-NB-DEPOTS    PIC 9 VALUE 2.

      ***************************************************************
      *    Ligne du fichier des manques de la réquisition (site de la
      *    cuisine en dernier).
      ***************************************************************
       01 WS-MANQUE-LIGNE.
           02 WS-MAN-DATE     PIC X(8).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MAN-CODE     PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MAN-DESC     PIC X(20).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MAN-BESOIN   PIC Z(5)9.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MAN-DISPO    PIC Z(5)9.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MAN-MANQUE   PIC Z(5)9.
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MAN-SITE     PIC X(1).

       01 WS-DATE-JOUR PIC X(8).

      *    Compteurs de l'exécution.
       01 WS-NB-LIGNES-PREP  PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-EVT   PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-S     PIC 9(5) VALUE 0.
       01 WS-NB-MANQUES      PIC 9(5) VALUE 0.
       01 WS-NB-SANS-RECETTE PIC 9(5) VALUE 0.

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
      *    Date métier du passage, puis ligne de début d'exécution
      *    au journal d'exploitation.
           PERFORM 8930-DATE-METIER.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

      *    Chargement des référentiels : catalogue et recettes.
           PERFORM 6000-CHARGE-CATALOGUE.
           PERFORM 6010-CHARGE-RECETTES.

      *    Portions à préparer par plat, depuis la feuille de prep.
           PERFORM 6020-CHARGE-PREP.

      *    Eclatement des portions en besoins par ingrédient.
           PERFORM 6030-CALCUL-BESOINS.

      *    Stock disponible au hangar pour chaque ingrédient.
           PERFORM 6040-CHARGE-STOCK.

      *    Lignes de sortie vers la cuisine et liste des manques.
           PERFORM 6050-GENERE-REQUISITION.

           DISPLAY "-- RESUME DE LA REQUISITION CUISINE --"
           DISPLAY "Portions sur la feuille de prep : "
              WS-NB-LIGNES-PREP
           DISPLAY "  dont événements traiteur      : "
              WS-NB-LIGNES-EVT
           DISPLAY "Plats sans recette              : "
              WS-NB-SANS-RECETTE
           DISPLAY "Lignes S générées               : "
              WS-NB-LIGNES-S
           DISPLAY "Ingrédients en manque           : "
              WS-NB-MANQUES
           DISPLAY "---------------------------------------".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD102         *".
           DISPLAY "* Réquisition cuisine (recettes)      *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-CATALOGUE.
      *    Charge le catalogue produits partagé (code;description;
      *    poids unitaire;...), les colonnes suivantes sont ignorées.
           OPEN INPUT F-CATALOGUE

           IF FS-CATALOGUE = "00" THEN
              PERFORM UNTIL FS-CATALOGUE = "10"
                 READ F-CATALOGUE INTO F-CATALOGUE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CATALOGUE-POIDS-TXT
                       UNSTRING F-CATALOGUE-LIGNE DELIMITED BY ";"
                          INTO WS-CATALOGUE-CODE
                               WS-CATALOGUE-DESC
                               WS-CATALOGUE-POIDS-TXT
                       END-UNSTRING

                       IF WS-NB-PRODUITS < 50 THEN
                          ADD 1 TO WS-NB-PRODUITS
                          MOVE WS-CATALOGUE-CODE TO
                             WS-PRODUIT-CODE(WS-NB-PRODUITS)
                          MOVE WS-CATALOGUE-DESC TO
                             WS-PRODUIT-DESC(WS-NB-PRODUITS)
                          IF WS-CATALOGUE-POIDS-TXT = SPACES THEN
                             MOVE 0 TO
                                WS-PRODUIT-POIDS-U(WS-NB-PRODUITS)
                          ELSE
                             COMPUTE WS-PRODUIT-POIDS-U(WS-NB-PRODUITS)
                                = FUNCTION
                                NUMVAL(WS-CATALOGUE-POIDS-TXT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CATALOGUE
           ELSE
              DISPLAY "Pas de catalogue produits trouvé, descriptions "
              "et poids indisponibles."
           END-IF

           EXIT PROGRAM.

       6005-RECHERCHE-CATALOGUE.
      *    Description et poids unitaire du code WS-CATALOGUE-CODE.
           SET CATALOGUE-TROUVE TO "N"
           MOVE "Description inconnue" TO WS-CATALOGUE-DESC-TROUVEE
           MOVE 0 TO WS-CATALOGUE-POIDS-TROUVE

           PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
              UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS OR C-OK
              IF WS-PRODUIT-CODE(WS-CPT-PRODUIT) = WS-CATALOGUE-CODE
              THEN
                 MOVE WS-PRODUIT-DESC(WS-CPT-PRODUIT) TO
                    WS-CATALOGUE-DESC-TROUVEE
                 MOVE WS-PRODUIT-POIDS-U(WS-CPT-PRODUIT) TO
                    WS-CATALOGUE-POIDS-TROUVE
                 SET C-OK TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6010-CHARGE-RECETTES.
      *    Charge la nomenclature (plat;ingrédient;quantité par
      *    portion). Un ingrédient absent du catalogue est signalé
      *    et ignoré : le hangar ne saurait pas le servir.
           OPEN INPUT F-RECETTES

           IF FS-RECETTES = "00" THEN
              PERFORM UNTIL FS-RECETTES = "10"
                 READ F-RECETTES INTO F-RECETTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-REC-PLAT-TXT
                       MOVE SPACES TO WS-REC-INGRED-TXT
                       MOVE SPACES TO WS-REC-QTE-TXT
                       UNSTRING F-RECETTES-LIGNE DELIMITED BY ";"
                          INTO WS-REC-PLAT-TXT
                               WS-REC-INGRED-TXT
                               WS-REC-QTE-TXT
                       END-UNSTRING

                       MOVE WS-REC-INGRED-TXT TO WS-CATALOGUE-CODE
                       PERFORM 6005-RECHERCHE-CATALOGUE

                       IF WS-REC-PLAT-TXT = SPACES OR
                          WS-REC-QTE-TXT = SPACES THEN
                          DISPLAY "Ligne de recette incomplète ignorée
      -                   " : " F-RECETTES-LIGNE
                       ELSE
                       IF NOT C-OK AND WS-NB-PRODUITS > 0 THEN
                          DISPLAY "Ingrédient " WS-REC-INGRED-TXT
                          " de la recette " WS-REC-PLAT-TXT
                          " absent du catalogue, ligne ignorée."
                       ELSE
                       IF WS-NB-RECETTES < 200 THEN
                          ADD 1 TO WS-NB-RECETTES
                          MOVE WS-REC-PLAT-TXT TO
                             WS-REC-PLAT(WS-NB-RECETTES)
                          MOVE WS-REC-INGRED-TXT TO
                             WS-REC-INGRED(WS-NB-RECETTES)
                          COMPUTE WS-REC-QTE(WS-NB-RECETTES) =
                             FUNCTION NUMVAL(WS-REC-QTE-TXT)
                       END-IF
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECETTES
           ELSE
              DISPLAY "Pas de fichier de recettes trouvé, aucune réqu"
              "isition possible."
           END-IF

           EXIT PROGRAM.

       6020-CHARGE-PREP.
      *    Cumule les portions à préparer par plat : chaque ligne de
      *    la feuille de prep est une portion déposée en frigo par la
      *    gestion des frigos, cumulée sur le site de la ligne (site
      *    1 sans site). Une ligne d'événement traiteur n'est
      *    préparée (et déposée) que le jour de l'événement : les
      *    autres jours elle est laissée de côté.
           OPEN INPUT F-PREP

           IF FS-PREP = "00" THEN
              PERFORM UNTIL FS-PREP = "10"
                 READ F-PREP INTO F-PREP-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-PREP-PLAT
                       MOVE SPACES TO WS-PREP-SITE
                       MOVE SPACES TO WS-PREP-DATE
                       UNSTRING F-PREP-CURRENT
                          DELIMITED BY ";"
                          INTO
                             WS-PREP-PLAT
                             WS-PREP-PRENOM
                             WS-PREP-ALLERG
                             WS-PREP-SITE
                             WS-PREP-DATE
                             WS-PREP-REF
                       END-UNSTRING

                       IF WS-PREP-DATE NOT = SPACES
                          AND WS-PREP-DATE NOT = WS-DATE-JOUR THEN
                          MOVE SPACES TO WS-PREP-PLAT
                       END-IF
                       IF WS-PREP-SITE NOT = "1"
                          AND WS-PREP-SITE NOT = "2" THEN
                          MOVE "1" TO WS-PREP-SITE
                       END-IF
                       IF WS-PREP-DATE NOT = SPACES
                          AND WS-PREP-PLAT NOT = SPACES THEN
                          ADD 1 TO WS-NB-LIGNES-EVT
                       END-IF

                       IF WS-PREP-PLAT NOT = SPACES THEN
                          ADD 1 TO WS-NB-LIGNES-PREP
                          SET PLAT-TROUVE TO "N"

                          PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
                             UNTIL WS-CPT-PLAT > WS-NB-PLATS OR PL-OK
                             IF WS-PLAT-CODE(WS-CPT-PLAT) =
                                WS-PREP-PLAT AND
                                WS-PLAT-SITE(WS-CPT-PLAT) =
                                WS-PREP-SITE THEN
                                ADD 1 TO
                                   WS-PLAT-PORTIONS(WS-CPT-PLAT)
                                SET PL-OK TO TRUE
                             END-IF
                          END-PERFORM

                          IF NOT PL-OK AND WS-NB-PLATS < 50 THEN
                             ADD 1 TO WS-NB-PLATS
                             MOVE WS-PREP-SITE TO
                                WS-PLAT-SITE(WS-NB-PLATS)
                             MOVE WS-PREP-PLAT TO
                                WS-PLAT-CODE(WS-NB-PLATS)
                             MOVE 1 TO WS-PLAT-PORTIONS(WS-NB-PLATS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP
           ELSE
              DISPLAY "Pas de feuille de prep trouvée, rien à réquisi
      -       "tionner."
           END-IF

           EXIT PROGRAM.

       6030-CALCUL-BESOINS.
      *    Eclate chaque plat de la feuille de prep en ingrédients
      *    (portions x quantité par portion), cumulés par site et
      *    par code. Un
      *    plat sans recette part dans les manques pour que le chef
      *    sache qu'il devra le sortir à la main.
           OPEN OUTPUT F-MANQUES

           PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
              UNTIL WS-CPT-PLAT > WS-NB-PLATS

              SET RECETTE-TROUVEE TO "N"

              PERFORM VARYING WS-CPT-RECETTE FROM 1 BY 1
                 UNTIL WS-CPT-RECETTE > WS-NB-RECETTES

                 IF WS-REC-PLAT(WS-CPT-RECETTE) =
                    WS-PLAT-CODE(WS-CPT-PLAT) THEN
                    SET RC-OK TO TRUE
                    MOVE WS-PLAT-SITE(WS-CPT-PLAT) TO WS-BES-SITE-IN
                    MOVE WS-REC-INGRED(WS-CPT-RECETTE) TO
                       WS-BES-CODE-IN
                    COMPUTE WS-BES-QTE-IN =
                       WS-REC-QTE(WS-CPT-RECETTE) *
                       WS-PLAT-PORTIONS(WS-CPT-PLAT)
                    PERFORM 6035-CUMUL-BESOIN
                 END-IF

              END-PERFORM

              IF NOT RC-OK THEN
                 ADD 1 TO WS-NB-SANS-RECETTE
                 DISPLAY "Plat " WS-PLAT-CODE(WS-CPT-PLAT)
                 " sans recette : ingrédients non réquisitionnés."

                 MOVE SPACES TO F-MANQUES-LIGNE
                 STRING WS-DATE-JOUR ";" WS-PLAT-CODE(WS-CPT-PLAT)
                    ";PLAT SANS RECETTE;" WS-PLAT-PORTIONS(WS-CPT-PLAT)
                    " portion(s)" DELIMITED BY SIZE
                    INTO F-MANQUES-LIGNE
                 END-STRING
                 WRITE F-MANQUES-LIGNE
              END-IF

           END-PERFORM

      *    Quantité à sortir en unités entières de stock : une
      *    fraction d'unité entamée part entière.
           PERFORM VARYING WS-CPT-BESOIN FROM 1 BY 1
              UNTIL WS-CPT-BESOIN > WS-NB-BESOINS
              COMPUTE WS-BES-UNITES(WS-CPT-BESOIN) =
                 WS-BES-QTE(WS-CPT-BESOIN)
              IF WS-BES-UNITES(WS-CPT-BESOIN) <
                 WS-BES-QTE(WS-CPT-BESOIN) THEN
                 ADD 1 TO WS-BES-UNITES(WS-CPT-BESOIN)
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6035-CUMUL-BESOIN.
      *    Ajoute WS-BES-QTE-IN au besoin du code WS-BES-CODE-IN pour
      *    le site WS-BES-SITE-IN.
           SET BESOIN-TROUVE TO "N"

           PERFORM VARYING WS-CPT-BESOIN FROM 1 BY 1
              UNTIL WS-CPT-BESOIN > WS-NB-BESOINS OR BS-OK
              IF WS-BES-CODE(WS-CPT-BESOIN) = WS-BES-CODE-IN AND
                 WS-BES-SITE(WS-CPT-BESOIN) = WS-BES-SITE-IN THEN
                 ADD WS-BES-QTE-IN TO WS-BES-QTE(WS-CPT-BESOIN)
                 SET BS-OK TO TRUE
              END-IF
           END-PERFORM

           IF NOT BS-OK THEN
              IF WS-NB-BESOINS < 100 THEN
                 ADD 1 TO WS-NB-BESOINS
                 MOVE WS-BES-SITE-IN TO WS-BES-SITE(WS-NB-BESOINS)
                 MOVE WS-BES-CODE-IN TO WS-BES-CODE(WS-NB-BESOINS)
                 MOVE WS-BES-QTE-IN TO WS-BES-QTE(WS-NB-BESOINS)
                 MOVE 0 TO WS-BES-STOCK(WS-NB-BESOINS,1)
                 MOVE 0 TO WS-BES-STOCK(WS-NB-BESOINS,2)
              ELSE
                 DISPLAY "Table des besoins pleine, ingrédient "
                 WS-BES-CODE-IN " ignoré."
              END-IF
           END-IF

           EXIT PROGRAM.

       6040-CHARGE-STOCK.
      *    Relit le solde du hangar laissé par la gestion du stock et
      *    cumule, dépôt par dépôt, les quantités des codes
      *    ingrédients dont la réquisition a besoin. Un code demandé
      *    par les deux sites voit le même stock sur chacun de ses
      *    besoins ; la réquisition le décompte au fur et à mesure.
           OPEN INPUT F-HANGAR-SOLDE

           IF FS-HANGAR-SOLDE = "00" THEN
              PERFORM UNTIL FS-HANGAR-SOLDE = "10"
                 READ F-HANGAR-SOLDE INTO F-HANGAR-SOLDE-CURRENT
                    NOT AT END
                       IF HS-DEPOT IS NUMERIC AND HS-DEPOT >= 1
                          AND HS-DEPOT <= WS-NB-DEPOTS
                          AND HS-QTE IS NUMERIC THEN
                          PERFORM VARYING WS-CPT-BESOIN FROM 1 BY 1
                             UNTIL WS-CPT-BESOIN > WS-NB-BESOINS
                             IF WS-BES-CODE(WS-CPT-BESOIN) = HS-IDM
                             THEN
                                ADD HS-QTE TO
                                   WS-BES-STOCK(WS-CPT-BESOIN,HS-DEPOT)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-HANGAR-SOLDE
           ELSE
              DISPLAY "Pas de solde hangar trouvé, tous les ingrédien"
              "ts sont en manque."
           END-IF

           EXIT PROGRAM.

       6050-GENERE-REQUISITION.
      *    Pour chaque ingrédient de chaque site, une ligne de sortie
      *    cuisine par dépôt qui peut en fournir (hangar principal
      *    d'abord, puis entrepôt de débord), ajoutée à Jour1E-S.txt
      *    avec le site destinataire. Ce qui est pris est décompté du
      *    stock vu par les besoins du même code pour l'autre site.
      *    Le reste non couvert part dans les manques.
           OPEN EXTEND F-LOGISTIQUE
           IF FS-LOGISTIQUE = "35" THEN
              OPEN OUTPUT F-LOGISTIQUE
           END-IF

           PERFORM VARYING WS-CPT-BESOIN FROM 1 BY 1
              UNTIL WS-CPT-BESOIN > WS-NB-BESOINS

              MOVE WS-BES-CODE(WS-CPT-BESOIN) TO WS-CATALOGUE-CODE
              PERFORM 6005-RECHERCHE-CATALOGUE

              MOVE WS-BES-UNITES(WS-CPT-BESOIN) TO WS-REQ-RESTANT
              MOVE 0 TO WS-REQ-DISPO

              PERFORM VARYING WS-CPT-DEPOT FROM 1 BY 1
                 UNTIL WS-CPT-DEPOT > WS-NB-DEPOTS

                 ADD WS-BES-STOCK(WS-CPT-BESOIN,WS-CPT-DEPOT) TO
                    WS-REQ-DISPO

                 IF WS-REQ-RESTANT > 0 AND
                    WS-BES-STOCK(WS-CPT-BESOIN,WS-CPT-DEPOT) > 0 THEN
                    IF WS-BES-STOCK(WS-CPT-BESOIN,WS-CPT-DEPOT) >=
                       WS-REQ-RESTANT THEN
                       MOVE WS-REQ-RESTANT TO WS-REQ-PRISE
                    ELSE
                       MOVE WS-BES-STOCK(WS-CPT-BESOIN,WS-CPT-DEPOT)
                          TO WS-REQ-PRISE
                    END-IF

                    COMPUTE WS-REQ-POIDS = WS-REQ-PRISE *
                       WS-CATALOGUE-POIDS-TROUVE

                    MOVE WS-BES-CODE(WS-CPT-BESOIN) TO WS-LOGI-IDM
                    MOVE WS-REQ-PRISE TO WS-LOGI-QTE
                    MOVE WS-REQ-POIDS TO WS-LOGI-POIDS
                    MOVE WS-CPT-DEPOT TO WS-LOGI-DEPOT
                    MOVE WS-BES-SITE(WS-CPT-BESOIN) TO WS-LOGI-SITE

                    MOVE WS-LOGI-LIGNE TO F-LOGI-LIGNE
                    WRITE F-LOGI-LIGNE
                    ADD 1 TO WS-NB-LIGNES-S

                    DISPLAY "Réquisition : " WS-REQ-PRISE " x "
                    WS-BES-CODE(WS-CPT-BESOIN) " "
                    WS-CATALOGUE-DESC-TROUVEE " (dépôt "
                    WS-CPT-DEPOT ", site " WS-BES-SITE(WS-CPT-BESOIN)
                    ")"

                    SUBTRACT WS-REQ-PRISE FROM WS-REQ-RESTANT

                    PERFORM VARYING WS-CPT-AUTRE FROM 1 BY 1
                       UNTIL WS-CPT-AUTRE > WS-NB-BESOINS
                       IF WS-BES-CODE(WS-CPT-AUTRE) =
                          WS-BES-CODE(WS-CPT-BESOIN) THEN
                          SUBTRACT WS-REQ-PRISE FROM
                             WS-BES-STOCK(WS-CPT-AUTRE,WS-CPT-DEPOT)
                       END-IF
                    END-PERFORM
                 END-IF

              END-PERFORM

              IF WS-REQ-RESTANT > 0 THEN
                 ADD 1 TO WS-NB-MANQUES
                 MOVE WS-DATE-JOUR TO WS-MAN-DATE
                 MOVE WS-BES-CODE(WS-CPT-BESOIN) TO WS-MAN-CODE
                 MOVE WS-CATALOGUE-DESC-TROUVEE TO WS-MAN-DESC
                 MOVE WS-BES-UNITES(WS-CPT-BESOIN) TO WS-MAN-BESOIN
                 MOVE WS-REQ-DISPO TO WS-MAN-DISPO
                 MOVE WS-REQ-RESTANT TO WS-MAN-MANQUE
                 MOVE WS-BES-SITE(WS-CPT-BESOIN) TO WS-MAN-SITE
                 MOVE WS-MANQUE-LIGNE TO F-MANQUES-LIGNE
                 WRITE F-MANQUES-LIGNE

                 DISPLAY "MANQUE : " WS-BES-CODE(WS-CPT-BESOIN) " "
                 WS-CATALOGUE-DESC-TROUVEE " site "
                 WS-BES-SITE(WS-CPT-BESOIN) " besoin "
                 WS-BES-UNITES(WS-CPT-BESOIN) " manque "
                 WS-REQ-RESTANT
              END-IF

           END-PERFORM

           CLOSE F-LOGISTIQUE
           CLOSE F-MANQUES

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
              ";BD102;" WS-EXP-MODE
              ";lus=" WS-NB-LIGNES-PREP
              ";appliques=" WS-NB-LIGNES-S
              ";rejets=" WS-NB-SANS-RECETTE
              ";anomalies=" WS-NB-MANQUES
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
           DISPLAY "* FIN PROGRAMME : BD102               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD102.
