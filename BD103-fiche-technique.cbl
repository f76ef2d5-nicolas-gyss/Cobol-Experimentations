       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD103.

      ***************************************************************
      *    Fiche technique des plats : pour chaque code plat de la
      *    nomenclature (Recettes.txt), les lignes d'ingrédients avec
      *    la quantité par portion, le prix moyen pondéré du hangar
      *    (HangarPMP.txt) et le coût de la ligne, puis le coût de
      *    revient de la portion, le prix de vente (PrixPlats.txt,
      *    plat;prix TTC) et le ratio matière (food cost en %).
      *    Le coût de chaque plat est conservé d'un passage à
      *    l'autre (FicheTechniqueCouts.txt) : un plat dont le coût
      *    a monté de plus du pourcentage configuré
      *    (FicheTechniqueConfig.txt, code HAUSSE) est signalé pour
      *    que la carte soit repricée avant que la marge ne fonde.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-RECETTES ASSIGN TO "./in/Recettes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECETTES.

       SELECT F-PMP ASSIGN TO "./in/HangarPMP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PMP.

       SELECT F-CATALOGUE ASSIGN TO "./in/ProduitsCatalogue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CATALOGUE.

       SELECT F-PRIX-PLATS ASSIGN TO "./in/PrixPlats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PRIX-PLATS.

       SELECT F-CONFIG ASSIGN TO "./in/FicheTechniqueConfig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CONFIG.

       SELECT F-COUTS ASSIGN TO "./out/FicheTechniqueCouts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COUTS.

       SELECT F-FICHE ASSIGN TO "./out/FicheTechnique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FICHE.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-RECETTES.
       01 F-RECETTES-LIGNE PIC X(40).

       FD F-PMP.
       01 F-PMP-LIGNE PIC X(30).

       FD F-CATALOGUE.
       01 F-CATALOGUE-LIGNE PIC X(40).

       FD F-PRIX-PLATS.
       01 F-PRIX-PLATS-LIGNE PIC X(20).

       FD F-CONFIG.
       01 F-CONFIG-LIGNE PIC X(20).

       FD F-COUTS.
       01 F-COUTS-LIGNE PIC X(30).

       FD F-FICHE.
       01 F-FICHE-LIGNE PIC X(100).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-RECETTES   PIC X(2).
       01 FS-PMP        PIC X(2).
       01 FS-CATALOGUE  PIC X(2).
       01 FS-PRIX-PLATS PIC X(2).
       01 FS-CONFIG     PIC X(2).
       01 FS-COUTS      PIC X(2).
       01 FS-FICHE      PIC X(2).
       01 FS-EXPLOIT    PIC X(2).

      ***************************************************************
      *    Nomenclature des recettes (plat;ingrédient;quantité par
      *    portion), même fichier que la réquisition cuisine.
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

      *    Plats distincts de la nomenclature, avec leur coût de
      *    revient calculé, leur prix de vente et le coût du
      *    précédent passage.
       01 WS-PLATS.
           02 WS-PLAT OCCURS 50 TIMES.
              03 WS-PLAT-CODE        PIC X(3).
              03 WS-PLAT-COUT        PIC 9(5)V9(4).
              03 WS-PLAT-PRIX        PIC 9(5)V9(2).
              03 WS-PLAT-COUT-PREC   PIC 9(5)V9(4).
       01 WS-NB-PLATS  PIC 9(2) VALUE 0.
       01 WS-CPT-PLAT  PIC 9(2).

       01 PLAT-TROUVE PIC X(1).
           88 PL-OK VALUE "O".
      *    PL-OK = 1 : Le plat est déjà dans la table des plats.
      *    PL-OK = 0 : Plat pas encore rencontré.

       01 WS-PLAT-CODE-IN PIC X(3).

      ***************************************************************
      *    Prix moyens pondérés du hangar (code;PMP), tenus par la
      *    gestion du stock.
      ***************************************************************
       01 WS-PMP-TABLE.
           02 WS-PMP-ENTREE OCCURS 50 TIMES.
              03 WS-PMP-IDM    PIC X(3).
              03 WS-PMP-VALEUR PIC 9(5)V9(4).
       01 WS-PMP-NB  PIC 9(3) VALUE 0.
       01 WS-CPT-PMP PIC 9(3).

       01 WS-PMP-IDM-TXT    PIC X(3).
       01 WS-PMP-VALEUR-TXT PIC X(12).

       01 PMP-TROUVE PIC X(1).
           88 P-OK VALUE "O".
      *    P-OK = 1 : Un PMP est connu pour l'ingrédient.
      *    P-OK = 0 : Ingrédient jamais entré avec un coût.

       01 WS-PMP-CODE-IN PIC X(3).
       01 WS-PMP-COURANT PIC 9(5)V9(4).

      ***************************************************************
      *    Catalogue produits, pour les descriptions en clair.
      ***************************************************************
       01 WS-CATALOGUE.
           02 WS-PRODUITS-CATALOGUE OCCURS 50 TIMES.
              03 WS-PRODUIT-CODE PIC X(3).
              03 WS-PRODUIT-DESC PIC X(20).

       01 WS-NB-PRODUITS PIC 9(3) VALUE 0.
       01 WS-CPT-PRODUIT PIC 9(3).

       01 WS-CATALOGUE-CODE         PIC X(3).
       01 WS-CATALOGUE-DESC         PIC X(20).
       01 WS-CATALOGUE-DESC-TROUVEE PIC X(20).

       01 CATALOGUE-TROUVE PIC X(1).
           88 C-OK VALUE "O".
      *    C-OK = 1 : Code présent dans le catalogue produits.
      *    C-OK = 0 : Code absent du catalogue produits.

      *    Zones de lecture des prix de vente, du paramétrage et des
      *    coûts du précédent passage.
       01 WS-PRIX-PLAT-TXT PIC X(3).
       01 WS-PRIX-VAL-TXT  PIC X(10).
       01 WS-CONFIG-CODE-TXT PIC X(10).
       01 WS-CONFIG-VAL-TXT  PIC X(8).
       01 WS-COUT-PLAT-TXT   PIC X(3).
       01 WS-COUT-VAL-TXT    PIC X(12).

      *    Hausse de coût (en %) au-delà de laquelle un plat est
      *    signalé, surchargeable par le code HAUSSE du paramétrage.
       01 WS-SEUIL-HAUSSE-PCT PIC 9(3)V9(2) VALUE 5.00.

      *    Zones de calcul et d'édition de la fiche.
       01 WS-LIGNE-COUT     PIC 9(5)V9(4).
       01 WS-FOOD-COST-PCT  PIC 9(3)V9(2).
       01 WS-HAUSSE-PCT     PIC S9(5)V9(2).
       01 WS-NB-SIGNALES    PIC 9(3) VALUE 0.
       01 WS-NB-SANS-PMP    PIC 9(3) VALUE 0.

       01 WS-COUT-ED        PIC Z(4)9.9(4).
       01 WS-PRIX-ED        PIC Z(4)9.99.
       01 WS-PCT-ED         PIC ZZ9.99.
       01 WS-HAUSSE-ED      PIC +(4)9.99.
       01 WS-COUT-SAUVE-ED  PIC 9(5).9(4).

       01 WS-FICHE-ING-LIGNE.
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-FIL-IDM      PIC X(3).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-FIL-DESC     PIC X(20).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-FIL-QTE      PIC ZZ9.999.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-FIL-PMP      PIC Z(4)9.9(4).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-FIL-COUT     PIC Z(4)9.9(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 WS-FIL-NOTE     PIC X(10).

       01 WS-DATE-JOUR PIC X(8).

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

      *    Chargement du paramétrage, des référentiels et des coûts
      *    du précédent passage.
           PERFORM 6000-CHARGE-CONFIG.
           PERFORM 6010-CHARGE-CATALOGUE.
           PERFORM 6020-CHARGE-PMP.
           PERFORM 6030-CHARGE-RECETTES.
           PERFORM 6040-CHARGE-PRIX-PLATS.
           PERFORM 6050-CHARGE-COUTS-PRECEDENTS.

      *    Edition des fiches techniques, puis sauvegarde des coûts
      *    de ce passage pour la comparaison suivante.
           PERFORM 6060-EDITE-FICHES.
           PERFORM 6070-SAUVEGARDE-COUTS.

           DISPLAY "Fiches techniques éditées : " WS-NB-PLATS
           " plat(s), " WS-NB-SIGNALES " en hausse de coût.".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD103         *".
           DISPLAY "* Fiche technique des plats           *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-CONFIG.
      *    Paramétrage CODE;VALEUR : HAUSSE = hausse de coût (en %)
      *    au-delà de laquelle un plat est signalé.
           OPEN INPUT F-CONFIG

           IF FS-CONFIG = "00" THEN
              PERFORM UNTIL FS-CONFIG = "10"
                 READ F-CONFIG INTO F-CONFIG-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CONFIG-CODE-TXT
                       MOVE SPACES TO WS-CONFIG-VAL-TXT
                       UNSTRING F-CONFIG-LIGNE DELIMITED BY ";"
                          INTO WS-CONFIG-CODE-TXT
                               WS-CONFIG-VAL-TXT
                       END-UNSTRING

                       IF WS-CONFIG-CODE-TXT = "HAUSSE" AND
                          WS-CONFIG-VAL-TXT NOT = SPACES THEN
                          COMPUTE WS-SEUIL-HAUSSE-PCT =
                             FUNCTION NUMVAL(WS-CONFIG-VAL-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CONFIG
           END-IF

           DISPLAY "Seuil de hausse de coût signalée : "
           WS-SEUIL-HAUSSE-PCT " %"

           EXIT PROGRAM.

       6010-CHARGE-CATALOGUE.
      *    Charge code et description du catalogue produits.
           OPEN INPUT F-CATALOGUE

           IF FS-CATALOGUE = "00" THEN
              PERFORM UNTIL FS-CATALOGUE = "10"
                 READ F-CATALOGUE INTO F-CATALOGUE-LIGNE
                    NOT AT END
                       UNSTRING F-CATALOGUE-LIGNE DELIMITED BY ";"
                          INTO WS-CATALOGUE-CODE
                               WS-CATALOGUE-DESC
                       END-UNSTRING

                       IF WS-NB-PRODUITS < 50 THEN
                          ADD 1 TO WS-NB-PRODUITS
                          MOVE WS-CATALOGUE-CODE TO
                             WS-PRODUIT-CODE(WS-NB-PRODUITS)
                          MOVE WS-CATALOGUE-DESC TO
                             WS-PRODUIT-DESC(WS-NB-PRODUITS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CATALOGUE
           ELSE
              DISPLAY "Pas de catalogue produits trouvé, descriptions "
              "indisponibles."
           END-IF

           EXIT PROGRAM.

       6015-DESC-PAR-CODE.
      *    Description du code WS-CATALOGUE-CODE.
           SET CATALOGUE-TROUVE TO "N"
           MOVE "Description inconnue" TO WS-CATALOGUE-DESC-TROUVEE

           PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
              UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS OR C-OK
              IF WS-PRODUIT-CODE(WS-CPT-PRODUIT) = WS-CATALOGUE-CODE
              THEN
                 MOVE WS-PRODUIT-DESC(WS-CPT-PRODUIT) TO
                    WS-CATALOGUE-DESC-TROUVEE
                 SET C-OK TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6020-CHARGE-PMP.
      *    Charge les prix moyens pondérés tenus par la gestion du
      *    stock (code;PMP).
           OPEN INPUT F-PMP

           IF FS-PMP = "00" THEN
              PERFORM UNTIL FS-PMP = "10"
                 READ F-PMP INTO F-PMP-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PMP-IDM-TXT
                       MOVE SPACES TO WS-PMP-VALEUR-TXT
                       UNSTRING F-PMP-LIGNE DELIMITED BY ";"
                          INTO WS-PMP-IDM-TXT
                               WS-PMP-VALEUR-TXT
                       END-UNSTRING

                       IF WS-PMP-NB < 50 AND
                          WS-PMP-IDM-TXT NOT = SPACES THEN
                          ADD 1 TO WS-PMP-NB
                          MOVE WS-PMP-IDM-TXT TO WS-PMP-IDM(WS-PMP-NB)
                          COMPUTE WS-PMP-VALEUR(WS-PMP-NB) =
                             FUNCTION NUMVAL(WS-PMP-VALEUR-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PMP
           ELSE
              DISPLAY "Pas de PMP hangar trouvés, coûts ingrédients "
              "à zéro."
           END-IF

           EXIT PROGRAM.

       6025-PMP-PAR-CODE.
      *    PMP du code WS-PMP-CODE-IN (0 si inconnu).
           SET PMP-TROUVE TO "N"
           MOVE 0 TO WS-PMP-COURANT

           PERFORM VARYING WS-CPT-PMP FROM 1 BY 1
              UNTIL WS-CPT-PMP > WS-PMP-NB OR P-OK
              IF WS-PMP-IDM(WS-CPT-PMP) = WS-PMP-CODE-IN THEN
                 MOVE WS-PMP-VALEUR(WS-CPT-PMP) TO WS-PMP-COURANT
                 SET P-OK TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6030-CHARGE-RECETTES.
      *    Charge la nomenclature et relève les plats distincts.
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

                       IF WS-REC-PLAT-TXT NOT = SPACES AND
                          WS-REC-QTE-TXT NOT = SPACES AND
                          WS-NB-RECETTES < 200 THEN
                          ADD 1 TO WS-NB-RECETTES
                          MOVE WS-REC-PLAT-TXT TO
                             WS-REC-PLAT(WS-NB-RECETTES)
                          MOVE WS-REC-INGRED-TXT TO
                             WS-REC-INGRED(WS-NB-RECETTES)
                          COMPUTE WS-REC-QTE(WS-NB-RECETTES) =
                             FUNCTION NUMVAL(WS-REC-QTE-TXT)

                          MOVE WS-REC-PLAT-TXT TO WS-PLAT-CODE-IN
                          PERFORM 6035-RANG-PLAT
                          IF NOT PL-OK AND WS-NB-PLATS < 50 THEN
                             ADD 1 TO WS-NB-PLATS
                             MOVE WS-REC-PLAT-TXT TO
                                WS-PLAT-CODE(WS-NB-PLATS)
                             MOVE 0 TO WS-PLAT-COUT(WS-NB-PLATS)
                             MOVE 0 TO WS-PLAT-PRIX(WS-NB-PLATS)
                             MOVE 0 TO WS-PLAT-COUT-PREC(WS-NB-PLATS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECETTES
           ELSE
              DISPLAY "Pas de fichier de recettes trouvé, aucune fich"
              "e à éditer."
           END-IF

           EXIT PROGRAM.

       6035-RANG-PLAT.
      *    Recherche le plat WS-PLAT-CODE-IN dans la table des plats
      *    (rang dans WS-CPT-PLAT quand PL-OK).
           SET PLAT-TROUVE TO "N"

           PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
              UNTIL WS-CPT-PLAT > WS-NB-PLATS OR PL-OK
              IF WS-PLAT-CODE(WS-CPT-PLAT) = WS-PLAT-CODE-IN THEN
                 SET PL-OK TO TRUE
              END-IF
           END-PERFORM

      *    La boucle a avancé d'un cran au-delà du plat trouvé.
           IF PL-OK THEN
              SUBTRACT 1 FROM WS-CPT-PLAT
           END-IF

           EXIT PROGRAM.

       6040-CHARGE-PRIX-PLATS.
      *    Prix de vente par plat (plat;prix TTC).
           OPEN INPUT F-PRIX-PLATS

           IF FS-PRIX-PLATS = "00" THEN
              PERFORM UNTIL FS-PRIX-PLATS = "10"
                 READ F-PRIX-PLATS INTO F-PRIX-PLATS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PRIX-PLAT-TXT
                       MOVE SPACES TO WS-PRIX-VAL-TXT
                       UNSTRING F-PRIX-PLATS-LIGNE DELIMITED BY ";"
                          INTO WS-PRIX-PLAT-TXT
                               WS-PRIX-VAL-TXT
                       END-UNSTRING

                       MOVE WS-PRIX-PLAT-TXT TO WS-PLAT-CODE-IN
                       PERFORM 6035-RANG-PLAT
                       IF PL-OK AND WS-PRIX-VAL-TXT NOT = SPACES THEN
                          COMPUTE WS-PLAT-PRIX(WS-CPT-PLAT) =
                             FUNCTION NUMVAL(WS-PRIX-VAL-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PRIX-PLATS
           ELSE
              DISPLAY "Pas de prix de vente des plats trouvés, ratio "
              "matière non calculé."
           END-IF

           EXIT PROGRAM.

       6050-CHARGE-COUTS-PRECEDENTS.
      *    Coût de revient de chaque plat au précédent passage
      *    (plat;coût).
           OPEN INPUT F-COUTS

           IF FS-COUTS = "00" THEN
              PERFORM UNTIL FS-COUTS = "10"
                 READ F-COUTS INTO F-COUTS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-COUT-PLAT-TXT
                       MOVE SPACES TO WS-COUT-VAL-TXT
                       UNSTRING F-COUTS-LIGNE DELIMITED BY ";"
                          INTO WS-COUT-PLAT-TXT
                               WS-COUT-VAL-TXT
                       END-UNSTRING

                       MOVE WS-COUT-PLAT-TXT TO WS-PLAT-CODE-IN
                       PERFORM 6035-RANG-PLAT
                       IF PL-OK AND WS-COUT-VAL-TXT NOT = SPACES THEN
                          COMPUTE WS-PLAT-COUT-PREC(WS-CPT-PLAT) =
                             FUNCTION NUMVAL(WS-COUT-VAL-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-COUTS
           ELSE
              DISPLAY "Premier passage : pas de coûts précédents "
              "à comparer."
           END-IF

           EXIT PROGRAM.

       6060-EDITE-FICHES.
      *    Une fiche par plat : lignes d'ingrédients valorisées au
      *    PMP, coût de la portion, prix de vente, ratio matière, et
      *    signalement d'une hausse de coût au-delà du seuil.
           OPEN OUTPUT F-FICHE

           MOVE SPACES TO F-FICHE-LIGNE
           STRING "FICHES TECHNIQUES DES PLATS - " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING
           WRITE F-FICHE-LIGNE

           PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
              UNTIL WS-CPT-PLAT > WS-NB-PLATS

              MOVE WS-PLAT-CODE(WS-CPT-PLAT) TO WS-CATALOGUE-CODE
              PERFORM 6015-DESC-PAR-CODE

              MOVE SPACES TO F-FICHE-LIGNE
              WRITE F-FICHE-LIGNE
              MOVE SPACES TO F-FICHE-LIGNE
              STRING "PLAT " WS-PLAT-CODE(WS-CPT-PLAT) "  "
                 WS-CATALOGUE-DESC-TROUVEE DELIMITED BY SIZE
                 INTO F-FICHE-LIGNE
              END-STRING
              WRITE F-FICHE-LIGNE

              MOVE SPACES TO F-FICHE-LIGNE
              STRING "    IDM  INGREDIENT            QTE/PRT"
                 "         PMP        COUT" DELIMITED BY SIZE
                 INTO F-FICHE-LIGNE
              END-STRING
              WRITE F-FICHE-LIGNE

              MOVE 0 TO WS-PLAT-COUT(WS-CPT-PLAT)

              PERFORM VARYING WS-CPT-RECETTE FROM 1 BY 1
                 UNTIL WS-CPT-RECETTE > WS-NB-RECETTES

                 IF WS-REC-PLAT(WS-CPT-RECETTE) =
                    WS-PLAT-CODE(WS-CPT-PLAT) THEN
                    MOVE WS-REC-INGRED(WS-CPT-RECETTE) TO
                       WS-PMP-CODE-IN
                    PERFORM 6025-PMP-PAR-CODE
                    COMPUTE WS-LIGNE-COUT ROUNDED =
                       WS-REC-QTE(WS-CPT-RECETTE) * WS-PMP-COURANT
                    ADD WS-LIGNE-COUT TO WS-PLAT-COUT(WS-CPT-PLAT)

                    MOVE WS-REC-INGRED(WS-CPT-RECETTE) TO
                       WS-CATALOGUE-CODE
                    PERFORM 6015-DESC-PAR-CODE

                    MOVE WS-REC-INGRED(WS-CPT-RECETTE) TO WS-FIL-IDM
                    MOVE WS-CATALOGUE-DESC-TROUVEE TO WS-FIL-DESC
                    MOVE WS-REC-QTE(WS-CPT-RECETTE) TO WS-FIL-QTE
                    MOVE WS-PMP-COURANT TO WS-FIL-PMP
                    MOVE WS-LIGNE-COUT TO WS-FIL-COUT
                    IF P-OK THEN
                       MOVE SPACES TO WS-FIL-NOTE
                    ELSE
                       MOVE "SANS PMP" TO WS-FIL-NOTE
                       ADD 1 TO WS-NB-SANS-PMP
                    END-IF
                    MOVE WS-FICHE-ING-LIGNE TO F-FICHE-LIGNE
                    WRITE F-FICHE-LIGNE
                 END-IF

              END-PERFORM

              MOVE WS-PLAT-COUT(WS-CPT-PLAT) TO WS-COUT-ED
              MOVE SPACES TO F-FICHE-LIGNE
              STRING "    Coût de revient de la portion : " WS-COUT-ED
                 DELIMITED BY SIZE
                 INTO F-FICHE-LIGNE
              END-STRING
              WRITE F-FICHE-LIGNE

              MOVE SPACES TO F-FICHE-LIGNE
              IF WS-PLAT-PRIX(WS-CPT-PLAT) > 0 THEN
                 COMPUTE WS-FOOD-COST-PCT ROUNDED =
                    WS-PLAT-COUT(WS-CPT-PLAT) * 100 /
                    WS-PLAT-PRIX(WS-CPT-PLAT)
                 MOVE WS-PLAT-PRIX(WS-CPT-PLAT) TO WS-PRIX-ED
                 MOVE WS-FOOD-COST-PCT TO WS-PCT-ED
                 STRING "    Prix de vente : " WS-PRIX-ED
                    "   Ratio matière : " WS-PCT-ED " %"
                    DELIMITED BY SIZE
                    INTO F-FICHE-LIGNE
                 END-STRING
              ELSE
                 STRING "    Prix de vente inconnu, ratio matière "
                    "non calculé." DELIMITED BY SIZE
                    INTO F-FICHE-LIGNE
                 END-STRING
              END-IF
              WRITE F-FICHE-LIGNE

      *       Hausse de coût depuis le précédent passage.
              IF WS-PLAT-COUT-PREC(WS-CPT-PLAT) > 0 THEN
                 COMPUTE WS-HAUSSE-PCT ROUNDED =
                    (WS-PLAT-COUT(WS-CPT-PLAT) -
                     WS-PLAT-COUT-PREC(WS-CPT-PLAT)) * 100 /
                    WS-PLAT-COUT-PREC(WS-CPT-PLAT)
                 IF WS-HAUSSE-PCT > WS-SEUIL-HAUSSE-PCT THEN
                    ADD 1 TO WS-NB-SIGNALES
                    MOVE WS-HAUSSE-PCT TO WS-HAUSSE-ED
                    MOVE WS-PLAT-COUT-PREC(WS-CPT-PLAT) TO WS-COUT-ED
                    MOVE SPACES TO F-FICHE-LIGNE
                    STRING "    *** HAUSSE DE COUT " WS-HAUSSE-ED
                       " % (coût précédent " WS-COUT-ED
                       ") : revoir le prix de vente ***"
                       DELIMITED BY SIZE
                       INTO F-FICHE-LIGNE
                    END-STRING
                    WRITE F-FICHE-LIGNE
                    DISPLAY "HAUSSE DE COUT : plat "
                    WS-PLAT-CODE(WS-CPT-PLAT) " " WS-HAUSSE-ED " %"
                 END-IF
              END-IF

           END-PERFORM

           CLOSE F-FICHE

           EXIT PROGRAM.

       6070-SAUVEGARDE-COUTS.
      *    Conserve le coût de revient de chaque plat (plat;coût)
      *    pour la comparaison du prochain passage.
           OPEN OUTPUT F-COUTS

           PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
              UNTIL WS-CPT-PLAT > WS-NB-PLATS
              MOVE WS-PLAT-COUT(WS-CPT-PLAT) TO WS-COUT-SAUVE-ED
              MOVE SPACES TO F-COUTS-LIGNE
              STRING WS-PLAT-CODE(WS-CPT-PLAT) ";"
                 WS-COUT-SAUVE-ED DELIMITED BY SIZE
                 INTO F-COUTS-LIGNE
              END-STRING
              WRITE F-COUTS-LIGNE
           END-PERFORM

           CLOSE F-COUTS

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
              ";BD103;" WS-EXP-MODE
              ";lus=" WS-NB-RECETTES
              ";appliques=" WS-NB-PLATS
              ";rejets=" WS-NB-SANS-PMP
              ";anomalies=" WS-NB-SIGNALES
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
           DISPLAY "* FIN PROGRAMME : BD103               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD103.
