           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-FOURN.

       SELECT F-PLATS ASSIGN TO "./in/PizzaPlats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-PLATS.

       SELECT F-PREP ASSIGN TO "./in/FrigoPrepSheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-PREP.

       SELECT F-PREP-GEN ASSIGN TO "./out/PizzaPrepGeneree.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-PREP-GEN.

       DATA DIVISION.
       FILE SECTION.
       FD F-CONVIVES.
       01 F-CONVIVES-LIGNE PIC X(120).

       FD F-COMMANDES.
       01 F-COMMANDES-LIGNE PIC X(150).
       FD F-FOURN.
       01 F-FOURN-LIGNE PIC X(60).

       FD F-PLATS.
       01 F-PLATS-LIGNE PIC X(30).

       FD F-PREP.
       01 F-PREP-LIGNE PIC X(80).

       FD F-PREP-GEN.
       01 F-PREP-GEN-LIGNE PIC X(10).

       WORKING-STORAGE SECTION.
       01 FS-F-CONVIVES  PIC X(2).
       01 FS-F-COMMANDES PIC X(2).
       01 WS-MAX-PIZZAS     PIC 9(3).
       01 WS-BUDGET-AVIS    PIC X(20).

      ***************************************************************
      *    Feuille de prep des évènements confirmés : la ligne
      *    d'évènement porte en champs optionnels suivants le statut
      *    (O = confirmé), le site, la date AAAAMMJJ et la référence
      *    de l'évènement (son nom par défaut). Pour un évènement
      *    confirmé, chaque article de la commande est traduit en
      *    plat de la gestion des frigos par la table PizzaPlats.txt
      *    (type d'article STD/VEG/VGN/SGL/BSN/ACC;code plat;unités
      *    par bac;allergène), et une ligne est ajoutée à
      *    FrigoPrepSheet.txt par bac à déposer
      *    (plat;TRAITEUR;allergène;site;date;référence). Les
      *    références déjà passées en prep sont tenues dans
      *    PizzaPrepGeneree.txt pour ne pas doubler la prep quand le
      *    batch est relancé.
      ***************************************************************
       01 FS-F-PLATS    PIC X(2).
       01 FS-F-PREP     PIC X(2).
       01 FS-F-PREP-GEN PIC X(2).

       01 WS-PLT-TABLE.
           02 WS-PLT-ENTREE OCCURS 10 TIMES.
              03 WS-PLT-TYPE    PIC X(3).
              03 WS-PLT-PLAT    PIC X(3).
              03 WS-PLT-PAR-BAC PIC 9(3).
              03 WS-PLT-ALLERG  PIC X(3).
       01 WS-NB-PLT   PIC 9(2) VALUE 0.
       01 WS-CPT-PLT  PIC 9(2).
       01 WS-PLT-RANG PIC 9(2).

       01 WS-PLT-TYPE-TXT   PIC X(3).
       01 WS-PLT-PLAT-TXT   PIC X(3).
       01 WS-PLT-BAC-TXT    PIC X(3).
       01 WS-PLT-ALLERG-TXT PIC X(3).

       01 PLT-TROUVE PIC X(1).
           88 PL-OK VALUE "O".
      *    PL-OK = 1 : Le type d'article a un plat dans la table.
      *    PL-OK = 0 : Article sans plat, pas de ligne de prep.

       01 WS-EVT-STATUT-TXT PIC X(1).
           88 EVT-CONFIRME VALUE "O".
       01 WS-EVT-SITE-TXT   PIC X(1).
       01 WS-EVT-DATE-TXT   PIC X(8).
       01 WS-EVT-REF-TXT    PIC X(10).

       01 WS-GEN-TABLE.
           02 WS-GEN-REF PIC X(10) OCCURS 200 TIMES.
       01 WS-NB-GEN  PIC 9(3) VALUE 0.
       01 WS-CPT-GEN PIC 9(3).

       01 GEN-TROUVE PIC X(1).
           88 GN-OK VALUE "O".
      *    GN-OK = 1 : La prep de l'évènement a déjà été générée.
      *    GN-OK = 0 : Evènement pas encore passé en prep.

      *    Article de la commande en cours de passage en prep.
       01 WS-ART-TYPE       PIC X(3).
       01 WS-ART-QTE        PIC 9(4).
       01 WS-ART-BACS       PIC 9(4).
       01 WS-CPT-BAC        PIC 9(4).
       01 WS-NB-LIGNES-PREP PIC 9(4).

      *    Ligne du rapport de commandes, une par évènement.
       01 WS-COMMANDE-LIGNE.
           02 WS-CMD-EVENEMENT PIC X(20).
      *    moins-disant de chaque commande.
           PERFORM 6070-CHARGE-FOURNISSEURS.

      *    Correspondance articles traiteur / plats des frigos, pour
      *    la feuille de prep des évènements confirmés.
           PERFORM 6085-CHARGE-PLATS.

      *    S'il existe un fichier de convives, on traite tous les
      *    évènements en mode batch ; sinon on repasse en mode
      *    interactif (ACCEPT d'un seul nombre de convives).
                       MOVE SPACES TO WS-ACCOMP-TXT
                       MOVE SPACES TO WS-BUDGET-TXT
                       MOVE SPACES TO WS-EVT-TYPE-TXT
                       MOVE SPACES TO WS-EVT-STATUT-TXT
                       MOVE SPACES TO WS-EVT-SITE-TXT
                       MOVE SPACES TO WS-EVT-DATE-TXT
                       MOVE SPACES TO WS-EVT-REF-TXT

                       UNSTRING F-CONVIVES-LIGNE
                          DELIMITED BY ";"
                               WS-ACCOMP-TXT
                               WS-BUDGET-TXT
                               WS-EVT-TYPE-TXT
                               WS-EVT-STATUT-TXT
                               WS-EVT-SITE-TXT
                               WS-EVT-DATE-TXT
                               WS-EVT-REF-TXT
                       END-UNSTRING

      *                Ratio tranches/convive de l'évènement : le
                       IF WS-NB-FRN > 0 THEN
                          PERFORM 6080-REPARTIT-FOURNISSEURS
                       END-IF

      *                Evènement confirmé : ses articles partent en
      *                feuille de prep des frigos pour le jour J.
                       IF EVT-CONFIRME THEN
                          PERFORM 6090-GENERE-PREP
                       END-IF
                 END-READ
              END-PERFORM


           EXIT PROGRAM.

      *    Charge la table de correspondance des articles traiteur
      *    vers les plats des frigos (type;plat;unités par bac;
      *    allergène) et les références d'évènements déjà passées en
      *    feuille de prep.
       6085-CHARGE-PLATS.
           OPEN INPUT F-PLATS

           IF FS-F-PLATS = "00" THEN
              PERFORM UNTIL FS-F-PLATS = "10"
                 READ F-PLATS INTO F-PLATS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PLT-BAC-TXT
                       MOVE SPACES TO WS-PLT-ALLERG-TXT
                       UNSTRING F-PLATS-LIGNE DELIMITED BY ";"
                          INTO WS-PLT-TYPE-TXT
                               WS-PLT-PLAT-TXT
                               WS-PLT-BAC-TXT
                               WS-PLT-ALLERG-TXT
                       END-UNSTRING

                       IF WS-NB-PLT < 10 AND
                          WS-PLT-PLAT-TXT NOT = SPACES THEN
                          ADD 1 TO WS-NB-PLT
                          MOVE WS-PLT-TYPE-TXT TO
                             WS-PLT-TYPE(WS-NB-PLT)
                          MOVE WS-PLT-PLAT-TXT TO
                             WS-PLT-PLAT(WS-NB-PLT)
                          MOVE WS-PLT-ALLERG-TXT TO
                             WS-PLT-ALLERG(WS-NB-PLT)
      *                   Une unité par bac par défaut.
                          IF WS-PLT-BAC-TXT = SPACES THEN
                             MOVE 1 TO WS-PLT-PAR-BAC(WS-NB-PLT)
                          ELSE
                             COMPUTE WS-PLT-PAR-BAC(WS-NB-PLT) =
                                FUNCTION NUMVAL(WS-PLT-BAC-TXT)
                          END-IF
                          IF WS-PLT-PAR-BAC(WS-NB-PLT) = 0 THEN
                             MOVE 1 TO WS-PLT-PAR-BAC(WS-NB-PLT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PLATS
           ELSE
              DISPLAY "Pas de table des plats traiteur, pas de feuill"
              "e de prep pour les évènements confirmés."
           END-IF

           OPEN INPUT F-PREP-GEN

           IF FS-F-PREP-GEN = "00" THEN
              PERFORM UNTIL FS-F-PREP-GEN = "10"
                 READ F-PREP-GEN INTO F-PREP-GEN-LIGNE
                    NOT AT END
                       IF WS-NB-GEN < 200 AND
                          F-PREP-GEN-LIGNE NOT = SPACES THEN
                          ADD 1 TO WS-NB-GEN
                          MOVE F-PREP-GEN-LIGNE TO
                             WS-GEN-REF(WS-NB-GEN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP-GEN
           END-IF

           EXIT PROGRAM.

      *    Passe la commande de l'évènement confirmé courant en
      *    feuille de prep des frigos : une ligne par bac de chaque
      *    article, datée du jour de l'évènement et marquée de sa
      *    référence. Un évènement déjà passé en prep n'est pas
      *    regénéré.
       6090-GENERE-PREP.
           IF WS-EVT-REF-TXT = SPACES THEN
              MOVE WS-EVENEMENT TO WS-EVT-REF-TXT
           END-IF
           IF WS-EVT-SITE-TXT = SPACES THEN
              MOVE "1" TO WS-EVT-SITE-TXT
           END-IF

           SET GEN-TROUVE TO "N"

           PERFORM VARYING WS-CPT-GEN FROM 1 BY 1
              UNTIL WS-CPT-GEN > WS-NB-GEN OR GN-OK
              IF WS-GEN-REF(WS-CPT-GEN) = WS-EVT-REF-TXT THEN
                 SET GN-OK TO TRUE
              END-IF
           END-PERFORM

           IF WS-EVT-DATE-TXT IS NOT NUMERIC THEN
              DISPLAY "Evènement confirmé "
              FUNCTION TRIM(WS-EVENEMENT)
              " sans date AAAAMMJJ, pas de feuille de prep."
           ELSE
           IF WS-NB-PLT = 0 OR GN-OK THEN
              CONTINUE
           ELSE
              MOVE 0 TO WS-NB-LIGNES-PREP

              OPEN EXTEND F-PREP
              IF FS-F-PREP = "35" THEN
                 OPEN OUTPUT F-PREP
              END-IF

              MOVE "STD" TO WS-ART-TYPE
              MOVE WS-PIZ-STANDARD TO WS-ART-QTE
              PERFORM 6092-PREP-ARTICLE
              MOVE "VEG" TO WS-ART-TYPE
              MOVE WS-PIZ-VEGE TO WS-ART-QTE
              PERFORM 6092-PREP-ARTICLE
              MOVE "VGN" TO WS-ART-TYPE
              MOVE WS-PIZ-VEGAN TO WS-ART-QTE
              PERFORM 6092-PREP-ARTICLE
              MOVE "SGL" TO WS-ART-TYPE
              MOVE WS-PIZ-GLUTEN TO WS-ART-QTE
              PERFORM 6092-PREP-ARTICLE
              MOVE "BSN" TO WS-ART-TYPE
              MOVE WS-NB-BOISSONS TO WS-ART-QTE
              PERFORM 6092-PREP-ARTICLE
              MOVE "ACC" TO WS-ART-TYPE
              MOVE WS-NB-ACCOMP TO WS-ART-QTE
              PERFORM 6092-PREP-ARTICLE

              CLOSE F-PREP

      *       La référence est retenue pour les prochains passages.
              OPEN EXTEND F-PREP-GEN
              IF FS-F-PREP-GEN = "35" THEN
                 OPEN OUTPUT F-PREP-GEN
              END-IF
              MOVE WS-EVT-REF-TXT TO F-PREP-GEN-LIGNE
              WRITE F-PREP-GEN-LIGNE
              CLOSE F-PREP-GEN

              IF WS-NB-GEN < 200 THEN
                 ADD 1 TO WS-NB-GEN
                 MOVE WS-EVT-REF-TXT TO WS-GEN-REF(WS-NB-GEN)
              END-IF

              DISPLAY "Evènement confirmé "
              FUNCTION TRIM(WS-EVT-REF-TXT) " : "
              WS-NB-LIGNES-PREP " ligne(s) de prep pour le Site "
              WS-EVT-SITE-TXT " le " WS-EVT-DATE-TXT "."
           END-IF
           END-IF

           EXIT PROGRAM.

      *    Ecrit les lignes de prep de l'article WS-ART-TYPE :
      *    WS-ART-QTE unités, regroupées par bac selon la table des
      *    plats (bac entamé compté plein).
       6092-PREP-ARTICLE.
           SET PLT-TROUVE TO "N"

           PERFORM VARYING WS-CPT-PLT FROM 1 BY 1
              UNTIL WS-CPT-PLT > WS-NB-PLT OR PL-OK
              IF WS-PLT-TYPE(WS-CPT-PLT) = WS-ART-TYPE THEN
                 MOVE WS-CPT-PLT TO WS-PLT-RANG
                 SET PL-OK TO TRUE
              END-IF
           END-PERFORM

           IF WS-ART-QTE > 0 AND NOT PL-OK THEN
              DISPLAY "Article " WS-ART-TYPE " sans plat dans la tabl"
              "e des plats, non passé en prep pour "
              FUNCTION TRIM(WS-EVENEMENT) "."
           END-IF

           IF WS-ART-QTE > 0 AND PL-OK THEN
              COMPUTE WS-ART-BACS = (WS-ART-QTE +
                 WS-PLT-PAR-BAC(WS-PLT-RANG) - 1) /
                 WS-PLT-PAR-BAC(WS-PLT-RANG)

              PERFORM VARYING WS-CPT-BAC FROM 1 BY 1
                 UNTIL WS-CPT-BAC > WS-ART-BACS
                 MOVE SPACES TO F-PREP-LIGNE
                 STRING WS-PLT-PLAT(WS-PLT-RANG) ";TRAITEUR;"
                    WS-PLT-ALLERG(WS-PLT-RANG) ";"
                    WS-EVT-SITE-TXT ";"
                    WS-EVT-DATE-TXT ";"
                    WS-EVT-REF-TXT DELIMITED BY SIZE
                    INTO F-PREP-LIGNE
                 END-STRING
                 WRITE F-PREP-LIGNE
                 ADD 1 TO WS-NB-LIGNES-PREP
              END-PERFORM
           END-IF

           EXIT PROGRAM.

      *    Recherche le ratio calibré du type d'évènement courant
      *    dans l'historique de consommation.
       6030-RATIO-PAR-TYPE.
