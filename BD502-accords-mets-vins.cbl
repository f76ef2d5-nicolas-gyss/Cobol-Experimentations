       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD502.

      ***************************************************************
      *    Feuille des accords mets-vins du jour : pour chaque plat
      *    de la feuille de prep du lendemain (FrigoPrepSheet.txt),
      *    jusqu'à trois vins en stock au cellier (CellierSolde.txt)
      *    choisis dans la table des accords (AccordsMetsVins.txt).
      *    La table associe un plat, ou une famille de plats, à des
      *    cépages ou des codes appellation, dans l'ordre de
      *    préférence du sommelier :
      *       P;plat;cépage ou appellation   accord propre au plat
      *       F;famille;cépage ou appellation accord de la famille
      *       M;plat;famille                 rattachement du plat
      *    Les accords du plat passent avant ceux de sa famille. Les
      *    vins déjà ouverts au verre (BouteillesOuvertes.txt) puis
      *    les bouteilles dans leur fenêtre de garde
      *    (GardeCepages.txt) sont proposés en premier. Le prix est
      *    celui de la carte des vins éditée par la gestion du
      *    cellier (CarteDesVins.txt). Fini le vin conseillé de
      *    mémoire et introuvable au cellier.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-ACCORDS ASSIGN TO "./in/AccordsMetsVins.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ACCORDS.

       SELECT F-PREP ASSIGN TO "./in/FrigoPrepSheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PREP.

       SELECT F-CELLIER-SOLDE ASSIGN TO "./out/CellierSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CELLIER-SOLDE.

       SELECT F-GARDE ASSIGN TO "./in/GardeCepages.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-GARDE.

       SELECT F-VERRES ASSIGN TO "./out/BouteillesOuvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VERRES.

       SELECT F-CARTE ASSIGN TO "./out/CarteDesVins.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CARTE.

       SELECT F-FEUILLE ASSIGN TO "./out/AccordsDuJour.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FEUILLE.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-ACCORDS.
       01 F-ACCORDS-LIGNE PIC X(50).

       FD F-PREP.
       01 F-PREP-CURRENT PIC X(30).

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

       FD F-GARDE.
       01 F-GARDE-LIGNE PIC X(30).

       FD F-VERRES.
       01 F-VERRES-LIGNE PIC X(40).

       FD F-CARTE.
       01 F-CARTE-LIGNE PIC X(80).

       FD F-FEUILLE.
       01 F-FEUILLE-LIGNE PIC X(100).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-ACCORDS       PIC X(2).
       01 FS-PREP          PIC X(2).
       01 FS-CELLIER-SOLDE PIC X(2).
       01 FS-GARDE         PIC X(2).
       01 FS-VERRES        PIC X(2).
       01 FS-CARTE         PIC X(2).
       01 FS-FEUILLE       PIC X(2).
       01 FS-EXPLOIT       PIC X(2).

      ***************************************************************
      *    Table des accords, dans l'ordre du fichier : type (P, F
      *    ou M), clé (plat ou famille) et cible (cépage, code
      *    appellation, ou famille pour un rattachement M).
      ***************************************************************
       01 WS-ACCORDS.
           02 WS-ACCORD OCCURS 200 TIMES.
              03 WS-ACC-TYPE  PIC X(1).
              03 WS-ACC-CLE   PIC X(20).
              03 WS-ACC-CIBLE PIC X(20).
       01 WS-NB-ACCORDS  PIC 9(3) VALUE 0.
       01 WS-CPT-ACCORD  PIC 9(3).

       01 WS-ACC-TYPE-TXT  PIC X(1).
       01 WS-ACC-CLE-TXT   PIC X(20).
       01 WS-ACC-CIBLE-TXT PIC X(20).

      ***************************************************************
      *    Plats de la feuille de prep (plat;prenom;allerg, une ligne
      *    par portion), avec leur nombre de portions et leur
      *    famille.
      ***************************************************************
       01 WS-PREP-CURRENT.
           02 WS-PREP-PLAT   PIC X(3).
           02 WS-PREP-PRENOM PIC X(20).
           02 WS-PREP-ALLERG PIC X(3).

       01 WS-PLATS.
           02 WS-PLAT OCCURS 50 TIMES.
              03 WS-PLAT-CODE     PIC X(3).
              03 WS-PLAT-PORTIONS PIC 9(4).
              03 WS-PLAT-FAMILLE  PIC X(20).
       01 WS-NB-PLATS  PIC 9(2) VALUE 0.
       01 WS-CPT-PLAT  PIC 9(2).

       01 PLAT-TROUVE PIC X(1).
           88 PL-OK VALUE "O".
      *    PL-OK = 1 : Le plat est déjà présent dans la table.
      *    PL-OK = 0 : Plat pas encore rencontré sur la feuille.

      ***************************************************************
      *    Vins en stock au cellier, relus du solde laissé par la
      *    gestion du cellier (emplacements à quantité non nulle).
      ***************************************************************
       01 WS-VINS.
           02 WS-VIN OCCURS 200 TIMES.
              03 WS-VIN-REGION  PIC X(20).
              03 WS-VIN-CEPAGE  PIC X(20).
              03 WS-VIN-VINTAGE PIC 9(4).
              03 WS-VIN-QTE     PIC 9(3).
              03 WS-VIN-APPEL   PIC X(10).
              03 WS-VIN-BIN     PIC X(5).
              03 WS-VIN-OUVERT  PIC X(1).
              03 WS-VIN-FENETRE PIC X(1).
              03 WS-VIN-PRIX    PIC 9(5)V99.
              03 WS-VIN-CARTE   PIC X(1).
       01 WS-NB-VINS  PIC 9(3) VALUE 0.
       01 WS-CPT-VIN  PIC 9(3).

      ***************************************************************
      *    Fenêtres de garde (cépage;garde min;garde max, en années)
      *    et cépages ouverts au verre (cépage;verres restants;date
      *    d'ouverture), mêmes fichiers que la gestion du cellier.
      ***************************************************************
       01 WS-GARDE.
           02 WS-GARDE-ENTRIES OCCURS 50 TIMES.
              03 WS-GARDE-CEPAGE PIC X(20).
              03 WS-GARDE-MIN    PIC 9(2).
              03 WS-GARDE-MAX    PIC 9(2).
       01 WS-NB-GARDE  PIC 9(3) VALUE 0.
       01 WS-CPT-GARDE PIC 9(3).
       01 WS-GARDE-CEPAGE-TXT PIC X(20).
       01 WS-GARDE-MIN-TXT    PIC X(2).
       01 WS-GARDE-MAX-TXT    PIC X(2).

       01 WS-VERRE-CEPAGE-TXT PIC X(20).
       01 WS-VERRE-RESTE-TXT  PIC X(3).
       01 WS-VERRE-DATE-TXT   PIC X(8).

       01 WS-ANNEE-COURANTE PIC 9(4).
       01 WS-AGE-VIN        PIC S9(4).

      ***************************************************************
      *    Candidats retenus pour le plat courant : vin, rang de
      *    l'accord qui l'a retenu (ordre du fichier, accords du
      *    plat avant ceux de la famille) et priorité (2 = ouvert au
      *    verre, 1 = dans sa fenêtre de garde, 0 = autre).
      ***************************************************************
       01 WS-CANDIDATS.
           02 WS-CAND OCCURS 200 TIMES.
              03 WS-CAND-VIN   PIC 9(3).
              03 WS-CAND-RANG  PIC 9(4).
              03 WS-CAND-PRIO  PIC 9(1).
              03 WS-CAND-PRIS  PIC X(1).
       01 WS-NB-CAND  PIC 9(3) VALUE 0.
       01 WS-CPT-CAND PIC 9(3).

       01 WS-NB-PROPOSES  PIC 9(1).
       01 WS-MEILLEUR     PIC 9(3).
       01 WS-RANG-COURANT PIC 9(4).
       01 WS-ACC-CLE-IN   PIC X(20).
       01 WS-ACC-TYPE-IN  PIC X(1).
       01 WS-NB-MAX-PROPOSES PIC 9(1) VALUE 3.

       01 ACCORD-TROUVE PIC X(1).
           88 AC-OK VALUE "O".
      *    AC-OK = 1 : Le plat a au moins un accord (propre ou de
      *                sa famille).
      *    AC-OK = 0 : Plat sans accord défini.

       01 CANDIDAT-TROUVE PIC X(1).
           88 CD-OK VALUE "O".
      *    CD-OK = 1 : Le vin est déjà candidat pour ce plat.
      *    CD-OK = 0 : Vin pas encore retenu pour ce plat.

      *    Zones d'édition de la feuille.
       01 WS-PRIX-ED    PIC Z(4)9.99.
       01 WS-PRIX-TXT   PIC X(8).
       01 WS-MENTION    PIC X(24).
       01 WS-DATE-JOUR  PIC X(8).

      *    Compteurs de l'exécution.
       01 WS-NB-LIGNES-PREP   PIC 9(5) VALUE 0.
       01 WS-NB-SUGGESTIONS   PIC 9(5) VALUE 0.
       01 WS-NB-SANS-ACCORD   PIC 9(5) VALUE 0.
       01 WS-NB-SANS-VIN      PIC 9(5) VALUE 0.

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
           MOVE WS-DM-ANNEE TO WS-ANNEE-COURANTE.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

      *    Chargement des référentiels : accords, puis vins en stock
      *    avec leur fenêtre de garde, leur service au verre et leur
      *    prix de carte.
           PERFORM 6000-CHARGE-ACCORDS.
           PERFORM 6010-CHARGE-CELLIER.
           PERFORM 6020-CHARGE-GARDE.
           PERFORM 6030-CHARGE-VERRES.
           PERFORM 6040-CHARGE-CARTE.

      *    Plats du lendemain, depuis la feuille de prep.
           PERFORM 6050-CHARGE-PREP.

      *    Feuille des accords, plat par plat.
           PERFORM 6060-FEUILLE-ACCORDS.

           DISPLAY "-- RESUME DES ACCORDS METS-VINS --"
           DISPLAY "Portions sur la feuille de prep : "
              WS-NB-LIGNES-PREP
           DISPLAY "Plats au menu                   : "
              WS-NB-PLATS
           DISPLAY "Vins proposés                   : "
              WS-NB-SUGGESTIONS
           DISPLAY "Plats sans accord défini        : "
              WS-NB-SANS-ACCORD
           DISPLAY "Plats sans vin accordé en stock : "
              WS-NB-SANS-VIN
           DISPLAY "-----------------------------------".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD502         *".
           DISPLAY "* Accords mets-vins du jour           *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-ACCORDS.
      *    Charge la table des accords (type;clé;cible) dans l'ordre
      *    du fichier, qui est l'ordre de préférence.
           OPEN INPUT F-ACCORDS

           IF FS-ACCORDS = "00" THEN
              PERFORM UNTIL FS-ACCORDS = "10"
                 READ F-ACCORDS INTO F-ACCORDS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ACC-TYPE-TXT
                       MOVE SPACES TO WS-ACC-CLE-TXT
                       MOVE SPACES TO WS-ACC-CIBLE-TXT
                       UNSTRING F-ACCORDS-LIGNE DELIMITED BY ";"
                          INTO WS-ACC-TYPE-TXT
                               WS-ACC-CLE-TXT
                               WS-ACC-CIBLE-TXT
                       END-UNSTRING

                       IF (WS-ACC-TYPE-TXT = "P" OR "F" OR "M") AND
                          WS-ACC-CLE-TXT NOT = SPACES AND
                          WS-ACC-CIBLE-TXT NOT = SPACES THEN
                          IF WS-NB-ACCORDS < 200 THEN
                             ADD 1 TO WS-NB-ACCORDS
                             MOVE WS-ACC-TYPE-TXT TO
                                WS-ACC-TYPE(WS-NB-ACCORDS)
                             MOVE WS-ACC-CLE-TXT TO
                                WS-ACC-CLE(WS-NB-ACCORDS)
                             MOVE WS-ACC-CIBLE-TXT TO
                                WS-ACC-CIBLE(WS-NB-ACCORDS)
                          END-IF
                       ELSE
                          DISPLAY "Ligne d'accord ignorée : "
                          F-ACCORDS-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ACCORDS
           ELSE
              DISPLAY "Pas de table des accords trouvée, aucun vin ne"
              " peut être proposé."
           END-IF

           EXIT PROGRAM.

       6010-CHARGE-CELLIER.
      *    Relit le solde du cellier laissé par la gestion du cellier
      *    et garde les emplacements qui ont encore des bouteilles.
           OPEN INPUT F-CELLIER-SOLDE

           IF FS-CELLIER-SOLDE = "00" THEN
              PERFORM UNTIL FS-CELLIER-SOLDE = "10"
                 READ F-CELLIER-SOLDE INTO F-CELLIER-SOLDE-CURRENT
                    NOT AT END
                       IF CS-QTE IS NUMERIC AND CS-QTE > 0 AND
                          CS-CEPAGE NOT = SPACES AND
                          WS-NB-VINS < 200 THEN
                          ADD 1 TO WS-NB-VINS
                          MOVE CS-REGION TO WS-VIN-REGION(WS-NB-VINS)
                          MOVE CS-CEPAGE TO WS-VIN-CEPAGE(WS-NB-VINS)
                          MOVE CS-VINTAGE TO
                             WS-VIN-VINTAGE(WS-NB-VINS)
                          MOVE CS-QTE TO WS-VIN-QTE(WS-NB-VINS)
                          MOVE CS-APPELLATION TO
                             WS-VIN-APPEL(WS-NB-VINS)
                          MOVE CS-BIN TO WS-VIN-BIN(WS-NB-VINS)
                          MOVE "N" TO WS-VIN-OUVERT(WS-NB-VINS)
                          MOVE "N" TO WS-VIN-FENETRE(WS-NB-VINS)
                          MOVE "N" TO WS-VIN-CARTE(WS-NB-VINS)
                          MOVE 0 TO WS-VIN-PRIX(WS-NB-VINS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CELLIER-SOLDE
           ELSE
              DISPLAY "Pas de solde du cellier trouvé, aucun vin en s"
              "tock."
           END-IF

           EXIT PROGRAM.

       6020-CHARGE-GARDE.
      *    Charge les fenêtres de garde et marque les vins en stock
      *    dont l'âge du millésime est dans la fenêtre de leur
      *    cépage.
           OPEN INPUT F-GARDE

           IF FS-GARDE = "00" THEN
              PERFORM UNTIL FS-GARDE = "10"
                 READ F-GARDE INTO F-GARDE-LIGNE
                    NOT AT END
                       UNSTRING F-GARDE-LIGNE DELIMITED BY ";"
                          INTO
                             WS-GARDE-CEPAGE-TXT
                             WS-GARDE-MIN-TXT
                             WS-GARDE-MAX-TXT
                       END-UNSTRING
                       IF WS-NB-GARDE < 50
                          ADD 1 TO WS-NB-GARDE
                          MOVE WS-GARDE-CEPAGE-TXT TO
                             WS-GARDE-CEPAGE(WS-NB-GARDE)
                          COMPUTE WS-GARDE-MIN(WS-NB-GARDE) =
                             FUNCTION NUMVAL(WS-GARDE-MIN-TXT)
                          COMPUTE WS-GARDE-MAX(WS-NB-GARDE) =
                             FUNCTION NUMVAL(WS-GARDE-MAX-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-GARDE
           ELSE
              DISPLAY "Pas de table de garde trouvée, fenêtres non pr"
              "ises en compte."
           END-IF

           PERFORM VARYING WS-CPT-VIN FROM 1 BY 1
              UNTIL WS-CPT-VIN > WS-NB-VINS
              PERFORM VARYING WS-CPT-GARDE FROM 1 BY 1
                 UNTIL WS-CPT-GARDE > WS-NB-GARDE
                 IF WS-GARDE-CEPAGE(WS-CPT-GARDE) =
                    WS-VIN-CEPAGE(WS-CPT-VIN) AND
                    WS-VIN-VINTAGE(WS-CPT-VIN) > 0 THEN
                    COMPUTE WS-AGE-VIN = WS-ANNEE-COURANTE -
                       WS-VIN-VINTAGE(WS-CPT-VIN)
                    IF WS-AGE-VIN >= WS-GARDE-MIN(WS-CPT-GARDE) AND
                       WS-AGE-VIN <= WS-GARDE-MAX(WS-CPT-GARDE) THEN
                       MOVE "O" TO WS-VIN-FENETRE(WS-CPT-VIN)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           EXIT PROGRAM.

       6030-CHARGE-VERRES.
      *    Relit le registre des bouteilles ouvertes au verre et
      *    marque les vins en stock de ces cépages : la bouteille
      *    entamée est à finir avant d'en ouvrir une autre.
           OPEN INPUT F-VERRES

           IF FS-VERRES = "00" THEN
              PERFORM UNTIL FS-VERRES = "10"
                 READ F-VERRES INTO F-VERRES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-VERRE-RESTE-TXT
                       UNSTRING F-VERRES-LIGNE DELIMITED BY ";"
                          INTO WS-VERRE-CEPAGE-TXT
                               WS-VERRE-RESTE-TXT
                               WS-VERRE-DATE-TXT
                       END-UNSTRING

                       IF FUNCTION NUMVAL(WS-VERRE-RESTE-TXT) > 0 THEN
                          PERFORM VARYING WS-CPT-VIN FROM 1 BY 1
                             UNTIL WS-CPT-VIN > WS-NB-VINS
                             IF WS-VIN-CEPAGE(WS-CPT-VIN) =
                                WS-VERRE-CEPAGE-TXT THEN
                                MOVE "O" TO WS-VIN-OUVERT(WS-CPT-VIN)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-VERRES
           END-IF

           EXIT PROGRAM.

       6040-CHARGE-CARTE.
      *    Relit la carte des vins éditée par la gestion du cellier
      *    (cépage en 1:20, millésime en 22:4, prix en 38:8) et
      *    reporte le prix de carte sur les vins en stock. Les
      *    lignes de titre et de région sont ignorées.
           OPEN INPUT F-CARTE

           IF FS-CARTE = "00" THEN
              PERFORM UNTIL FS-CARTE = "10"
                 READ F-CARTE INTO F-CARTE-LIGNE
                    NOT AT END
                       IF F-CARTE-LIGNE(22:4) IS NUMERIC AND
                          F-CARTE-LIGNE(38:8) NOT = SPACES THEN
                          PERFORM VARYING WS-CPT-VIN FROM 1 BY 1
                             UNTIL WS-CPT-VIN > WS-NB-VINS
                             IF WS-VIN-CEPAGE(WS-CPT-VIN) =
                                F-CARTE-LIGNE(1:20) AND
                                WS-VIN-VINTAGE(WS-CPT-VIN) =
                                F-CARTE-LIGNE(22:4) THEN
                                COMPUTE WS-VIN-PRIX(WS-CPT-VIN) =
                                   FUNCTION NUMVAL(F-CARTE-LIGNE(38:8))
                                MOVE "O" TO WS-VIN-CARTE(WS-CPT-VIN)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CARTE
           ELSE
              DISPLAY "Pas de carte des vins trouvée, prix non indiqu"
              "és."
           END-IF

           EXIT PROGRAM.

       6050-CHARGE-PREP.
      *    Cumule les portions à préparer par plat, comme la
      *    réquisition cuisine, et rattache chaque plat à sa famille
      *    (ligne M de la table des accords).
           OPEN INPUT F-PREP

           IF FS-PREP = "00" THEN
              PERFORM UNTIL FS-PREP = "10"
                 READ F-PREP INTO F-PREP-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-PREP-PLAT
                       UNSTRING F-PREP-CURRENT
                          DELIMITED BY ";"
                          INTO
                             WS-PREP-PLAT
                             WS-PREP-PRENOM
                             WS-PREP-ALLERG
                       END-UNSTRING

                       IF WS-PREP-PLAT NOT = SPACES THEN
                          ADD 1 TO WS-NB-LIGNES-PREP
                          SET PLAT-TROUVE TO "N"

                          PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
                             UNTIL WS-CPT-PLAT > WS-NB-PLATS OR PL-OK
                             IF WS-PLAT-CODE(WS-CPT-PLAT) =
                                WS-PREP-PLAT THEN
                                ADD 1 TO
                                   WS-PLAT-PORTIONS(WS-CPT-PLAT)
                                SET PL-OK TO TRUE
                             END-IF
                          END-PERFORM

                          IF NOT PL-OK AND WS-NB-PLATS < 50 THEN
                             ADD 1 TO WS-NB-PLATS
                             MOVE WS-PREP-PLAT TO
                                WS-PLAT-CODE(WS-NB-PLATS)
                             MOVE 1 TO WS-PLAT-PORTIONS(WS-NB-PLATS)
                             MOVE SPACES TO
                                WS-PLAT-FAMILLE(WS-NB-PLATS)
                             PERFORM VARYING WS-CPT-ACCORD FROM 1 BY 1
                                UNTIL WS-CPT-ACCORD > WS-NB-ACCORDS
                                IF WS-ACC-TYPE(WS-CPT-ACCORD) = "M"
                                   AND WS-ACC-CLE(WS-CPT-ACCORD) =
                                   WS-PREP-PLAT AND
                                   WS-PLAT-FAMILLE(WS-NB-PLATS) =
                                   SPACES THEN
                                   MOVE WS-ACC-CIBLE(WS-CPT-ACCORD) TO
                                      WS-PLAT-FAMILLE(WS-NB-PLATS)
                                END-IF
                             END-PERFORM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP
           ELSE
              DISPLAY "Pas de feuille de prep trouvée, aucun accord à"
              " proposer."
           END-IF

           EXIT PROGRAM.

       6060-FEUILLE-ACCORDS.
      *    Pour chaque plat au menu : recensement des vins en stock
      *    accordés (accords du plat, puis de sa famille), puis
      *    édition des trois meilleurs.
           OPEN OUTPUT F-FEUILLE

           MOVE SPACES TO F-FEUILLE-LIGNE
           STRING "========== ACCORDS METS-VINS DU " WS-DATE-JOUR
              " ==========" DELIMITED BY SIZE
              INTO F-FEUILLE-LIGNE
           END-STRING
           WRITE F-FEUILLE-LIGNE

           PERFORM VARYING WS-CPT-PLAT FROM 1 BY 1
              UNTIL WS-CPT-PLAT > WS-NB-PLATS

              MOVE SPACES TO F-FEUILLE-LIGNE
              WRITE F-FEUILLE-LIGNE
              MOVE SPACES TO F-FEUILLE-LIGNE
              IF WS-PLAT-FAMILLE(WS-CPT-PLAT) = SPACES THEN
                 STRING "--- Plat " WS-PLAT-CODE(WS-CPT-PLAT) " ("
                    WS-PLAT-PORTIONS(WS-CPT-PLAT) " portions) ---"
                    DELIMITED BY SIZE
                    INTO F-FEUILLE-LIGNE
                 END-STRING
              ELSE
                 STRING "--- Plat " WS-PLAT-CODE(WS-CPT-PLAT) " ("
                    WS-PLAT-PORTIONS(WS-CPT-PLAT) " portions, "
                    FUNCTION TRIM(WS-PLAT-FAMILLE(WS-CPT-PLAT))
                    ") ---" DELIMITED BY SIZE
                    INTO F-FEUILLE-LIGNE
                 END-STRING
              END-IF
              WRITE F-FEUILLE-LIGNE

      *       Recensement : accords propres au plat d'abord, puis
      *       accords de sa famille.
              MOVE 0 TO WS-NB-CAND
              MOVE 0 TO WS-RANG-COURANT
              SET ACCORD-TROUVE TO "N"

              MOVE "P" TO WS-ACC-TYPE-IN
              MOVE WS-PLAT-CODE(WS-CPT-PLAT) TO WS-ACC-CLE-IN
              PERFORM 6065-RECENSE-CANDIDATS

              IF WS-PLAT-FAMILLE(WS-CPT-PLAT) NOT = SPACES THEN
                 MOVE "F" TO WS-ACC-TYPE-IN
                 MOVE WS-PLAT-FAMILLE(WS-CPT-PLAT) TO WS-ACC-CLE-IN
                 PERFORM 6065-RECENSE-CANDIDATS
              END-IF

              EVALUATE TRUE
                 WHEN NOT AC-OK
                    ADD 1 TO WS-NB-SANS-ACCORD
                    MOVE "   Aucun accord défini pour ce plat." TO
                       F-FEUILLE-LIGNE
                    WRITE F-FEUILLE-LIGNE
                    DISPLAY "Plat " WS-PLAT-CODE(WS-CPT-PLAT)
                    " sans accord défini."
                 WHEN WS-NB-CAND = 0
                    ADD 1 TO WS-NB-SANS-VIN
                    MOVE "   Aucun vin accordé en stock." TO
                       F-FEUILLE-LIGNE
                    WRITE F-FEUILLE-LIGNE
                    DISPLAY "Plat " WS-PLAT-CODE(WS-CPT-PLAT)
                    " : aucun vin accordé en stock."
                 WHEN OTHER
                    MOVE 0 TO WS-NB-PROPOSES
                    MOVE 1 TO WS-MEILLEUR
                    PERFORM 6070-PROPOSE-VIN
                       UNTIL WS-NB-PROPOSES >= WS-NB-MAX-PROPOSES
                       OR WS-MEILLEUR = 0
              END-EVALUATE

           END-PERFORM

           CLOSE F-FEUILLE

           EXIT PROGRAM.

       6065-RECENSE-CANDIDATS.
      *    Parcourt les accords du type et de la clé demandés, dans
      *    l'ordre du fichier, et retient chaque vin en stock dont le
      *    cépage ou le code appellation correspond à la cible. Un
      *    vin déjà retenu garde son meilleur rang.
           PERFORM VARYING WS-CPT-ACCORD FROM 1 BY 1
              UNTIL WS-CPT-ACCORD > WS-NB-ACCORDS

              IF WS-ACC-TYPE(WS-CPT-ACCORD) = WS-ACC-TYPE-IN AND
                 WS-ACC-CLE(WS-CPT-ACCORD) = WS-ACC-CLE-IN THEN
                 SET AC-OK TO TRUE
                 ADD 1 TO WS-RANG-COURANT

                 PERFORM VARYING WS-CPT-VIN FROM 1 BY 1
                    UNTIL WS-CPT-VIN > WS-NB-VINS

                    IF WS-VIN-CEPAGE(WS-CPT-VIN) =
                       WS-ACC-CIBLE(WS-CPT-ACCORD) OR
                       (WS-VIN-APPEL(WS-CPT-VIN) NOT = SPACES AND
                       WS-VIN-APPEL(WS-CPT-VIN) =
                       WS-ACC-CIBLE(WS-CPT-ACCORD)) THEN

                       SET CANDIDAT-TROUVE TO "N"
                       PERFORM VARYING WS-CPT-CAND FROM 1 BY 1
                          UNTIL WS-CPT-CAND > WS-NB-CAND OR CD-OK
                          IF WS-CAND-VIN(WS-CPT-CAND) = WS-CPT-VIN
                          THEN
                             SET CD-OK TO TRUE
                          END-IF
                       END-PERFORM

                       IF NOT CD-OK AND WS-NB-CAND < 200 THEN
                          ADD 1 TO WS-NB-CAND
                          MOVE WS-CPT-VIN TO WS-CAND-VIN(WS-NB-CAND)
                          MOVE WS-RANG-COURANT TO
                             WS-CAND-RANG(WS-NB-CAND)
                          MOVE "N" TO WS-CAND-PRIS(WS-NB-CAND)
                          EVALUATE TRUE
                             WHEN WS-VIN-OUVERT(WS-CPT-VIN) = "O"
                                MOVE 2 TO WS-CAND-PRIO(WS-NB-CAND)
                             WHEN WS-VIN-FENETRE(WS-CPT-VIN) = "O"
                                MOVE 1 TO WS-CAND-PRIO(WS-NB-CAND)
                             WHEN OTHER
                                MOVE 0 TO WS-CAND-PRIO(WS-NB-CAND)
                          END-EVALUATE
                       END-IF
                    END-IF

                 END-PERFORM
              END-IF

           END-PERFORM

           EXIT PROGRAM.

       6070-PROPOSE-VIN.
      *    Choisit parmi les candidats non encore proposés celui de
      *    plus forte priorité (ouvert au verre, puis dans sa
      *    fenêtre), à priorité égale celui du meilleur rang
      *    d'accord, et l'écrit sur la feuille.
           MOVE 0 TO WS-MEILLEUR

           PERFORM VARYING WS-CPT-CAND FROM 1 BY 1
              UNTIL WS-CPT-CAND > WS-NB-CAND
              IF WS-CAND-PRIS(WS-CPT-CAND) = "N" THEN
                 IF WS-MEILLEUR = 0 THEN
                    MOVE WS-CPT-CAND TO WS-MEILLEUR
                 ELSE
                    IF WS-CAND-PRIO(WS-CPT-CAND) >
                       WS-CAND-PRIO(WS-MEILLEUR) OR
                       (WS-CAND-PRIO(WS-CPT-CAND) =
                       WS-CAND-PRIO(WS-MEILLEUR) AND
                       WS-CAND-RANG(WS-CPT-CAND) <
                       WS-CAND-RANG(WS-MEILLEUR)) THEN
                       MOVE WS-CPT-CAND TO WS-MEILLEUR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-MEILLEUR > 0 THEN
              MOVE "O" TO WS-CAND-PRIS(WS-MEILLEUR)
              ADD 1 TO WS-NB-PROPOSES
              ADD 1 TO WS-NB-SUGGESTIONS
              MOVE WS-CAND-VIN(WS-MEILLEUR) TO WS-CPT-VIN

              IF WS-VIN-CARTE(WS-CPT-VIN) = "O" THEN
                 MOVE WS-VIN-PRIX(WS-CPT-VIN) TO WS-PRIX-ED
                 MOVE WS-PRIX-ED TO WS-PRIX-TXT
              ELSE
                 MOVE "HORS CARTE" TO WS-PRIX-TXT
              END-IF

              EVALUATE WS-CAND-PRIO(WS-MEILLEUR)
                 WHEN 2
                    MOVE "OUVERT AU VERRE" TO WS-MENTION
                 WHEN 1
                    MOVE "A BOIRE (FENETRE)" TO WS-MENTION
                 WHEN OTHER
                    MOVE SPACES TO WS-MENTION
              END-EVALUATE

              MOVE SPACES TO F-FEUILLE-LIGNE
              STRING "   " WS-NB-PROPOSES ". "
                 WS-VIN-CEPAGE(WS-CPT-VIN) " "
                 WS-VIN-VINTAGE(WS-CPT-VIN) " "
                 WS-VIN-REGION(WS-CPT-VIN) " "
                 WS-VIN-APPEL(WS-CPT-VIN) " "
                 WS-PRIX-TXT " EUR  " WS-MENTION
                 DELIMITED BY SIZE
                 INTO F-FEUILLE-LIGNE
              END-STRING
              WRITE F-FEUILLE-LIGNE
           END-IF

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
              ";BD502;" WS-EXP-MODE
              ";lus=" WS-NB-LIGNES-PREP
              ";appliques=" WS-NB-SUGGESTIONS
              ";rejets=" WS-NB-SANS-ACCORD
              ";anomalies=" WS-NB-SANS-VIN
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
           DISPLAY "* FIN PROGRAMME : BD502               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD502.
