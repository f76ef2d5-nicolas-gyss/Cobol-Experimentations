       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD303.

      ***************************************************************
      *    Fiche de stock d'un article : pour un code produit et une
      *    plage de dates, relit l'historique des mouvements tenu par
      *    la gestion du stock (MouvementsHisto.txt) et imprime le
      *    solde d'ouverture, chaque mouvement de la plage avec son
      *    emplacement, la DLC de son lot et le solde après
      *    mouvement, puis le solde de clôture. Le solde de clôture
      *    est rattaché au solde actuel du hangar (HangarSolde.txt) :
      *    les mouvements postérieurs à la plage sont retranchés du
      *    stock actuel, de sorte que la fiche tombe juste sur le
      *    fichier de solde. Un écart entre le solde recalculé et le
      *    solde porté à l'historique est signalé sur la ligne.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-MVT-HISTO ASSIGN TO "./out/MouvementsHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MVT-HISTO.

       SELECT F-HANGAR-SOLDE ASSIGN TO "./in/HangarSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HANGAR-SOLDE.

       SELECT F-FICHE ASSIGN TO "./out/FicheStock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FICHE.

       DATA DIVISION.
       FILE SECTION.
       FD F-MVT-HISTO.
       01 F-MVT-HISTO-LIGNE PIC X(80).

       FD F-HANGAR-SOLDE.
       01 F-HANGAR-SOLDE-CURRENT.
           02 HS-DEPOT   PIC 9.
           02 HS-ALLEE   PIC 9.
           02 HS-NIVEAU  PIC 9.
           02 HS-IDM     PIC X(3).
           02 HS-QTE     PIC 9(5).
           02 HS-POIDS   PIC S9(5)V9(2).
           02 HS-DLC     PIC 9(8).

       FD F-FICHE.
       01 F-FICHE-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-MVT-HISTO    PIC X(2).
       01 FS-HANGAR-SOLDE PIC X(2).
       01 FS-FICHE        PIC X(2).

      *    Saisie de la demande de fiche : code produit et plage de
      *    dates AAAAMMJJ (bornes vides = pas de borne).
       01 WS-SAISIE PIC X(25).
       01 WS-CODE       PIC X(3).
       01 WS-DEBUT-TXT  PIC X(8).
       01 WS-FIN-TXT    PIC X(8).
       01 WS-DATE-DEBUT PIC 9(8) VALUE 0.
       01 WS-DATE-FIN   PIC 9(8) VALUE 99999999.

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

      *    Soldes de la fiche : stock actuel du hangar, effet des
      *    mouvements après la plage et dans la plage, soldes
      *    d'ouverture, courant et de clôture.
       01 WS-STOCK-ACTUEL  PIC S9(7) VALUE 0.
       01 WS-EFFET-APRES   PIC S9(7) VALUE 0.
       01 WS-EFFET-PLAGE   PIC S9(7) VALUE 0.
       01 WS-EFFET         PIC S9(7).
       01 WS-SOLDE-OUVERT  PIC S9(7).
       01 WS-SOLDE-COURANT PIC S9(7).
       01 WS-SOLDE-CLOTURE PIC S9(7).

       01 WS-SOLDE-ED      PIC -(6)9.
       01 WS-QTE-ED        PIC Z(4)9.
       01 WS-LIBELLE       PIC X(22).
       01 WS-CONTROLE      PIC X(20).

       01 WS-NB-MVTS       PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS     PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES     PIC 9(5) VALUE 0.

       LINKAGE SECTION.


       PROCEDURE DIVISION.

       0000-INITIALISATION-DEB.
           PERFORM 8900-MSG-LANCEMENT-DEB
           THRU 8910-MSG-LANCEMENT-FIN.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

           DISPLAY "Code produit,Date début,Date fin (AAAAMMJJ, date"
              "s optionnelles) :".
           ACCEPT WS-SAISIE.

           MOVE SPACES TO WS-DEBUT-TXT.
           MOVE SPACES TO WS-FIN-TXT.
           UNSTRING WS-SAISIE
              DELIMITED BY ","
              INTO
                 WS-CODE
                 WS-DEBUT-TXT
                 WS-FIN-TXT
           END-UNSTRING.

           IF WS-DEBUT-TXT IS NUMERIC THEN
              MOVE WS-DEBUT-TXT TO WS-DATE-DEBUT
           END-IF.
           IF WS-FIN-TXT IS NUMERIC THEN
              MOVE WS-FIN-TXT TO WS-DATE-FIN
           END-IF.

      *    Stock actuel du code au hangar, tous dépôts confondus.
           PERFORM 6000-STOCK-ACTUEL.

      *    Premier passage sur l'historique : effet des mouvements
      *    de la plage et des mouvements postérieurs, pour remonter
      *    du stock actuel aux soldes de clôture et d'ouverture.
           PERFORM 6010-CUMUL-EFFETS.

           COMPUTE WS-SOLDE-CLOTURE = WS-STOCK-ACTUEL - WS-EFFET-APRES.
           COMPUTE WS-SOLDE-OUVERT = WS-SOLDE-CLOTURE - WS-EFFET-PLAGE.

           OPEN OUTPUT F-FICHE.

           MOVE SPACES TO F-FICHE-LIGNE.
           STRING "=== FICHE DE STOCK " WS-CODE " DU " WS-DATE-DEBUT
              " AU " WS-DATE-FIN " ===" DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING.
           PERFORM 6050-ECRIT-FICHE.

           MOVE SPACES TO F-FICHE-LIGNE.
           STRING "DATE     HEURE  MOUVEMENT              "
              "DEP ALL NIV DLC       QTE    SOLDE"
              DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING.
           PERFORM 6050-ECRIT-FICHE.

           MOVE WS-SOLDE-OUVERT TO WS-SOLDE-ED.
           MOVE SPACES TO F-FICHE-LIGNE.
           STRING "SOLDE D'OUVERTURE" SPACE SPACE WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING.
           PERFORM 6050-ECRIT-FICHE.

      *    Second passage : une ligne par mouvement de la plage, avec
      *    le solde recalculé depuis le solde d'ouverture.
           MOVE WS-SOLDE-OUVERT TO WS-SOLDE-COURANT.
           PERFORM 6020-LIGNES-FICHE.

           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-ED.
           MOVE SPACES TO F-FICHE-LIGNE.
           STRING "SOLDE DE CLOTURE " SPACE SPACE WS-SOLDE-ED
              DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING.
           PERFORM 6050-ECRIT-FICHE.

      *    Rattachement au solde du hangar.
           MOVE WS-STOCK-ACTUEL TO WS-SOLDE-ED.
           MOVE SPACES TO F-FICHE-LIGNE.
           STRING "STOCK ACTUEL HangarSolde.txt : " WS-SOLDE-ED
              " - " WS-NB-MVTS " mouvement(s), " WS-NB-ECARTS
              " écart(s) d'historique."
              DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING.
           PERFORM 6050-ECRIT-FICHE.

           CLOSE F-FICHE.

           DISPLAY "Fiche écrite dans FicheStock.txt ("
              WS-NB-LIGNES " ligne(s)).".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD303         *".
           DISPLAY "* Fiche de stock d'un article         *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-STOCK-ACTUEL.
      *    Cumule les quantités du code sur tous les emplacements du
      *    solde du hangar.
           OPEN INPUT F-HANGAR-SOLDE

           IF FS-HANGAR-SOLDE = "00" THEN
              PERFORM UNTIL FS-HANGAR-SOLDE = "10"
                 READ F-HANGAR-SOLDE INTO F-HANGAR-SOLDE-CURRENT
                    NOT AT END
                       IF HS-IDM = WS-CODE AND HS-QTE IS NUMERIC THEN
                          ADD HS-QTE TO WS-STOCK-ACTUEL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-HANGAR-SOLDE
           ELSE
              DISPLAY "Pas de solde hangar à consulter."
           END-IF

           EXIT PROGRAM.

       6010-CUMUL-EFFETS.
      *    Effet sur le stock du hangar des mouvements du code dans la
      *    plage et après la plage.
           OPEN INPUT F-MVT-HISTO

           IF FS-MVT-HISTO = "00" THEN
              PERFORM UNTIL FS-MVT-HISTO = "10"
                 READ F-MVT-HISTO INTO WS-HMV-LIGNE
                    NOT AT END
                       IF WS-HML-IDM = WS-CODE AND
                          WS-HML-DATE >= WS-DATE-DEBUT THEN
                          PERFORM 6030-EFFET-LIGNE
                          IF WS-HML-DATE > WS-DATE-FIN THEN
                             ADD WS-EFFET TO WS-EFFET-APRES
                          ELSE
                             ADD WS-EFFET TO WS-EFFET-PLAGE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MVT-HISTO
           ELSE
              DISPLAY "Pas d'historique des mouvements à relire."
           END-IF

           EXIT PROGRAM.

       6020-LIGNES-FICHE.
      *    Une ligne de fiche par mouvement du code dans la plage. Le
      *    solde recalculé est comparé au solde porté à l'historique
      *    sur les mouvements qui touchent le hangar.
           OPEN INPUT F-MVT-HISTO

           IF FS-MVT-HISTO = "00" THEN
              PERFORM UNTIL FS-MVT-HISTO = "10"
                 READ F-MVT-HISTO INTO WS-HMV-LIGNE
                    NOT AT END
                       IF WS-HML-IDM = WS-CODE AND
                          WS-HML-DATE >= WS-DATE-DEBUT AND
                          WS-HML-DATE <= WS-DATE-FIN THEN
                          PERFORM 6040-ECRIT-MOUVEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MVT-HISTO
           END-IF

           EXIT PROGRAM.

       6030-EFFET-LIGNE.
      *    Effet signé de la ligne d'historique relue sur le stock du
      *    hangar (0 pour un mouvement sans effet : quarantaine,
      *    destruction après inspection, comptage).
           EVALUATE WS-HML-SENS
              WHEN "+"
                 MOVE WS-HML-QTE TO WS-EFFET
              WHEN "-"
                 COMPUTE WS-EFFET = 0 - WS-HML-QTE
              WHEN OTHER
                 MOVE 0 TO WS-EFFET
           END-EVALUATE

           EXIT PROGRAM.

       6040-ECRIT-MOUVEMENT.
      *    Ecrit la ligne de fiche du mouvement relu.
           PERFORM 6030-EFFET-LIGNE
           ADD WS-EFFET TO WS-SOLDE-COURANT
           ADD 1 TO WS-NB-MVTS

           EVALUATE WS-HML-TYPE
              WHEN "E"
                 MOVE "ENTREE" TO WS-LIBELLE
              WHEN "S"
                 MOVE "SORTIE" TO WS-LIBELLE
              WHEN "R"
                 MOVE "RETOUR EN QUARANTAINE" TO WS-LIBELLE
              WHEN "Q"
                 MOVE "REMISE EN STOCK" TO WS-LIBELLE
              WHEN "D"
                 MOVE "DESTRUCTION" TO WS-LIBELLE
              WHEN "T"
                 MOVE "TRANSFERT DEPART" TO WS-LIBELLE
              WHEN "A"
                 MOVE "TRANSFERT ARRIVEE" TO WS-LIBELLE
              WHEN "C"
                 MOVE "COMPTAGE (COMPTE)" TO WS-LIBELLE
              WHEN "J"
                 MOVE "AJUSTEMENT INVENTAIRE" TO WS-LIBELLE
              WHEN OTHER
                 MOVE WS-HML-TYPE TO WS-LIBELLE
           END-EVALUATE

           MOVE SPACES TO WS-CONTROLE
           IF WS-HML-SENS NOT = "=" AND
              WS-SOLDE-COURANT NOT = WS-HML-SOLDE THEN
              ADD 1 TO WS-NB-ECARTS
              MOVE "ECART HISTORIQUE" TO WS-CONTROLE
           END-IF

           MOVE WS-HML-QTE TO WS-QTE-ED
           MOVE WS-SOLDE-COURANT TO WS-SOLDE-ED
           MOVE SPACES TO F-FICHE-LIGNE
           STRING WS-HML-DATE " " WS-HML-HEURE " " WS-LIBELLE " "
              WS-HML-DEPOT "   " WS-HML-ALLEE "  " WS-HML-NIVEAU
              "  " WS-HML-DLC " " WS-HML-SENS WS-QTE-ED " "
              WS-SOLDE-ED " " WS-CONTROLE
              DELIMITED BY SIZE
              INTO F-FICHE-LIGNE
           END-STRING
           PERFORM 6050-ECRIT-FICHE

           EXIT PROGRAM.

       6050-ECRIT-FICHE.
      *    Ecrit la ligne de fiche courante dans le fichier et
      *    l'affiche, pour une lecture immédiate au terminal.
           WRITE F-FICHE-LIGNE
           DISPLAY F-FICHE-LIGNE
           ADD 1 TO WS-NB-LIGNES

           EXIT PROGRAM.

       9998-FIN-NORMAL.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD303               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD303.
