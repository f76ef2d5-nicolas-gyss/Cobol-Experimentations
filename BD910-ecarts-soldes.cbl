       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD910.

      ***************************************************************
      *    Ecarts de soldes d'un jour à l'autre : BD101, BD302 et
      *    BD501 roulent leur solde en générations (-G1 la plus
      *    récente) avant de le réécrire, mais personne ne voyait ce
      *    qui avait bougé dans la nuit. Pour chacun des soldes
      *    (FrigoSolde.txt, HangarSolde.txt, CellierSolde.txt), ce
      *    programme rapproche la génération G1 (le solde avant le
      *    dernier passage) du solde courant et liste dans
      *    EcartsSoldes.txt :
      *      - les positions ajoutées, retirées et modifiées, avec
      *        l'ancienne et la nouvelle quantité ;
      *      - la variation nette par produit, rapprochée des
      *        mouvements que le programme a journalisés depuis le
      *        début de son dernier passage (dernière ligne DEBUT du
      *        programme au journal d'exploitation) : FrigoJournal.txt
      *        (un bac par ligne A/S, annulations X), MouvementsHisto
      *        .txt (sens + et -) et CellierJournal.txt (E et S).
      *    Un produit dont la variation du solde ne correspond pas à
      *    ses mouvements est INEXPLIQUE, ainsi que chacune de ses
      *    positions qui a bougé.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Solde en cours de lecture (génération G1 puis courant).
       SELECT F-SOLDE ASSIGN TO DYNAMIC WS-NOM-SOLDE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SOLDE.

      *    Journal des mouvements du programme propriétaire du solde.
       SELECT F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MOUVEMENTS.

       SELECT F-EXPLOIT-LU ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT-LU.

       SELECT F-RAPPORT ASSIGN TO "./out/EcartsSoldes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RAPPORT.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-SOLDE.
       01 F-SOLDE-LIGNE PIC X(100).

       FD F-MOUVEMENTS.
       01 F-MOUVEMENTS-LIGNE PIC X(100).

       FD F-EXPLOIT-LU.
       01 F-EXPLOIT-LU-LIGNE PIC X(120).

       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE PIC X(120).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-SOLDE      PIC X(2).
       01 FS-MOUVEMENTS PIC X(2).
       01 FS-EXPLOIT-LU PIC X(2).
       01 FS-RAPPORT    PIC X(2).
       01 FS-EXPLOIT    PIC X(2).

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
      *    Solde traité : F frigos (BD101), H hangar (BD302),
      *    C cellier (BD501), avec ses fichiers.
      ***************************************************************
       01 WS-FAMILLE PIC X(1).
           88 FAM-FRIGO   VALUE "F".
           88 FAM-HANGAR  VALUE "H".
           88 FAM-CELLIER VALUE "C".
       01 WS-FAM-PROGRAMME PIC X(5).
       01 WS-FAM-LIBELLE   PIC X(20).
       01 WS-NOM-G1        PIC X(40).
       01 WS-NOM-COURANT   PIC X(40).
       01 WS-NOM-SOLDE     PIC X(40).
       01 WS-NOM-JOURNAL   PIC X(40).

      *    Début du dernier passage du programme (AAAAMMJJHHMMSS) :
      *    seuls les mouvements journalisés depuis expliquent l'écart
      *    entre G1 et le solde courant.
       01 WS-DEPUIS        PIC X(14).
       01 WS-DEPUIS-TROUVE PIC X(1).
           88 DEPUIS-TROUVE VALUE "O".
       01 WS-EXL-DH-TXT    PIC X(15).
       01 WS-EXL-PROG-TXT  PIC X(10).
       01 WS-EXL-MODE-TXT  PIC X(10).
       01 WS-EXL-COMPTEUR  PIC X(20).
       01 WS-EXL-METIER-TXT PIC X(20).
       01 WS-MVT-DH        PIC X(14).

      ***************************************************************
      *    Positions des deux soldes : (1) génération G1,
      *    (2) solde courant. Clé de position, produit, quantité et
      *    indicateur de rapprochement.
      ***************************************************************
       01 WS-SOLDES.
           02 WS-SOL OCCURS 2 TIMES.
              03 WS-NB-POS PIC 9(4).
              03 WS-POS OCCURS 2000 TIMES.
                 04 WS-POS-CLE     PIC X(30).
                 04 WS-POS-PRODUIT PIC X(25).
                 04 WS-POS-QTE     PIC S9(7).
                 04 WS-POS-VU      PIC X(1).
       01 WS-GEN     PIC 9.
       01 WS-CPT-POS PIC 9(4).
       01 WS-CPT-NOU PIC 9(4).
       01 WS-RANG-POS PIC 9(4).
       01 WS-SOL-PRESENT PIC X(1).
           88 SOLDE-PRESENT VALUE "O".

      *    Position en cours d'ajout.
       01 WS-POS-CLE-IN     PIC X(30).
       01 WS-POS-PRODUIT-IN PIC X(25).
       01 WS-POS-QTE-IN     PIC S9(7).

      *    Découpages des trois soldes (mêmes positions que les
      *    programmes qui les écrivent).
       01 WS-HS-LIGNE.
           02 WS-HS-DEPOT   PIC 9.
           02 WS-HS-ALLEE   PIC 9.
           02 WS-HS-NIVEAU  PIC 9.
           02 WS-HS-IDM     PIC X(3).
           02 WS-HS-QTE     PIC 9(5).
           02 FILLER        PIC X(85).
       01 WS-FS-LIGNE.
           02 WS-FS-SITE    PIC 9.
           02 WS-FS-FRIGO   PIC 9.
           02 WS-FS-RAYON   PIC 9.
           02 WS-FS-EMPL    PIC 9.
           02 WS-FS-PLAT    PIC X(3).
           02 FILLER        PIC X(93).
       01 WS-CS-LIGNE.
           02 WS-CS-REGION-IDX PIC 9(2).
           02 WS-CS-CEPAGE-IDX PIC 9(2).
           02 WS-CS-REGION     PIC X(20).
           02 WS-CS-CEPAGE     PIC X(20).
           02 WS-CS-VINTAGE    PIC X(4).
           02 WS-CS-QTE        PIC 9(3).
           02 FILLER           PIC X(49).

      ***************************************************************
      *    Variation par produit : ancien et nouveau total au solde,
      *    mouvements journalisés depuis le début du dernier passage.
      ***************************************************************
       01 WS-PRODUITS.
           02 WS-PRD OCCURS 2000 TIMES.
              03 WS-PRD-CODE   PIC X(25).
              03 WS-PRD-ANCIEN PIC S9(7).
              03 WS-PRD-NOUVEAU PIC S9(7).
              03 WS-PRD-MVT    PIC S9(7).
              03 WS-PRD-AVEC-MVT PIC X(1).
              03 WS-PRD-ETAT   PIC X(1).
                 88 PRD-INEXPLIQUE VALUE "I".
       01 WS-NB-PRD   PIC 9(4).
       01 WS-CPT-PRD  PIC 9(4).
       01 WS-RANG-PRD PIC 9(4).
       01 WS-PRD-CODE-IN PIC X(25).
       01 WS-PRD-MVT-IN  PIC S9(7).

      *    Journaux découpés.
       01 WS-HMV-DATE-TXT  PIC X(8).
       01 WS-HMV-HEURE-TXT PIC X(6).
       01 WS-HMV-TYPE-TXT  PIC X(1).
       01 WS-HMV-IDM-TXT   PIC X(3).
       01 WS-HMV-DEPOT-TXT PIC X(1).
       01 WS-HMV-ALLEE-TXT PIC X(2).
       01 WS-HMV-NIV-TXT   PIC X(2).
       01 WS-HMV-DLC-TXT   PIC X(8).
       01 WS-HMV-SENS-TXT  PIC X(1).
       01 WS-HMV-QTE-TXT   PIC X(5).

       01 WS-CJL-DATE-TXT    PIC X(8).
       01 WS-CJL-HEURE-TXT   PIC X(6).
       01 WS-CJL-ACTION-TXT  PIC X(1).
       01 WS-CJL-REGION-TXT  PIC X(20).
       01 WS-CJL-CEPAGE-TXT  PIC X(20).
       01 WS-CJL-VINTAGE-TXT PIC X(4).
       01 WS-CJL-QTE-TXT     PIC X(3).

      *    Ligne du journal des frigos (date-heure, action, site,
      *    sens du transfert ou action annulée, plat).
       01 WS-FJL-LIGNE.
           02 WS-FJL-DATE    PIC X(8).
           02 FILLER         PIC X.
           02 WS-FJL-HEURE   PIC X(6).
           02 FILLER         PIC X.
           02 WS-FJL-ACTION  PIC X.
           02 FILLER         PIC X.
           02 WS-FJL-SITE    PIC X.
           02 WS-FJL-SEP     PIC X.
           02 WS-FJL-DEST    PIC X.
           02 FILLER         PIC X.
           02 WS-FJL-PLAT    PIC X(3).
           02 FILLER         PIC X(75).

      *    Ligne de détail du rapport.
       01 WS-RAP-LIGNE.
           02 WS-RAP-MVT     PIC X(8).
           02 WS-RAP-CLE     PIC X(30).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-RAP-PRODUIT PIC X(25).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-RAP-ANCIEN  PIC -(6)9.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-RAP-NOUVEAU PIC -(6)9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-RAP-REMARQUE PIC X(12).

       01 WS-NET-LIGNE.
           02 WS-NET-PRODUIT PIC X(25).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-NET-ANCIEN  PIC -(6)9.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-NET-NOUVEAU PIC -(6)9.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-NET-VARIATION PIC -(6)9.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-NET-MVT     PIC -(6)9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 WS-NET-REMARQUE PIC X(12).

       01 WS-VARIATION PIC S9(7).
       01 WS-QTE-ANCIEN  PIC S9(7).
       01 WS-QTE-NOUVEAU PIC S9(7).

       01 RECHERCHE PIC X.
           88 TROUVE VALUE "O".

      *    Compteurs de l'exécution (tous soldes) et du solde
      *    en cours.
       01 WS-NB-LUS          PIC 9(5) VALUE 0.
       01 WS-NB-CHANGEES     PIC 9(5) VALUE 0.
       01 WS-NB-POS-INEXPL   PIC 9(5) VALUE 0.
       01 WS-NB-PRD-INEXPL   PIC 9(5) VALUE 0.
       01 WS-FAM-AJOUTS      PIC 9(5).
       01 WS-FAM-RETRAITS    PIC 9(5).
       01 WS-FAM-MODIFS      PIC 9(5).
       01 WS-FAM-INEXPL      PIC 9(5).

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

           OPEN OUTPUT F-RAPPORT.
           MOVE SPACES TO F-RAPPORT-LIGNE.
           STRING "ECARTS DE SOLDES G1 / COURANT AU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING.
           WRITE F-RAPPORT-LIGNE.

      *    Les trois soldes, chacun avec le journal de son programme.
           MOVE "F" TO WS-FAMILLE.
           MOVE "BD101" TO WS-FAM-PROGRAMME.
           MOVE "FRIGOS" TO WS-FAM-LIBELLE.
           MOVE "./in/FrigoSolde-G1.txt" TO WS-NOM-G1.
           MOVE "./in/FrigoSolde.txt" TO WS-NOM-COURANT.
           MOVE "./out/FrigoJournal.txt" TO WS-NOM-JOURNAL.
           PERFORM 6000-TRAITE-SOLDE.

           MOVE "H" TO WS-FAMILLE.
           MOVE "BD302" TO WS-FAM-PROGRAMME.
           MOVE "HANGAR" TO WS-FAM-LIBELLE.
           MOVE "./in/HangarSolde-G1.txt" TO WS-NOM-G1.
           MOVE "./in/HangarSolde.txt" TO WS-NOM-COURANT.
           MOVE "./out/MouvementsHisto.txt" TO WS-NOM-JOURNAL.
           PERFORM 6000-TRAITE-SOLDE.

           MOVE "C" TO WS-FAMILLE.
           MOVE "BD501" TO WS-FAM-PROGRAMME.
           MOVE "CELLIER" TO WS-FAM-LIBELLE.
           MOVE "./out/CellierSolde-G1.txt" TO WS-NOM-G1.
           MOVE "./out/CellierSolde.txt" TO WS-NOM-COURANT.
           MOVE "./out/CellierJournal.txt" TO WS-NOM-JOURNAL.
           PERFORM 6000-TRAITE-SOLDE.

           CLOSE F-RAPPORT.

           DISPLAY "-- ECARTS DE SOLDES --"
           DISPLAY "Positions lues             : " WS-NB-LUS
           DISPLAY "Positions changées         : " WS-NB-CHANGEES
           DISPLAY "  dont inexpliquées        : " WS-NB-POS-INEXPL
           DISPLAY "Produits inexpliqués       : " WS-NB-PRD-INEXPL
           DISPLAY "Rapport : ./out/EcartsSoldes.txt"

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
           DISPLAY "* LANCEMENT PROGRAMME : BD910         *".
           DISPLAY "* Ecarts de soldes d'un jour à l'autre*".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-TRAITE-SOLDE.
      *    Rapproche G1 et le solde courant de la famille WS-FAMILLE
      *    et écrit sa section du rapport.
           MOVE 0 TO WS-NB-POS(1)
           MOVE 0 TO WS-NB-POS(2)
           MOVE 0 TO WS-NB-PRD
           MOVE 0 TO WS-FAM-AJOUTS
           MOVE 0 TO WS-FAM-RETRAITS
           MOVE 0 TO WS-FAM-MODIFS
           MOVE 0 TO WS-FAM-INEXPL

           MOVE SPACES TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "=== " DELIMITED BY SIZE
              WS-FAM-LIBELLE DELIMITED BY SPACE
              " (" DELIMITED BY SIZE
              WS-NOM-G1 DELIMITED BY SPACE
              " -> " DELIMITED BY SIZE
              WS-NOM-COURANT DELIMITED BY SPACE
              ")" DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           MOVE 1 TO WS-GEN
           MOVE WS-NOM-G1 TO WS-NOM-SOLDE
           PERFORM 6010-CHARGE-SOLDE

           IF NOT SOLDE-PRESENT THEN
              MOVE SPACES TO F-RAPPORT-LIGNE
              STRING "Pas de génération G1 : rien à comparer."
                 DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
              WRITE F-RAPPORT-LIGNE
           ELSE
              MOVE 2 TO WS-GEN
              MOVE WS-NOM-COURANT TO WS-NOM-SOLDE
              PERFORM 6010-CHARGE-SOLDE
              PERFORM 6030-CHERCHE-DEBUT
              PERFORM 6040-CHARGE-MOUVEMENTS
              PERFORM 6100-VARIATIONS-PRODUITS
              PERFORM 6200-ECRIT-POSITIONS
              PERFORM 6300-ECRIT-PRODUITS
           END-IF

           EXIT PROGRAM.

       6010-CHARGE-SOLDE.
      *    Charge le solde WS-NOM-SOLDE dans la génération WS-GEN.
      *    Une position vide n'est pas écrite par les programmes ;
      *    une même clé rencontrée deux fois est cumulée.
           MOVE "N" TO WS-SOL-PRESENT
           OPEN INPUT F-SOLDE

           IF FS-SOLDE = "00" THEN
              SET SOLDE-PRESENT TO TRUE
              PERFORM UNTIL FS-SOLDE = "10"
                 READ F-SOLDE INTO F-SOLDE-LIGNE
                    NOT AT END
                       PERFORM 6015-DECOUPE-POSITION
                       IF WS-POS-PRODUIT-IN NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          PERFORM 6020-AJOUT-POSITION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SOLDE
           END-IF

           EXIT PROGRAM.

       6015-DECOUPE-POSITION.
      *    Clé de position, produit et quantité de la ligne de solde
      *    selon la famille.
           MOVE SPACES TO WS-POS-CLE-IN
           MOVE SPACES TO WS-POS-PRODUIT-IN
           MOVE 0 TO WS-POS-QTE-IN

           EVALUATE TRUE
              WHEN FAM-FRIGO
                 MOVE F-SOLDE-LIGNE TO WS-FS-LIGNE
                 STRING "site " WS-FS-SITE " frigo " WS-FS-FRIGO
                    " rayon " WS-FS-RAYON " empl " WS-FS-EMPL
                    DELIMITED BY SIZE
                    INTO WS-POS-CLE-IN
                 END-STRING
                 MOVE WS-FS-PLAT TO WS-POS-PRODUIT-IN
                 MOVE 1 TO WS-POS-QTE-IN
              WHEN FAM-HANGAR
                 MOVE F-SOLDE-LIGNE TO WS-HS-LIGNE
                 STRING "depot " WS-HS-DEPOT " allee " WS-HS-ALLEE
                    " niveau " WS-HS-NIVEAU
                    DELIMITED BY SIZE
                    INTO WS-POS-CLE-IN
                 END-STRING
                 MOVE WS-HS-IDM TO WS-POS-PRODUIT-IN
                 IF WS-HS-QTE IS NUMERIC THEN
                    MOVE WS-HS-QTE TO WS-POS-QTE-IN
                 END-IF
              WHEN FAM-CELLIER
                 MOVE F-SOLDE-LIGNE TO WS-CS-LIGNE
                 MOVE WS-CS-REGION TO WS-POS-CLE-IN
                 STRING WS-CS-CEPAGE " " WS-CS-VINTAGE
                    DELIMITED BY SIZE
                    INTO WS-POS-PRODUIT-IN
                 END-STRING
                 IF WS-CS-CEPAGE = SPACES THEN
                    MOVE SPACES TO WS-POS-PRODUIT-IN
                 END-IF
                 IF WS-CS-QTE IS NUMERIC THEN
                    MOVE WS-CS-QTE TO WS-POS-QTE-IN
                 END-IF
           END-EVALUATE

           EXIT PROGRAM.

       6020-AJOUT-POSITION.
      *    Ajoute (ou cumule) la position WS-POS-*-IN à la
      *    génération WS-GEN.
           MOVE "N" TO RECHERCHE
           PERFORM VARYING WS-CPT-POS FROM 1 BY 1
              UNTIL WS-CPT-POS > WS-NB-POS(WS-GEN) OR TROUVE
              IF WS-POS-CLE(WS-GEN,WS-CPT-POS) = WS-POS-CLE-IN
                 AND WS-POS-PRODUIT(WS-GEN,WS-CPT-POS) =
                 WS-POS-PRODUIT-IN THEN
                 SET TROUVE TO TRUE
                 ADD WS-POS-QTE-IN TO WS-POS-QTE(WS-GEN,WS-CPT-POS)
              END-IF
           END-PERFORM

           IF NOT TROUVE AND WS-NB-POS(WS-GEN) < 2000 THEN
              ADD 1 TO WS-NB-POS(WS-GEN)
              MOVE WS-NB-POS(WS-GEN) TO WS-CPT-POS
              MOVE WS-POS-CLE-IN TO WS-POS-CLE(WS-GEN,WS-CPT-POS)
              MOVE WS-POS-PRODUIT-IN TO
                 WS-POS-PRODUIT(WS-GEN,WS-CPT-POS)
              MOVE WS-POS-QTE-IN TO WS-POS-QTE(WS-GEN,WS-CPT-POS)
              MOVE "N" TO WS-POS-VU(WS-GEN,WS-CPT-POS)
           END-IF

           EXIT PROGRAM.

       6030-CHERCHE-DEBUT.
      *    Début du dernier passage du programme : dernière ligne
      *    DEBUT à son nom au journal d'exploitation. Sans trace, les
      *    mouvements du jour sont retenus. Les journaux de mouvements
      *    sont datés de la date métier : la date du début est celle
      *    du champ metier= de la ligne DEBUT (l'horodatage réel pour
      *    une ligne qui n'en porte pas), avec l'heure réelle.
           MOVE "N" TO WS-DEPUIS-TROUVE
           MOVE SPACES TO WS-DEPUIS
           STRING WS-DATE-JOUR "000000" DELIMITED BY SIZE
              INTO WS-DEPUIS
           END-STRING

           OPEN INPUT F-EXPLOIT-LU

           IF FS-EXPLOIT-LU = "00" THEN
              PERFORM UNTIL FS-EXPLOIT-LU = "10"
                 READ F-EXPLOIT-LU INTO F-EXPLOIT-LU-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-EXL-PROG-TXT
                       MOVE SPACES TO WS-EXL-MODE-TXT
                       MOVE SPACES TO WS-EXL-METIER-TXT
                       UNSTRING F-EXPLOIT-LU-LIGNE DELIMITED BY ";"
                          INTO WS-EXL-DH-TXT
                               WS-EXL-PROG-TXT
                               WS-EXL-MODE-TXT
                               WS-EXL-COMPTEUR
                               WS-EXL-COMPTEUR
                               WS-EXL-COMPTEUR
                               WS-EXL-COMPTEUR
                               WS-EXL-METIER-TXT
                       END-UNSTRING
                       IF WS-EXL-PROG-TXT = WS-FAM-PROGRAMME
                          AND WS-EXL-MODE-TXT = "DEBUT" THEN
                          SET DEPUIS-TROUVE TO TRUE
                          MOVE SPACES TO WS-DEPUIS
                          STRING WS-EXL-DH-TXT(1:8)
                             WS-EXL-DH-TXT(10:6)
                             DELIMITED BY SIZE
                             INTO WS-DEPUIS
                          END-STRING
                          IF WS-EXL-METIER-TXT(1:7) = "metier="
                             AND WS-EXL-METIER-TXT(8:8) IS NUMERIC
                             AND WS-EXL-METIER-TXT(8:8) NOT = "00000000"
                             THEN
                             MOVE WS-EXL-METIER-TXT(8:8)
                                TO WS-DEPUIS(1:8)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-EXPLOIT-LU
           END-IF

           MOVE SPACES TO F-RAPPORT-LIGNE
           IF DEPUIS-TROUVE THEN
              STRING "Mouvements " WS-FAM-PROGRAMME
                 " depuis le début de son dernier passage : "
                 WS-DEPUIS
                 DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
           ELSE
              STRING "Pas de passage " WS-FAM-PROGRAMME
                 " au journal d'exploitation : mouvements du "
                 WS-DATE-JOUR
                 DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
           END-IF
           WRITE F-RAPPORT-LIGNE

           EXIT PROGRAM.

       6040-CHARGE-MOUVEMENTS.
      *    Cumule par produit les mouvements du journal postérieurs
      *    au début du dernier passage.
           OPEN INPUT F-MOUVEMENTS

           IF FS-MOUVEMENTS = "00" THEN
              PERFORM UNTIL FS-MOUVEMENTS = "10"
                 READ F-MOUVEMENTS INTO F-MOUVEMENTS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PRD-CODE-IN
                       MOVE 0 TO WS-PRD-MVT-IN
                       MOVE SPACES TO WS-MVT-DH
                       EVALUATE TRUE
                          WHEN FAM-FRIGO
                             PERFORM 6041-MOUVEMENT-FRIGO
                          WHEN FAM-HANGAR
                             PERFORM 6042-MOUVEMENT-HANGAR
                          WHEN FAM-CELLIER
                             PERFORM 6043-MOUVEMENT-CELLIER
                       END-EVALUATE
                       IF WS-PRD-CODE-IN NOT = SPACES
                          AND WS-MVT-DH >= WS-DEPUIS THEN
                          PERFORM 6050-CHERCHE-PRODUIT
                          IF WS-RANG-PRD > 0 THEN
                             ADD WS-PRD-MVT-IN TO
                                WS-PRD-MVT(WS-RANG-PRD)
                             MOVE "O" TO
                                WS-PRD-AVEC-MVT(WS-RANG-PRD)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MOUVEMENTS
           END-IF

           EXIT PROGRAM.

       6041-MOUVEMENT-FRIGO.
      *    Un bac par ligne : dépôt A +1, retrait S -1, transfert
      *    entre sites T sans effet sur le total, annulation X de
      *    l'action portée en site destination (un retrait annulé
      *    remet le bac, un dépôt annulé l'enlève).
           MOVE F-MOUVEMENTS-LIGNE TO WS-FJL-LIGNE
           STRING WS-FJL-DATE WS-FJL-HEURE DELIMITED BY SIZE
              INTO WS-MVT-DH
           END-STRING

           EVALUATE WS-FJL-ACTION
              WHEN "A"
                 MOVE WS-FJL-PLAT TO WS-PRD-CODE-IN
                 MOVE 1 TO WS-PRD-MVT-IN
              WHEN "S"
                 MOVE WS-FJL-PLAT TO WS-PRD-CODE-IN
                 MOVE -1 TO WS-PRD-MVT-IN
              WHEN "T"
                 MOVE WS-FJL-PLAT TO WS-PRD-CODE-IN
              WHEN "X"
                 MOVE WS-FJL-PLAT TO WS-PRD-CODE-IN
                 IF WS-FJL-DEST = "S" THEN
                    MOVE 1 TO WS-PRD-MVT-IN
                 END-IF
                 IF WS-FJL-DEST = "A" THEN
                    MOVE -1 TO WS-PRD-MVT-IN
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EXIT PROGRAM.

       6042-MOUVEMENT-HANGAR.
      *    Historique des mouvements du hangar : sens + ajout,
      *    - retrait ; = sans effet sur le stock (comptage, retour en
      *    quarantaine) n'est pas retenu.
           MOVE SPACES TO WS-HMV-SENS-TXT
           UNSTRING F-MOUVEMENTS-LIGNE DELIMITED BY ";"
              INTO WS-HMV-DATE-TXT
                   WS-HMV-HEURE-TXT
                   WS-HMV-TYPE-TXT
                   WS-HMV-IDM-TXT
                   WS-HMV-DEPOT-TXT
                   WS-HMV-ALLEE-TXT
                   WS-HMV-NIV-TXT
                   WS-HMV-DLC-TXT
                   WS-HMV-SENS-TXT
                   WS-HMV-QTE-TXT
           END-UNSTRING
           STRING WS-HMV-DATE-TXT WS-HMV-HEURE-TXT DELIMITED BY SIZE
              INTO WS-MVT-DH
           END-STRING

           IF WS-HMV-QTE-TXT IS NUMERIC THEN
              IF WS-HMV-SENS-TXT = "+" THEN
                 MOVE WS-HMV-IDM-TXT TO WS-PRD-CODE-IN
                 MOVE WS-HMV-QTE-TXT TO WS-PRD-MVT-IN
              END-IF
              IF WS-HMV-SENS-TXT = "-" THEN
                 MOVE WS-HMV-IDM-TXT TO WS-PRD-CODE-IN
                 MOVE WS-HMV-QTE-TXT TO WS-PRD-MVT-IN
                 COMPUTE WS-PRD-MVT-IN = 0 - WS-PRD-MVT-IN
              END-IF
           END-IF

           EXIT PROGRAM.

       6043-MOUVEMENT-CELLIER.
      *    Journal du cellier : entrée E, sortie S (bouteilles), par
      *    cépage et millésime.
           UNSTRING F-MOUVEMENTS-LIGNE DELIMITED BY ";"
              INTO WS-CJL-DATE-TXT
                   WS-CJL-HEURE-TXT
                   WS-CJL-ACTION-TXT
                   WS-CJL-REGION-TXT
                   WS-CJL-CEPAGE-TXT
                   WS-CJL-VINTAGE-TXT
                   WS-CJL-QTE-TXT
           END-UNSTRING
           STRING WS-CJL-DATE-TXT WS-CJL-HEURE-TXT DELIMITED BY SIZE
              INTO WS-MVT-DH
           END-STRING

           IF WS-CJL-QTE-TXT IS NUMERIC
              AND (WS-CJL-ACTION-TXT = "E"
              OR WS-CJL-ACTION-TXT = "S") THEN
              STRING WS-CJL-CEPAGE-TXT " " WS-CJL-VINTAGE-TXT
                 DELIMITED BY SIZE
                 INTO WS-PRD-CODE-IN
              END-STRING
              MOVE WS-CJL-QTE-TXT TO WS-PRD-MVT-IN
              IF WS-CJL-ACTION-TXT = "S" THEN
                 COMPUTE WS-PRD-MVT-IN = 0 - WS-PRD-MVT-IN
              END-IF
           END-IF

           EXIT PROGRAM.

       6050-CHERCHE-PRODUIT.
      *    Rang du produit WS-PRD-CODE-IN dans la table des
      *    variations, ajouté s'il n'y est pas (0 si table pleine).
           MOVE 0 TO WS-RANG-PRD
           PERFORM VARYING WS-CPT-PRD FROM 1 BY 1
              UNTIL WS-CPT-PRD > WS-NB-PRD OR WS-RANG-PRD > 0
              IF WS-PRD-CODE(WS-CPT-PRD) = WS-PRD-CODE-IN THEN
                 MOVE WS-CPT-PRD TO WS-RANG-PRD
              END-IF
           END-PERFORM

           IF WS-RANG-PRD = 0 AND WS-NB-PRD < 2000 THEN
              ADD 1 TO WS-NB-PRD
              MOVE WS-NB-PRD TO WS-RANG-PRD
              MOVE WS-PRD-CODE-IN TO WS-PRD-CODE(WS-RANG-PRD)
              MOVE 0 TO WS-PRD-ANCIEN(WS-RANG-PRD)
              MOVE 0 TO WS-PRD-NOUVEAU(WS-RANG-PRD)
              MOVE 0 TO WS-PRD-MVT(WS-RANG-PRD)
              MOVE "N" TO WS-PRD-AVEC-MVT(WS-RANG-PRD)
              MOVE SPACE TO WS-PRD-ETAT(WS-RANG-PRD)
           END-IF

           EXIT PROGRAM.

       6100-VARIATIONS-PRODUITS.
      *    Totaux par produit dans G1 et dans le solde courant ; un
      *    produit dont la variation diffère de ses mouvements est
      *    inexpliqué.
           PERFORM VARYING WS-CPT-POS FROM 1 BY 1
              UNTIL WS-CPT-POS > WS-NB-POS(1)
              MOVE WS-POS-PRODUIT(1,WS-CPT-POS) TO WS-PRD-CODE-IN
              PERFORM 6050-CHERCHE-PRODUIT
              IF WS-RANG-PRD > 0 THEN
                 ADD WS-POS-QTE(1,WS-CPT-POS) TO
                    WS-PRD-ANCIEN(WS-RANG-PRD)
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CPT-POS FROM 1 BY 1
              UNTIL WS-CPT-POS > WS-NB-POS(2)
              MOVE WS-POS-PRODUIT(2,WS-CPT-POS) TO WS-PRD-CODE-IN
              PERFORM 6050-CHERCHE-PRODUIT
              IF WS-RANG-PRD > 0 THEN
                 ADD WS-POS-QTE(2,WS-CPT-POS) TO
                    WS-PRD-NOUVEAU(WS-RANG-PRD)
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CPT-PRD FROM 1 BY 1
              UNTIL WS-CPT-PRD > WS-NB-PRD
              COMPUTE WS-VARIATION = WS-PRD-NOUVEAU(WS-CPT-PRD) -
                 WS-PRD-ANCIEN(WS-CPT-PRD)
              IF WS-VARIATION NOT = WS-PRD-MVT(WS-CPT-PRD) THEN
                 SET PRD-INEXPLIQUE(WS-CPT-PRD) TO TRUE
                 ADD 1 TO WS-NB-PRD-INEXPL
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6200-ECRIT-POSITIONS.
      *    Positions retirées ou modifiées (parcours de G1), puis
      *    positions ajoutées (restées sans correspondance dans le
      *    solde courant). Une position qui a bougé sans mouvement
      *    correspondant de son produit est marquée INEXPLIQUE.
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "MVT     POSITION                       PRODUIT   "
              "                 ANCIEN NOUVEAU  REMARQUE"
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-POS FROM 1 BY 1
              UNTIL WS-CPT-POS > WS-NB-POS(1)
              PERFORM 6210-COMPARE-POSITION
           END-PERFORM

           PERFORM VARYING WS-CPT-NOU FROM 1 BY 1
              UNTIL WS-CPT-NOU > WS-NB-POS(2)
              IF WS-POS-VU(2,WS-CPT-NOU) = "N" THEN
                 ADD 1 TO WS-FAM-AJOUTS
                 MOVE "AJOUT" TO WS-RAP-MVT
                 MOVE WS-POS-CLE(2,WS-CPT-NOU) TO WS-RAP-CLE
                 MOVE WS-POS-PRODUIT(2,WS-CPT-NOU) TO WS-RAP-PRODUIT
                 MOVE 0 TO WS-QTE-ANCIEN
                 MOVE WS-POS-QTE(2,WS-CPT-NOU) TO WS-QTE-NOUVEAU
                 PERFORM 6220-ECRIT-POSITION
              END-IF
           END-PERFORM

           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "Positions ajoutées : " WS-FAM-AJOUTS
              " - retirées : " WS-FAM-RETRAITS
              " - modifiées : " WS-FAM-MODIFS
              " - inexpliquées : " WS-FAM-INEXPL
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           EXIT PROGRAM.

       6210-COMPARE-POSITION.
      *    Cherche la position WS-CPT-POS de G1 (même clé, même
      *    produit) dans le solde courant.
           MOVE 0 TO WS-RANG-POS
           PERFORM VARYING WS-CPT-NOU FROM 1 BY 1
              UNTIL WS-CPT-NOU > WS-NB-POS(2) OR WS-RANG-POS > 0
              IF WS-POS-CLE(2,WS-CPT-NOU) = WS-POS-CLE(1,WS-CPT-POS)
                 AND WS-POS-PRODUIT(2,WS-CPT-NOU) =
                 WS-POS-PRODUIT(1,WS-CPT-POS) THEN
                 MOVE WS-CPT-NOU TO WS-RANG-POS
              END-IF
           END-PERFORM

           MOVE WS-POS-CLE(1,WS-CPT-POS) TO WS-RAP-CLE
           MOVE WS-POS-PRODUIT(1,WS-CPT-POS) TO WS-RAP-PRODUIT
           MOVE WS-POS-QTE(1,WS-CPT-POS) TO WS-QTE-ANCIEN

           IF WS-RANG-POS = 0 THEN
              ADD 1 TO WS-FAM-RETRAITS
              MOVE "RETRAIT" TO WS-RAP-MVT
              MOVE 0 TO WS-QTE-NOUVEAU
              PERFORM 6220-ECRIT-POSITION
           ELSE
              MOVE "O" TO WS-POS-VU(2,WS-RANG-POS)
              IF WS-POS-QTE(2,WS-RANG-POS) NOT =
                 WS-POS-QTE(1,WS-CPT-POS) THEN
                 ADD 1 TO WS-FAM-MODIFS
                 MOVE "MODIFIE" TO WS-RAP-MVT
                 MOVE WS-POS-QTE(2,WS-RANG-POS) TO WS-QTE-NOUVEAU
                 PERFORM 6220-ECRIT-POSITION
              END-IF
           END-IF

           EXIT PROGRAM.

       6220-ECRIT-POSITION.
      *    Ecrit la ligne de position WS-RAP-* préparée, marquée
      *    INEXPLIQUE si son produit l'est.
           ADD 1 TO WS-NB-CHANGEES
           MOVE WS-QTE-ANCIEN TO WS-RAP-ANCIEN
           MOVE WS-QTE-NOUVEAU TO WS-RAP-NOUVEAU
           MOVE SPACES TO WS-RAP-REMARQUE

           MOVE WS-RAP-PRODUIT TO WS-PRD-CODE-IN
           PERFORM 6050-CHERCHE-PRODUIT
           IF WS-RANG-PRD > 0 THEN
              IF PRD-INEXPLIQUE(WS-RANG-PRD) THEN
                 MOVE "INEXPLIQUE" TO WS-RAP-REMARQUE
                 ADD 1 TO WS-FAM-INEXPL
                 ADD 1 TO WS-NB-POS-INEXPL
              END-IF
           END-IF

           MOVE WS-RAP-LIGNE TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE

           EXIT PROGRAM.

       6300-ECRIT-PRODUITS.
      *    Variation nette par produit rapprochée des mouvements
      *    journalisés ; seuls les produits qui ont bougé ou ont eu
      *    des mouvements sont listés.
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "PRODUIT                    ANCIEN NOUVEAU   ECART"
              "  MOUVTS  REMARQUE"
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-PRD FROM 1 BY 1
              UNTIL WS-CPT-PRD > WS-NB-PRD
              COMPUTE WS-VARIATION = WS-PRD-NOUVEAU(WS-CPT-PRD) -
                 WS-PRD-ANCIEN(WS-CPT-PRD)
              IF WS-VARIATION NOT = 0
                 OR WS-PRD-AVEC-MVT(WS-CPT-PRD) = "O" THEN
                 MOVE WS-PRD-CODE(WS-CPT-PRD) TO WS-NET-PRODUIT
                 MOVE WS-PRD-ANCIEN(WS-CPT-PRD) TO WS-NET-ANCIEN
                 MOVE WS-PRD-NOUVEAU(WS-CPT-PRD) TO WS-NET-NOUVEAU
                 MOVE WS-VARIATION TO WS-NET-VARIATION
                 MOVE WS-PRD-MVT(WS-CPT-PRD) TO WS-NET-MVT
                 IF PRD-INEXPLIQUE(WS-CPT-PRD) THEN
                    MOVE "INEXPLIQUE" TO WS-NET-REMARQUE
                 ELSE
                    MOVE "OK" TO WS-NET-REMARQUE
                 END-IF
                 MOVE WS-NET-LIGNE TO F-RAPPORT-LIGNE
                 WRITE F-RAPPORT-LIGNE
              END-IF
           END-PERFORM

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
              ";BD910;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-CHANGEES
              ";rejets=" WS-NB-POS-INEXPL
              ";anomalies=" WS-NB-PRD-INEXPL
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
           DISPLAY "* FIN PROGRAMME : BD910               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD910.
