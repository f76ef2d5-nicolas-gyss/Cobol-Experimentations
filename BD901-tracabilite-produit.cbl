           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-JOURNAL.

      *    Index du journal des frigos tenu par la gestion des frigos
      *    (clé plat + horodatage), reconstruit par BD104.
       SELECT F-JOURNAL-IDX ASSIGN TO "./out/FrigoJournal.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-JIDX-CLE
           ALTERNATE RECORD KEY IS F-JIDX-CLE-EMPLOYE WITH DUPLICATES
           ALTERNATE RECORD KEY IS F-JIDX-CLE-SITE WITH DUPLICATES
           FILE STATUS FS-JOURNAL-IDX.

       SELECT F-FRIGO ASSIGN TO "./in/FrigoSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD F-JOURNAL.
       01 F-JOURNAL-LIGNE PIC X(80).

       FD F-JOURNAL-IDX.
       01 F-JIDX-ENREG.
           02 F-JIDX-CLE.
              03 F-JIDX-PLAT       PIC X(3).
              03 F-JIDX-DATE-HEURE PIC X(15).
              03 F-JIDX-SEQ        PIC 9(3).
           02 F-JIDX-CLE-EMPLOYE.
              03 F-JIDX-PRENOM     PIC X(20).
              03 F-JIDX-EMP-DH     PIC X(15).
           02 F-JIDX-CLE-SITE.
              03 F-JIDX-SITE       PIC X.
              03 F-JIDX-SITE-DH    PIC X(15).
           02 F-JIDX-LIGNE         PIC X(80).

       FD F-FRIGO.
       01 F-FRIGO-CURRENT.
           02 F-FRIGO-SITE    PIC 9.
       01 FS-TRANSFERT    PIC X(2).
       01 FS-JOURNAL      PIC X(2).
       01 FS-FRIGO        PIC X(2).
       01 FS-JOURNAL-IDX  PIC X(2).
       01 FS-TRACE        PIC X(2).

      *    Saisie de la demande de trace : code produit et plage de
           02 FILLER             PIC X.
           02 WS-JLU-MOTIF       PIC X.

      *    Lecture du journal par son index : borne de date de la
      *    plage en clé, fin de lecture.
       01 WS-JIDX-FLAG PIC X.
           88 JIDX-LU VALUE "O".
      *    JIDX-LU = 1 : Trace faite par l'index du journal.
      *    JIDX-LU = 0 : Index illisible, journal séquentiel relu.
       01 WS-JIDX-FIN PIC X.
           88 JIDX-FIN VALUE "O".
       01 WS-JIDX-DATE-N PIC 9(8).
       01 WS-JIDX-DATE REDEFINES WS-JIDX-DATE-N PIC X(8).

      ***************************************************************
      *    Ligne du fichier logistique découpée à l'identique de la
      *    gestion du stock (action;code;qté;poids;dlc;dépôt;dest).
      *    plage demandée, motif compris (V = servi, J = jeté,
      *    D = déplacé). Les quantités servies et jetées alimentent
      *    la synthèse.
      *    L'index du journal (clé plat + horodatage) mène
      *    directement aux mouvements du code dans la plage ; sans
      *    index lisible, le journal séquentiel est relu en entier.
           PERFORM 6002-TRACE-PAR-INDEX

           IF NOT JIDX-LU THEN
              OPEN INPUT F-JOURNAL

              IF FS-JOURNAL = "00" THEN
                 PERFORM UNTIL FS-JOURNAL = "10"
                    READ F-JOURNAL INTO WS-JOURNAL-LUE
                       NOT AT END
                          PERFORM 6004-TRACE-LIGNE
                    END-READ
                 END-PERFORM
                 CLOSE F-JOURNAL
              ELSE
                 DISPLAY "Pas de journal des frigos à relire."
              END-IF
           END-IF

           EXIT PROGRAM.

       6002-TRACE-PAR-INDEX.
      *    Positionnement direct sur le premier mouvement du code à
      *    partir de la date de début, lecture jusqu'au changement de
      *    code ou au-delà de la date de fin. JIDX-LU reste à 0 si
      *    l'index ne s'ouvre pas.
           MOVE "N" TO WS-JIDX-FLAG
           MOVE "N" TO WS-JIDX-FIN

           OPEN INPUT F-JOURNAL-IDX

           IF FS-JOURNAL-IDX = "00" THEN
              SET JIDX-LU TO TRUE

              MOVE WS-CODE TO F-JIDX-PLAT
              MOVE WS-DATE-DEBUT TO WS-JIDX-DATE-N
              MOVE WS-JIDX-DATE TO F-JIDX-DATE-HEURE
              MOVE 0 TO F-JIDX-SEQ
              START F-JOURNAL-IDX KEY IS NOT LESS THAN F-JIDX-CLE
                 INVALID KEY
                    SET JIDX-FIN TO TRUE
              END-START

              PERFORM UNTIL JIDX-FIN
                 READ F-JOURNAL-IDX NEXT RECORD
                    AT END
                       SET JIDX-FIN TO TRUE
                    NOT AT END
                       MOVE WS-DATE-FIN TO WS-JIDX-DATE-N
                       IF F-JIDX-PLAT NOT = WS-CODE
                          OR F-JIDX-DATE-HEURE(1:8) > WS-JIDX-DATE THEN
                          SET JIDX-FIN TO TRUE
                       ELSE
                          MOVE F-JIDX-LIGNE TO WS-JOURNAL-LUE
                          PERFORM 6004-TRACE-LIGNE
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE F-JOURNAL-IDX
           END-IF

           EXIT PROGRAM.

       6004-TRACE-LIGNE.
      *    Reprend la ligne de journal relue (WS-JOURNAL-LUE) si elle
      *    porte sur le code dans la plage demandée.
           IF WS-JLU-PLAT = WS-CODE
              AND WS-JLU-DATE IS NUMERIC
              AND WS-JLU-DATE-N >= WS-DATE-DEBUT
              AND WS-JLU-DATE-N <= WS-DATE-FIN THEN

              MOVE SPACES TO F-TRACE-LIGNE
              STRING WS-JLU-DATE " " WS-JLU-HEURE
                 " FRIGO action " WS-JLU-ACTION
                 " Site " WS-JLU-SITE
                 " Frigo " WS-JLU-FRIGO
                 " Rayon " WS-JLU-RAYON
                 " Empl " WS-JLU-EMPL
                 " par " WS-JLU-PRENOM
                 " motif " WS-JLU-MOTIF
                 DELIMITED BY SIZE
                 INTO F-TRACE-LIGNE
              END-STRING
              PERFORM 6050-ECRIT-TRACE

              IF WS-JLU-ACTION = "S" THEN
                 IF WS-JLU-MOTIF = "J" THEN
                    ADD 1 TO WS-NB-JETES
                 ELSE
                    IF WS-JLU-MOTIF = "V" THEN
                       ADD 1 TO WS-NB-SERVIS
                    END-IF
                 END-IF
              END-IF

           END-IF

           EXIT PROGRAM.
