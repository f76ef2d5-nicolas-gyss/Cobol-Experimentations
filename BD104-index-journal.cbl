       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD104.

      ***************************************************************
      *    Reconstruction de l'index du journal des frigos
      *    (FrigoJournal.idx) à partir des fichiers séquentiels qui
      *    font foi : archives mensuelles FrigoJournal-AAAAMM.txt
      *    depuis le mois de départ demandé, puis journal vivant
      *    FrigoJournal.txt. A lancer quand la gestion des frigos
      *    signale un index indisponible ou après une restauration :
      *    tant que l'index n'est pas reconstruit, les rapports
      *    relisent le journal séquentiel en entier.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des frigos : archive d'un mois ou journal vivant,
      *    selon le nom posé avant ouverture.
       SELECT F-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-JOURNAL.

       SELECT F-JOURNAL-IDX ASSIGN TO "./out/FrigoJournal.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-JIDX-CLE
           ALTERNATE RECORD KEY IS F-JIDX-CLE-EMPLOYE WITH DUPLICATES
           ALTERNATE RECORD KEY IS F-JIDX-CLE-SITE WITH DUPLICATES
           FILE STATUS FS-JOURNAL-IDX.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
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

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-JOURNAL     PIC X(2).
       01 FS-JOURNAL-IDX PIC X(2).
       01 FS-EXPLOIT     PIC X(2).

       01 WS-JOURNAL-NOM PIC X(40).

      *    Mois de départ saisi (AAAAMM, vide = 24 derniers mois) et
      *    mois d'archive en cours de reprise.
       01 WS-SAISIE PIC X(6).
       01 WS-MOIS.
           02 WS-MOIS-AAAA PIC 9(4).
           02 WS-MOIS-MM   PIC 99.
       01 WS-MOIS-COURANT PIC X(6).

      ***************************************************************
      *    Ligne du journal des frigos relue (même découpage que la
      *    ligne écrite par la gestion des frigos).
      ***************************************************************
       01 WS-JOURNAL-LUE.
           02 WS-JLU-DATE        PIC X(8).
           02 FILLER             PIC X.
           02 WS-JLU-HEURE       PIC X(6).
           02 FILLER             PIC X.
           02 WS-JLU-ACTION      PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-SITE        PIC X.
           02 WS-JLU-SITE-SEP    PIC X.
           02 WS-JLU-SITE-DEST   PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-PLAT        PIC X(3).
           02 FILLER             PIC X.
           02 WS-JLU-FRIGO       PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-RAYON       PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-EMPL        PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-PRENOM      PIC X(20).
           02 FILLER             PIC X.
           02 WS-JLU-MOTIF       PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-REFERENCE   PIC X(10).

      *    Compteurs de la reconstruction : lignes lues, indexées,
      *    rejetées (ligne sans horodatage), non indexées (plus de
      *    999 mouvements du même plat dans la même seconde).
       01 WS-NB-LUES       PIC 9(7) VALUE 0.
       01 WS-NB-INDEXEES   PIC 9(7) VALUE 0.
       01 WS-NB-REJETEES   PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES  PIC 9(7) VALUE 0.
       01 WS-NB-ARCHIVES   PIC 9(3) VALUE 0.

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

           DISPLAY "Premier mois d'archive à reprendre (AAAAMM, vide "
              "= 24 derniers mois) :".
           ACCEPT WS-SAISIE.

           MOVE WS-DATE-METIER(1:6) TO WS-MOIS-COURANT.

           IF WS-SAISIE IS NUMERIC
              AND WS-SAISIE(5:2) >= "01"
              AND WS-SAISIE(5:2) <= "12"
              AND WS-SAISIE <= WS-MOIS-COURANT THEN
              MOVE WS-SAISIE TO WS-MOIS
           ELSE
              MOVE WS-MOIS-COURANT TO WS-MOIS
              SUBTRACT 2 FROM WS-MOIS-AAAA
           END-IF.

      *    L'index est recréé vide, puis rechargé dans l'ordre
      *    chronologique des fichiers.
           OPEN OUTPUT F-JOURNAL-IDX.

           IF FS-JOURNAL-IDX NOT = "00" THEN
              DISPLAY "Création de l'index du journal impossible "
                 "(statut " FS-JOURNAL-IDX ")."
              ADD 1 TO WS-NB-ANOMALIES
           ELSE
              PERFORM UNTIL WS-MOIS > WS-MOIS-COURANT
                 MOVE SPACES TO WS-JOURNAL-NOM
                 STRING "./out/FrigoJournal-" WS-MOIS ".txt"
                    DELIMITED BY SIZE
                    INTO WS-JOURNAL-NOM
                 END-STRING
                 PERFORM 6000-INDEXE-JOURNAL

                 ADD 1 TO WS-MOIS-MM
                 IF WS-MOIS-MM > 12 THEN
                    MOVE 1 TO WS-MOIS-MM
                    ADD 1 TO WS-MOIS-AAAA
                 END-IF
              END-PERFORM

              MOVE "./out/FrigoJournal.txt" TO WS-JOURNAL-NOM
              PERFORM 6000-INDEXE-JOURNAL

              CLOSE F-JOURNAL-IDX

              DISPLAY "Index du journal reconstruit : " WS-NB-ARCHIVES
                 " fichier(s) repris, " WS-NB-LUES " ligne(s) lue(s), "
                 WS-NB-INDEXEES " indexée(s), " WS-NB-REJETEES
                 " rejetée(s)."
           END-IF.

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
           DISPLAY "* LANCEMENT PROGRAMME : BD104         *".
           DISPLAY "* Reconstruction index journal frigos *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-INDEXE-JOURNAL.
      *    Reprend chaque ligne du journal WS-JOURNAL-NOM dans
      *    l'index ; un mois sans archive est simplement sauté.
           OPEN INPUT F-JOURNAL

           IF FS-JOURNAL = "00" THEN
              ADD 1 TO WS-NB-ARCHIVES

              PERFORM UNTIL FS-JOURNAL = "10"
                 READ F-JOURNAL INTO WS-JOURNAL-LUE
                    NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF WS-JLU-DATE IS NUMERIC
                          AND WS-JLU-HEURE IS NUMERIC THEN
                          PERFORM 6010-ECRIT-INDEX
                       ELSE
                          ADD 1 TO WS-NB-REJETEES
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE F-JOURNAL
           END-IF

           EXIT PROGRAM.

       6010-ECRIT-INDEX.
      *    Même enregistrement que celui écrit par la gestion des
      *    frigos à chaque mouvement : clé plat + horodatage + rang,
      *    clés employé et site.
           MOVE WS-JLU-PLAT TO F-JIDX-PLAT
           MOVE WS-JOURNAL-LUE(1:15) TO F-JIDX-DATE-HEURE
           MOVE 0 TO F-JIDX-SEQ
           MOVE WS-JLU-PRENOM TO F-JIDX-PRENOM
           MOVE WS-JOURNAL-LUE(1:15) TO F-JIDX-EMP-DH
           MOVE WS-JLU-SITE TO F-JIDX-SITE
           MOVE WS-JOURNAL-LUE(1:15) TO F-JIDX-SITE-DH
           MOVE WS-JOURNAL-LUE TO F-JIDX-LIGNE

           WRITE F-JIDX-ENREG
              INVALID KEY
                 CONTINUE
           END-WRITE

      *    Même plat mouvementé dans la même seconde : rang suivant.
           PERFORM UNTIL FS-JOURNAL-IDX NOT = "22"
              OR F-JIDX-SEQ = 999
              ADD 1 TO F-JIDX-SEQ
              WRITE F-JIDX-ENREG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM

      *    Le statut 02 signale seulement une clé employé ou site
      *    déjà présente, prévue en doublon.
           IF FS-JOURNAL-IDX = "00" OR FS-JOURNAL-IDX = "02" THEN
              ADD 1 TO WS-NB-INDEXEES
           ELSE
              ADD 1 TO WS-NB-ANOMALIES
              DISPLAY "Ligne non indexée (statut " FS-JOURNAL-IDX
                 ") : " WS-JOURNAL-LUE
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
              ";BD104;" WS-EXP-MODE
              ";lus=" WS-NB-LUES
              ";appliques=" WS-NB-INDEXEES
              ";rejets=" WS-NB-REJETEES
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
           DISPLAY "* FIN PROGRAMME : BD104               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD104.
