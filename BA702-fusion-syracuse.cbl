       IDENTIFICATION DIVISION.
       PROGRAM-ID. BA702.

      ***************************************************************
      *    Fusion des tranches parallèles de la conjecture de
      *    Syracuse : relit les bilans SyracuseTranche-Tnn.txt écrits
      *    par les tranches BA701 d'une même plage, contrôle que
      *    chaque nombre de la plage a été traité une fois et une
      *    seule, puis rassemble les statistiques en un seul bilan
      *    (SyracuseStatistiques.txt) et tient à jour le record absolu
      *    (SyracuseRecord.txt). La définition de la plage (début,
      *    fin, nombre de tranches) est lue dans la tranche 01 ; une
      *    tranche absente, inachevée ou d'une autre plage, un
      *    trou ou un chevauchement dans la plage font sortir le
      *    programme en erreur pour la chaîne de nuit.
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-TRANCHE ASSIGN TO DYNAMIC WS-TRANCHE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-TRANCHE.

       SELECT F-RECORD ASSIGN TO "./out/SyracuseRecord.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-RECORD.

       SELECT F-STATS ASSIGN TO "./out/SyracuseStatistiques.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-STATS.

       DATA DIVISION.
       FILE SECTION.
       FD F-TRANCHE.
       01 F-TRANCHE-LIGNE PIC X(100).

       FD F-RECORD.
       01 F-RECORD-LIGNE PIC X(20).

       FD F-STATS.
       01 F-STATS-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-F-TRANCHE PIC X(2).
       01 FS-F-RECORD  PIC X(2).
       01 FS-F-STATS   PIC X(2).

       01 WS-TRANCHE-NOM PIC X(40).

      *    Bilan de tranche (début;fin;n°;nb;premier;dernier;traités;
      *    convergés;somme des boucles;cycle max;nombre du cycle
      *    max;FIN), découpé par champ.
       01 WS-TXT-DEBUT     PIC X(7).
       01 WS-TXT-FIN       PIC X(7).
       01 WS-TXT-NO        PIC X(2).
       01 WS-TXT-NB        PIC X(2).
       01 WS-TXT-PREMIER   PIC X(7).
       01 WS-TXT-DERNIER   PIC X(7).
       01 WS-TXT-TRAITES   PIC X(7).
       01 WS-TXT-CONVERGES PIC X(7).
       01 WS-TXT-SOMME     PIC X(10).
       01 WS-TXT-MAX       PIC X(5).
       01 WS-TXT-NOMBRE    PIC X(6).
       01 WS-TXT-MARQUE    PIC X(3).

      *    Définition de la plage, prise dans la tranche 01.
       01 WS-PLAGE-DEBUT  PIC 9(7) VALUE 0.
       01 WS-PLAGE-FIN    PIC 9(7) VALUE 0.
       01 WS-PLAGE-NB     PIC 9(2) VALUE 0.

       01 WS-NO PIC 9(2).

      *    Tranches lues, dans l'ordre des numéros (donc de la plage).
       01 WS-TABLE-TRANCHES.
           02 WS-TRANCHE OCCURS 99.
              03 WS-TR-LUE      PIC X.
                 88 TR-LUE            VALUE "O".
      *          TR-LUE = 1 : Bilan présent, achevé et de la bonne
      *                       définition de plage.
      *          TR-LUE = 0 : Tranche absente ou rejetée.
              03 WS-TR-PREMIER  PIC 9(7).
              03 WS-TR-DERNIER  PIC 9(7).
              03 WS-TR-TRAITES  PIC 9(7).

      *    Statistiques fusionnées.
       01 WS-CPT-TRANCHES   PIC 9(2) VALUE 0.
       01 WS-CPT-NOMBRES    PIC 9(7) VALUE 0.
       01 WS-CPT-CONVERGES  PIC 9(7) VALUE 0.
       01 WS-SOMME-BOUCLES  PIC 9(10) VALUE 0.
       01 WS-MAX-BOUCLE     PIC 9(5) VALUE 0.
       01 WS-MAX-NOMBRE     PIC 9(6) VALUE 0.
       01 WS-MOYENNE-BOUCLE PIC 9(5)V9(2) VALUE 0.
       01 WS-MOYENNE-EDIT   PIC ZZZZ9.99.
       01 WS-TR-MAX         PIC 9(5).
       01 WS-TR-NOMBRE      PIC 9(6).

      *    Contrôle de couverture : la plage est parcourue tranche
      *    après tranche, WS-ATTENDU étant le prochain nombre que la
      *    tranche suivante doit commencer par traiter.
       01 WS-ATTENDU      PIC 9(7).
       01 WS-CPT-MANQUANTS PIC 9(7) VALUE 0.
       01 WS-CPT-DOUBLONS  PIC 9(7) VALUE 0.
       01 WS-ECART         PIC 9(7).
       01 WS-CPT-ANOMALIES PIC 9(3) VALUE 0.

      *    Record absolu des exécutions précédentes.
       01 WS-RECORD-NOMBRE  PIC 9(6) VALUE 0.
       01 WS-RECORD-BOUCLES PIC 9(5) VALUE 0.
       01 WS-RECORD-NOMBRE-TXT  PIC X(6).
       01 WS-RECORD-BOUCLES-TXT PIC X(5).
       01 WS-RECORD-BATTU PIC X VALUE "N".

       01 WS-ANOMALIE PIC X(70).

       PROCEDURE DIVISION.

       0000-INITIALISATION-DEB.
           PERFORM 8900-MSG-LANCEMENT-DEB
           THRU 8910-MSG-LANCEMENT-FIN.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

           OPEN OUTPUT F-STATS.

      *    La tranche 01 donne la définition de la plage ; sans elle
      *    il n'y a rien à fusionner.
           MOVE 1 TO WS-NO.
           PERFORM 6010-LIT-TRANCHE.

           IF WS-PLAGE-NB = 0 THEN
              MOVE "Tranche 01 absente ou illisible, fusion impossible."
                 TO WS-ANOMALIE
              PERFORM 6090-ECRIT-ANOMALIE
           ELSE
              PERFORM VARYING WS-NO FROM 2 BY 1
                 UNTIL WS-NO > WS-PLAGE-NB
                 PERFORM 6010-LIT-TRANCHE
              END-PERFORM

              PERFORM 6020-CONTROLE-COUVERTURE
              PERFORM 6030-ECRIT-BILAN
              PERFORM 6040-CHARGE-RECORD
              PERFORM 6050-SAUVEGARDE-RECORD
           END-IF.

           CLOSE F-STATS.

           DISPLAY "Bilan fusionné dans SyracuseStatistiques.txt.".

      *    Fusion incomplète : la chaîne de nuit doit voir l'étape en
      *    échec pour relancer les tranches en défaut.
           IF WS-CPT-ANOMALIES > 0 THEN
              DISPLAY "Fusion en anomalie : " WS-CPT-ANOMALIES
                 " anomalie(s), voir SyracuseStatistiques.txt."
              MOVE 16 TO RETURN-CODE
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

      *    Lit le bilan de la tranche WS-NO, vérifie qu'il est achevé
      *    et de la même définition que la tranche 01, et cumule ses
      *    statistiques.
       6010-LIT-TRANCHE.
           MOVE "N" TO WS-TR-LUE(WS-NO)
           MOVE SPACES TO WS-TRANCHE-NOM
           STRING "./out/SyracuseTranche-T" WS-NO ".txt"
              DELIMITED BY SIZE INTO WS-TRANCHE-NOM
           END-STRING

           MOVE SPACES TO F-TRANCHE-LIGNE
           OPEN INPUT F-TRANCHE
           IF FS-F-TRANCHE = "00" THEN
              READ F-TRANCHE INTO F-TRANCHE-LIGNE
                 AT END
                    MOVE SPACES TO F-TRANCHE-LIGNE
              END-READ
              CLOSE F-TRANCHE
           END-IF

           IF F-TRANCHE-LIGNE = SPACES THEN
              MOVE SPACES TO WS-ANOMALIE
              STRING "Tranche " WS-NO " absente : bilan "
                 "introuvable ou vide." DELIMITED BY SIZE
                 INTO WS-ANOMALIE
              END-STRING
              PERFORM 6090-ECRIT-ANOMALIE
           ELSE
              MOVE SPACES TO WS-TXT-MARQUE
              UNSTRING F-TRANCHE-LIGNE DELIMITED BY ";"
                 INTO WS-TXT-DEBUT
                      WS-TXT-FIN
                      WS-TXT-NO
                      WS-TXT-NB
                      WS-TXT-PREMIER
                      WS-TXT-DERNIER
                      WS-TXT-TRAITES
                      WS-TXT-CONVERGES
                      WS-TXT-SOMME
                      WS-TXT-MAX
                      WS-TXT-NOMBRE
                      WS-TXT-MARQUE
              END-UNSTRING

              IF WS-NO = 1 THEN
                 COMPUTE WS-PLAGE-DEBUT = FUNCTION NUMVAL(WS-TXT-DEBUT)
                 COMPUTE WS-PLAGE-FIN = FUNCTION NUMVAL(WS-TXT-FIN)
                 COMPUTE WS-PLAGE-NB = FUNCTION NUMVAL(WS-TXT-NB)
              END-IF

              IF WS-TXT-MARQUE NOT = "FIN" THEN
                 MOVE SPACES TO WS-ANOMALIE
                 STRING "Tranche " WS-NO " inachevée : bilan sans "
                    "marque de fin." DELIMITED BY SIZE
                    INTO WS-ANOMALIE
                 END-STRING
                 PERFORM 6090-ECRIT-ANOMALIE
              ELSE
              IF FUNCTION NUMVAL(WS-TXT-DEBUT) NOT = WS-PLAGE-DEBUT
                 OR FUNCTION NUMVAL(WS-TXT-FIN) NOT = WS-PLAGE-FIN
                 OR FUNCTION NUMVAL(WS-TXT-NB) NOT = WS-PLAGE-NB
                 OR FUNCTION NUMVAL(WS-TXT-NO) NOT = WS-NO THEN
                 MOVE SPACES TO WS-ANOMALIE
                 STRING "Tranche " WS-NO " d'une autre plage : "
                    WS-TXT-DEBUT "-" WS-TXT-FIN
                    " en " WS-TXT-NB " tranches." DELIMITED BY SIZE
                    INTO WS-ANOMALIE
                 END-STRING
                 PERFORM 6090-ECRIT-ANOMALIE
              ELSE
                 MOVE "O" TO WS-TR-LUE(WS-NO)
                 ADD 1 TO WS-CPT-TRANCHES
                 COMPUTE WS-TR-PREMIER(WS-NO) =
                    FUNCTION NUMVAL(WS-TXT-PREMIER)
                 COMPUTE WS-TR-DERNIER(WS-NO) =
                    FUNCTION NUMVAL(WS-TXT-DERNIER)
                 COMPUTE WS-TR-TRAITES(WS-NO) =
                    FUNCTION NUMVAL(WS-TXT-TRAITES)
                 ADD WS-TR-TRAITES(WS-NO) TO WS-CPT-NOMBRES
                 COMPUTE WS-CPT-CONVERGES = WS-CPT-CONVERGES
                    + FUNCTION NUMVAL(WS-TXT-CONVERGES)
                 COMPUTE WS-SOMME-BOUCLES = WS-SOMME-BOUCLES
                    + FUNCTION NUMVAL(WS-TXT-SOMME)
                 COMPUTE WS-TR-MAX = FUNCTION NUMVAL(WS-TXT-MAX)
                 COMPUTE WS-TR-NOMBRE = FUNCTION NUMVAL(WS-TXT-NOMBRE)
      *          A cycle égal, le plus petit nombre de départ garde
      *          le meilleur cycle, comme dans un passage unique.
                 IF WS-TR-MAX > WS-MAX-BOUCLE THEN
                    MOVE WS-TR-MAX TO WS-MAX-BOUCLE
                    MOVE WS-TR-NOMBRE TO WS-MAX-NOMBRE
                 END-IF
              END-IF
              END-IF
           END-IF

           EXIT PROGRAM.

      *    Parcourt les tranches retenues dans l'ordre de la plage :
      *    un premier nombre au-delà du nombre attendu laisse des
      *    nombres manquants, un premier nombre en deçà en fait
      *    traiter deux fois ; une tranche dont le compte de nombres
      *    traités ne correspond pas à ses bornes est incohérente.
       6020-CONTROLE-COUVERTURE.
           MOVE WS-PLAGE-DEBUT TO WS-ATTENDU

           PERFORM VARYING WS-NO FROM 1 BY 1
              UNTIL WS-NO > WS-PLAGE-NB
              IF TR-LUE(WS-NO) THEN

                 IF WS-TR-PREMIER(WS-NO) > WS-ATTENDU THEN
                    COMPUTE WS-ECART =
                       WS-TR-PREMIER(WS-NO) - WS-ATTENDU
                    ADD WS-ECART TO WS-CPT-MANQUANTS
                    MOVE SPACES TO WS-ANOMALIE
                    STRING "Nombres " WS-ATTENDU " à "
                       WS-TR-PREMIER(WS-NO) " (exclu) non traités."
                       DELIMITED BY SIZE INTO WS-ANOMALIE
                    END-STRING
                    PERFORM 6090-ECRIT-ANOMALIE
                 ELSE
                 IF WS-TR-PREMIER(WS-NO) < WS-ATTENDU THEN
                    COMPUTE WS-ECART =
                       WS-ATTENDU - WS-TR-PREMIER(WS-NO)
                    IF WS-TR-DERNIER(WS-NO) < WS-ATTENDU THEN
                       COMPUTE WS-ECART = WS-TR-DERNIER(WS-NO)
                          - WS-TR-PREMIER(WS-NO) + 1
                    END-IF
                    ADD WS-ECART TO WS-CPT-DOUBLONS
                    MOVE SPACES TO WS-ANOMALIE
                    STRING "Tranche " WS-NO " : " WS-ECART
                       " nombre(s) déjà traité(s) par la tranche "
                       "précédente." DELIMITED BY SIZE
                       INTO WS-ANOMALIE
                    END-STRING
                    PERFORM 6090-ECRIT-ANOMALIE
                 END-IF
                 END-IF

                 IF WS-TR-TRAITES(WS-NO) NOT =
                    WS-TR-DERNIER(WS-NO) - WS-TR-PREMIER(WS-NO) + 1
                    THEN
                    MOVE SPACES TO WS-ANOMALIE
                    STRING "Tranche " WS-NO " : "
                       WS-TR-TRAITES(WS-NO) " nombre(s) traité(s) "
                       "pour les bornes " WS-TR-PREMIER(WS-NO) "-"
                       WS-TR-DERNIER(WS-NO) "." DELIMITED BY SIZE
                       INTO WS-ANOMALIE
                    END-STRING
                    PERFORM 6090-ECRIT-ANOMALIE
                 END-IF

                 IF WS-TR-DERNIER(WS-NO) >= WS-ATTENDU THEN
                    COMPUTE WS-ATTENDU = WS-TR-DERNIER(WS-NO) + 1
                 END-IF
              END-IF
           END-PERFORM

           IF WS-ATTENDU <= WS-PLAGE-FIN THEN
              COMPUTE WS-ECART = WS-PLAGE-FIN - WS-ATTENDU + 1
              ADD WS-ECART TO WS-CPT-MANQUANTS
              MOVE SPACES TO WS-ANOMALIE
              STRING "Nombres " WS-ATTENDU " à " WS-PLAGE-FIN
                 " non traités." DELIMITED BY SIZE INTO WS-ANOMALIE
              END-STRING
              PERFORM 6090-ECRIT-ANOMALIE
           END-IF

           IF WS-ATTENDU > WS-PLAGE-FIN + 1 THEN
              MOVE SPACES TO WS-ANOMALIE
              STRING "Nombres traités au-delà de la fin de plage "
                 WS-PLAGE-FIN "." DELIMITED BY SIZE INTO WS-ANOMALIE
              END-STRING
              PERFORM 6090-ECRIT-ANOMALIE
           END-IF

           EXIT PROGRAM.

      *    Ecrit le bilan fusionné de la plage à la suite des
      *    anomalies éventuelles.
       6030-ECRIT-BILAN.
           IF WS-CPT-CONVERGES > 0 THEN
              COMPUTE WS-MOYENNE-BOUCLE =
                 WS-SOMME-BOUCLES / WS-CPT-CONVERGES
           END-IF
           MOVE WS-MOYENNE-BOUCLE TO WS-MOYENNE-EDIT

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Bilan Syracuse plage " WS-PLAGE-DEBUT "-"
              WS-PLAGE-FIN " : " WS-CPT-TRANCHES "/" WS-PLAGE-NB
              " tranche(s) fusionnée(s)" DELIMITED BY SIZE
              INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Nombres traités    : " WS-CPT-NOMBRES
              DELIMITED BY SIZE INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Nombres convergés  : " WS-CPT-CONVERGES
              DELIMITED BY SIZE INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Cycle le plus long : " WS-MAX-BOUCLE
              " (nombre " WS-MAX-NOMBRE ")" DELIMITED BY SIZE
              INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Cycle moyen        : " WS-MOYENNE-EDIT
              DELIMITED BY SIZE INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Nombres manquants  : " WS-CPT-MANQUANTS
              DELIMITED BY SIZE INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Nombres en double  : " WS-CPT-DOUBLONS
              DELIMITED BY SIZE INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           MOVE SPACES TO F-STATS-LIGNE
           IF WS-CPT-ANOMALIES = 0 THEN
              MOVE "Couverture de la plage : OK" TO F-STATS-LIGNE
           ELSE
              STRING "Couverture de la plage : KO ("
                 WS-CPT-ANOMALIES " anomalie(s))" DELIMITED BY SIZE
                 INTO F-STATS-LIGNE
              END-STRING
           END-IF
           WRITE F-STATS-LIGNE

           DISPLAY "Plage " WS-PLAGE-DEBUT "-" WS-PLAGE-FIN " : "
              WS-CPT-NOMBRES " nombre(s), cycle max " WS-MAX-BOUCLE
              " (nombre " WS-MAX-NOMBRE ")"

           EXIT PROGRAM.

      *    Recharge le record absolu (nombre;boucles) des exécutions
      *    précédentes, si le fichier existe.
       6040-CHARGE-RECORD.
           OPEN INPUT F-RECORD

           IF FS-F-RECORD = "00" THEN
              READ F-RECORD INTO F-RECORD-LIGNE
                 NOT AT END
                    UNSTRING F-RECORD-LIGNE DELIMITED BY ";"
                       INTO WS-RECORD-NOMBRE-TXT
                            WS-RECORD-BOUCLES-TXT
                    END-UNSTRING

                    IF WS-RECORD-NOMBRE-TXT NOT = SPACES AND
                       WS-RECORD-BOUCLES-TXT NOT = SPACES THEN
                       COMPUTE WS-RECORD-NOMBRE =
                          FUNCTION NUMVAL(WS-RECORD-NOMBRE-TXT)
                       COMPUTE WS-RECORD-BOUCLES =
                          FUNCTION NUMVAL(WS-RECORD-BOUCLES-TXT)
                    END-IF
              END-READ
              CLOSE F-RECORD
           END-IF

           EXIT PROGRAM.

      *    Le meilleur cycle de la plage détrône le record absolu
      *    s'il le bat ; le fichier n'est réécrit que dans ce cas.
       6050-SAUVEGARDE-RECORD.
           IF WS-MAX-BOUCLE > WS-RECORD-BOUCLES THEN
              MOVE WS-MAX-BOUCLE TO WS-RECORD-BOUCLES
              MOVE WS-MAX-NOMBRE TO WS-RECORD-NOMBRE
              MOVE "O" TO WS-RECORD-BATTU
              DISPLAY "NOUVEAU RECORD : " WS-RECORD-BOUCLES
                 " boucles pour le nombre " WS-RECORD-NOMBRE
           END-IF

           MOVE SPACES TO F-STATS-LIGNE
           STRING "Record absolu      : " WS-RECORD-BOUCLES
              " boucles (nombre " WS-RECORD-NOMBRE ")"
              DELIMITED BY SIZE INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           IF WS-RECORD-BATTU = "O" THEN

              OPEN OUTPUT F-RECORD

              MOVE SPACES TO F-RECORD-LIGNE
              STRING WS-RECORD-NOMBRE ";"
                 WS-RECORD-BOUCLES DELIMITED BY SIZE
                 INTO F-RECORD-LIGNE
              END-STRING
              WRITE F-RECORD-LIGNE

              CLOSE F-RECORD

           END-IF

           EXIT PROGRAM.

      *    Inscrit une anomalie de fusion au bilan et à l'écran.
       6090-ECRIT-ANOMALIE.
           ADD 1 TO WS-CPT-ANOMALIES
           DISPLAY "ANOMALIE : " FUNCTION TRIM(WS-ANOMALIE)

           MOVE SPACES TO F-STATS-LIGNE
           STRING "ANOMALIE : " WS-ANOMALIE DELIMITED BY SIZE
              INTO F-STATS-LIGNE
           END-STRING
           WRITE F-STATS-LIGNE

           EXIT PROGRAM.

       8900-MSG-LANCEMENT-DEB.
           DISPLAY "***************************************".
           DISPLAY "* LANCEMENT PROGRAMME : BA702         *".
           DISPLAY "* Fusion des tranches Syracuse        *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       9998-FIN-NORMAL.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BA702               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BA702.
