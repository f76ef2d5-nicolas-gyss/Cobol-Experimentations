           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-NOMBRES.

      *    Trace et point de reprise : fichiers du lot ou, en mode
      *    tranche, fichiers propres à la tranche.
       SELECT F-TRACE ASSIGN TO DYNAMIC WS-TRACE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-TRACE.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-RECORD.

       SELECT F-CHECKPOINT ASSIGN TO DYNAMIC WS-CHECKPOINT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-CHECKPOINT.

      *    Bilan d'une tranche (./out/SyracuseTranche-Tnn.txt).
       SELECT F-TRANCHE ASSIGN TO DYNAMIC WS-TRANCHE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-F-TRANCHE.

       DATA DIVISION.
       FILE SECTION.
       FD F-NOMBRES.
       01 F-RECORD-LIGNE PIC X(20).

       FD F-CHECKPOINT.
       01 F-CHECKPOINT-LIGNE PIC X(60).

       FD F-TRANCHE.
       01 F-TRANCHE-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-F-NOMBRES PIC X(2).
       01 WS-RECORD-BOUCLES-TXT PIC X(5).
       01 WS-RECORD-BATTU PIC X VALUE "N".

      *    PIC 9(12) : les valeurs intermédiaires de la suite de
      *    Syracuse (3n+1) dépassent vite 999 même pour un nombre de
      *    départ à 3 chiffres (ex: 27 grimpe jusqu'à 9232), et un
      *    départ à 3 chiffres proche de la borne haute (ex: 703)
      *    grimpe lui-même jusqu'à plus de 250000. Sur une plage
      *    de départs à 6 chiffres, les sommets dépassent 50
      *    milliards (ex: 704511) - PIC 9(6) ou 9(9) déborderait
      *    silencieusement.
       01 WS-NB-SAISIE    PIC 9(12) VALUE 0.
       01 WS-NB-SAISIE-INITIAL PIC 9(6).
       01 WS-RESULTAT     PIC 9(12).
       01 WS-NB-BOUCLE    PIC 9(5).
       01 WS-RESTE        PIC 9(6).

       01 WS-CKPT-RESTE     PIC 9(5).

       01 WS-CKPT-TRAITES-TXT PIC X(7).
       01 WS-CKPT-NB-TXT      PIC X(7).
       01 WS-CKPT-CONV-TXT    PIC X(7).
       01 WS-CKPT-SOMME-TXT   PIC X(10).
       01 WS-CKPT-MAX-TXT     PIC X(5).
       01 WS-CKPT-RECORD-TXT  PIC X(6).

      *    Statistiques du mode batch (plusieurs nombres de départ).
       01 WS-CPT-NOMBRES    PIC 9(7) VALUE 0.
       01 WS-CPT-CONVERGES  PIC 9(7) VALUE 0.
       01 WS-SOMME-BOUCLES  PIC 9(10) VALUE 0.
       01 WS-MAX-BOUCLE     PIC 9(5) VALUE 0.
       01 WS-MOYENNE-BOUCLE PIC 9(5)V9(2) VALUE 0.

      ***************************************************************
      *    Découpage d'une plage en tranches parallèles : lancé avec
      *    une définition de tranche en ligne de commande (début fin
      *    n° de tranche nombre de tranches [limite [trace O/N]]),
      *    BA701 calcule sans saisie au terminal les seuls nombres
      *    de sa tranche de la plage, avec son propre point de
      *    reprise (SyracuseCheckpoint-Tnn.txt) et sa propre trace
      *    (SyracuseTrace-Tnn.txt) : la chaîne de nuit BD000 peut
      *    ainsi lancer plusieurs tranches côte à côte. Les tranches
      *    se partagent la plage en blocs contigus, les premières
      *    recevant un nombre de plus quand la division ne tombe pas
      *    juste. Le bilan de la tranche (SyracuseTranche-Tnn.txt :
      *    début;fin;n°;nb;premier;dernier;traités;convergés;somme
      *    des boucles;cycle max;nombre du cycle max;FIN) est
      *    rassemblé par la fusion BA702 en un seul record et un
      *    seul bilan ; le record absolu n'est pas touché par les
      *    tranches.
      ***************************************************************
       01 FS-F-TRANCHE PIC X(2).
       01 WS-TRACE-NOM      PIC X(40).
       01 WS-CHECKPOINT-NOM PIC X(40).
       01 WS-TRANCHE-NOM    PIC X(40).

       01 WS-LIGNE-COMMANDE PIC X(80).
       01 WS-ARG-DEBUT-TXT  PIC X(7).
       01 WS-ARG-FIN-TXT    PIC X(7).
       01 WS-ARG-NO-TXT     PIC X(3).
       01 WS-ARG-NB-TXT     PIC X(3).
       01 WS-ARG-LIMITE-TXT PIC X(6).
       01 WS-ARG-TRACE-TXT  PIC X(1).

       01 WS-MODE-TRANCHE PIC X VALUE "N".
           88 MODE-TRANCHE VALUE "O".
      *    MODE-TRANCHE = 1 : Tranche d'une plage définie en ligne de
      *                       commande, sans saisie.
      *    MODE-TRANCHE = 0 : Fichier de nombres ou saisie d'un
      *                       nombre, comme avant.

       01 WS-PLAGE-DEBUT     PIC 9(7).
       01 WS-PLAGE-FIN       PIC 9(7).
       01 WS-PLAGE-TAILLE    PIC 9(7).
       01 WS-TRANCHE-NO      PIC 9(2).
       01 WS-TRANCHE-NB      PIC 9(2).
       01 WS-TRANCHE-TAILLE  PIC 9(7).
       01 WS-TRANCHE-RESTE   PIC 9(2).
       01 WS-TRANCHE-PREMIER PIC 9(7).
       01 WS-TRANCHE-DERNIER PIC 9(7).
      *    Sur 7 chiffres : le nombre qui suit une tranche finissant
      *    à 999999 doit rester représentable pour arrêter la boucle.
       01 WS-NB-COURANT      PIC 9(7).

       LINKAGE SECTION.


      *    ZONE DE PROGRAMME
      *************************************************************

           MOVE "./out/SyracuseTrace.txt" TO WS-TRACE-NOM.
           MOVE "./out/SyracuseCheckpoint.txt" TO WS-CHECKPOINT-NOM.

      *    Une définition de tranche en ligne de commande fait passer
      *    en mode tranche, sans saisie au terminal.
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE.
           IF WS-LIGNE-COMMANDE NOT = SPACES THEN
              PERFORM 6050-DEFINIT-TRANCHE
           END-IF.

           IF NOT MODE-TRANCHE THEN
              DISPLAY "Limite de boucles avant abandon (ex: 1000)"
              ACCEPT WS-LIMITE-BOUCLE

              DISPLAY "Tracer les trajectoires complètes ? (O/N)"
              ACCEPT WS-TRACE-ACTIVE
           END-IF.

           IF WS-TRACE-ACTIVE = "O" THEN
              OPEN OUTPUT F-TRACE
           END-IF.

      *    Rechargement du record absolu des précédentes exécutions
      *    (hors tranche : c'est la fusion BA702 qui le tient à jour).
           IF MODE-TRANCHE THEN
              PERFORM 6060-TRAITE-TRANCHE
           ELSE
              PERFORM 6010-CHARGE-RECORD

      *    S'il existe un fichier de nombres de départ, on calcule la
      *    longueur du cycle de chacun en mode batch et on affiche les
      *    statistiques min/max/moyenne ; sinon on repasse en mode
      *    interactif (un seul nombre, via ACCEPT).
              OPEN INPUT F-NOMBRES
           END-IF.

           IF MODE-TRANCHE THEN
              CONTINUE
           ELSE
           IF FS-F-NOMBRES = "00" THEN

      *       Reprise sur point de contrôle : les entrées déjà
                 PERFORM 6015-CONTROLE-RECORD
              END-IF

           END-IF
           END-IF.

           IF WS-TRACE-ACTIVE = "O" THEN
              CLOSE F-TRACE
              DISPLAY "Trajectoires tracées dans "
                 FUNCTION TRIM(WS-TRACE-NOM) "."
           END-IF.

      *    Sauvegarde du record absolu pour les prochains passages.
           IF NOT MODE-TRANCHE THEN
              PERFORM 6020-SAUVEGARDE-RECORD
           END-IF.

           PERFORM 9998-FIN-NORMAL.


           END-PERFORM.

      *    Lit la définition de tranche passée en ligne de commande
      *    (début fin n° nb [limite [trace O/N]]), la contrôle et
      *    calcule les bornes de la tranche dans la plage. Une
      *    définition incohérente arrête le programme en erreur.
       6050-DEFINIT-TRANCHE.
           MOVE SPACES TO WS-ARG-LIMITE-TXT
           MOVE SPACES TO WS-ARG-TRACE-TXT
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL SPACE
              INTO WS-ARG-DEBUT-TXT
                   WS-ARG-FIN-TXT
                   WS-ARG-NO-TXT
                   WS-ARG-NB-TXT
                   WS-ARG-LIMITE-TXT
                   WS-ARG-TRACE-TXT
           END-UNSTRING

           IF WS-ARG-DEBUT-TXT = SPACES OR WS-ARG-FIN-TXT = SPACES
              OR WS-ARG-NO-TXT = SPACES OR WS-ARG-NB-TXT = SPACES THEN
              DISPLAY "Définition de tranche incomplète : "
                 FUNCTION TRIM(WS-LIGNE-COMMANDE)
              DISPLAY "Attendu : début fin n°tranche nbTranches "
                 "[limite [trace O/N]]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WS-PLAGE-DEBUT = FUNCTION NUMVAL(WS-ARG-DEBUT-TXT)
           COMPUTE WS-PLAGE-FIN = FUNCTION NUMVAL(WS-ARG-FIN-TXT)
           COMPUTE WS-TRANCHE-NO = FUNCTION NUMVAL(WS-ARG-NO-TXT)
           COMPUTE WS-TRANCHE-NB = FUNCTION NUMVAL(WS-ARG-NB-TXT)

      *    La plage reste dans les nombres de départ à 6 chiffres et
      *    compte au moins un nombre par tranche.
           IF WS-PLAGE-DEBUT = 0 OR WS-PLAGE-FIN > 999999
              OR WS-PLAGE-FIN < WS-PLAGE-DEBUT
              OR WS-TRANCHE-NB = 0 OR WS-TRANCHE-NO = 0
              OR WS-TRANCHE-NO > WS-TRANCHE-NB
              OR WS-PLAGE-FIN - WS-PLAGE-DEBUT + 1 < WS-TRANCHE-NB
              THEN
              DISPLAY "Définition de tranche incohérente : plage "
                 WS-PLAGE-DEBUT "-" WS-PLAGE-FIN ", tranche "
                 WS-TRANCHE-NO "/" WS-TRANCHE-NB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-ARG-LIMITE-TXT NOT = SPACES THEN
              COMPUTE WS-LIMITE-BOUCLE =
                 FUNCTION NUMVAL(WS-ARG-LIMITE-TXT)
           END-IF
           IF WS-ARG-TRACE-TXT = "O" THEN
              MOVE "O" TO WS-TRACE-ACTIVE
           END-IF

      *    Blocs contigus : les WS-TRANCHE-RESTE premières tranches
      *    prennent un nombre de plus que les suivantes.
           COMPUTE WS-PLAGE-TAILLE = WS-PLAGE-FIN - WS-PLAGE-DEBUT + 1
           DIVIDE WS-TRANCHE-NB INTO WS-PLAGE-TAILLE
              GIVING WS-TRANCHE-TAILLE REMAINDER WS-TRANCHE-RESTE
           IF WS-TRANCHE-NO - 1 < WS-TRANCHE-RESTE THEN
              COMPUTE WS-TRANCHE-PREMIER = WS-PLAGE-DEBUT
                 + (WS-TRANCHE-NO - 1) * (WS-TRANCHE-TAILLE + 1)
              COMPUTE WS-TRANCHE-DERNIER =
                 WS-TRANCHE-PREMIER + WS-TRANCHE-TAILLE
           ELSE
              COMPUTE WS-TRANCHE-PREMIER = WS-PLAGE-DEBUT
                 + (WS-TRANCHE-NO - 1) * WS-TRANCHE-TAILLE
                 + WS-TRANCHE-RESTE
              COMPUTE WS-TRANCHE-DERNIER =
                 WS-TRANCHE-PREMIER + WS-TRANCHE-TAILLE - 1
           END-IF

           MOVE SPACES TO WS-TRACE-NOM
           MOVE SPACES TO WS-CHECKPOINT-NOM
           MOVE SPACES TO WS-TRANCHE-NOM
           STRING "./out/SyracuseTrace-T" WS-TRANCHE-NO ".txt"
              DELIMITED BY SIZE INTO WS-TRACE-NOM
           END-STRING
           STRING "./out/SyracuseCheckpoint-T" WS-TRANCHE-NO ".txt"
              DELIMITED BY SIZE INTO WS-CHECKPOINT-NOM
           END-STRING
           STRING "./out/SyracuseTranche-T" WS-TRANCHE-NO ".txt"
              DELIMITED BY SIZE INTO WS-TRANCHE-NOM
           END-STRING

           MOVE "O" TO WS-MODE-TRANCHE
           DISPLAY "Tranche " WS-TRANCHE-NO "/" WS-TRANCHE-NB
              " de la plage " WS-PLAGE-DEBUT "-" WS-PLAGE-FIN
              " : nombres " WS-TRANCHE-PREMIER " à "
              WS-TRANCHE-DERNIER

           EXIT PROGRAM.

      *    Calcule les nombres de la tranche, du premier au dernier,
      *    en reprenant derrière le point de contrôle de la tranche
      *    s'il y en a un, puis écrit le bilan de la tranche.
       6060-TRAITE-TRANCHE.
           PERFORM 6030-CHARGE-CHECKPOINT

           MOVE WS-CKPT-TRAITES TO WS-LIGNES-LUES
           COMPUTE WS-NB-COURANT = WS-TRANCHE-PREMIER + WS-CKPT-TRAITES

           PERFORM UNTIL WS-NB-COURANT > WS-TRANCHE-DERNIER
              ADD 1 TO WS-LIGNES-LUES
              MOVE WS-NB-COURANT TO WS-NB-SAISIE
              MOVE WS-NB-SAISIE TO WS-NB-SAISIE-INITIAL
              ADD 1 TO WS-CPT-NOMBRES

              PERFORM 6000-CALCUL-SYRACUSE

              IF CAP-DEPASSE THEN
                 DISPLAY "Nombre " WS-NB-SAISIE-INITIAL
                    " : limite de " WS-LIMITE-BOUCLE
                    " boucles dépassée, abandon."
              ELSE
                 ADD 1 TO WS-CPT-CONVERGES
                 ADD WS-NB-BOUCLE TO WS-SOMME-BOUCLES
                 IF WS-NB-BOUCLE > WS-MAX-BOUCLE THEN
                    MOVE WS-NB-BOUCLE TO WS-MAX-BOUCLE
                 END-IF
                 PERFORM 6015-CONTROLE-RECORD
              END-IF

      *       Point de contrôle périodique de la tranche.
              COMPUTE WS-CKPT-RESTE = FUNCTION
                 MOD(WS-LIGNES-LUES, WS-CKPT-FREQ)
              IF WS-CKPT-RESTE = 0 THEN
                 PERFORM 6040-ECRIT-CHECKPOINT
              END-IF

              ADD 1 TO WS-NB-COURANT
           END-PERFORM

           PERFORM 6070-ECRIT-TRANCHE

      *    Tranche terminée : son point de reprise est soldé.
           OPEN OUTPUT F-CHECKPOINT
           CLOSE F-CHECKPOINT

           IF WS-CPT-CONVERGES > 0 THEN
              COMPUTE WS-MOYENNE-BOUCLE =
                 WS-SOMME-BOUCLES / WS-CPT-CONVERGES
           END-IF

           DISPLAY "---------------------------------------"
           DISPLAY "Bilan tranche " WS-TRANCHE-NO "/" WS-TRANCHE-NB
              " : " WS-CPT-NOMBRES " nombre(s) traité(s)."
           DISPLAY "Cycle le plus long : " WS-MAX-BOUCLE
              " (nombre " WS-RECORD-NOMBRE ")"
           DISPLAY "Cycle moyen        : " WS-MOYENNE-BOUCLE
           DISPLAY "Bilan de tranche dans "
              FUNCTION TRIM(WS-TRANCHE-NOM) "."

           EXIT PROGRAM.

      *    Ecrit le bilan de la tranche, marqué FIN pour que la fusion
      *    BA702 reconnaisse une tranche allée jusqu'au bout.
       6070-ECRIT-TRANCHE.
           OPEN OUTPUT F-TRANCHE

           MOVE SPACES TO F-TRANCHE-LIGNE
           STRING WS-PLAGE-DEBUT ";"
              WS-PLAGE-FIN ";"
              WS-TRANCHE-NO ";"
              WS-TRANCHE-NB ";"
              WS-TRANCHE-PREMIER ";"
              WS-TRANCHE-DERNIER ";"
              WS-CPT-NOMBRES ";"
              WS-CPT-CONVERGES ";"
              WS-SOMME-BOUCLES ";"
              WS-MAX-BOUCLE ";"
              WS-RECORD-NOMBRE ";FIN" DELIMITED BY SIZE
              INTO F-TRANCHE-LIGNE
           END-STRING
           WRITE F-TRANCHE-LIGNE

           CLOSE F-TRANCHE

           EXIT PROGRAM.

      *    Recharge le point de reprise (entrées traitées;nombres;
      *    convergés;somme des boucles;cycle max;nombre du record)
      *    laissé par une exécution interrompue, s'il existe et n'est
      *    pas vide.
       6030-CHARGE-CHECKPOINT.
           OPEN INPUT F-CHECKPOINT

                            WS-CKPT-CONV-TXT
                            WS-CKPT-SOMME-TXT
                            WS-CKPT-MAX-TXT
                            WS-CKPT-RECORD-TXT
                    END-UNSTRING

                    IF WS-CKPT-TRAITES-TXT NOT = SPACES THEN
                          FUNCTION NUMVAL(WS-CKPT-SOMME-TXT)
                       COMPUTE WS-MAX-BOUCLE =
                          FUNCTION NUMVAL(WS-CKPT-MAX-TXT)
      *                En tranche, le meilleur cycle de la tranche
      *                reprend avec les statistiques.
                       IF MODE-TRANCHE AND
                          WS-CKPT-RECORD-TXT NOT = SPACES THEN
                          COMPUTE WS-RECORD-NOMBRE =
                             FUNCTION NUMVAL(WS-CKPT-RECORD-TXT)
                          MOVE WS-MAX-BOUCLE TO WS-RECORD-BOUCLES
                       END-IF

                       DISPLAY "Reprise sur point de contrôle : "
                          WS-CKPT-TRAITES " nombre(s) déjà traité(s),
              WS-CPT-NOMBRES ";"
              WS-CPT-CONVERGES ";"
              WS-SOMME-BOUCLES ";"
              WS-MAX-BOUCLE ";"
              WS-RECORD-NOMBRE DELIMITED BY SIZE
              INTO F-CHECKPOINT-LIGNE
           END-STRING
           WRITE F-CHECKPOINT-LIGNE
