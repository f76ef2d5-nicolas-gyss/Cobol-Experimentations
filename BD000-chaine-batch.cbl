       PROGRAM-ID. BD000.

      ***************************************************************
      *    Pilote de la chaîne batch de nuit : la réquisition
      *    cuisine (BD102) ajoute ses sorties au fichier du jour de
      *    la gestion du stock, la gestion du stock
      *    (BD302) doit tourner avant la gestion des frigos (BD101),
      *    qui consomme le fichier de transfert hangar vers cuisine
      *    que BD302 écrit ; entre les deux, l'audit référentiel
      *    (BD909) contrôle les règles entre soldes et fichiers de
      *    référence partagés et arrête la nuit sur un écart trop
      *    grave. Après BD101, les écarts de soldes (BD910)
      *    rapprochent chaque solde de sa génération de la veille.
      *    Puis vient la restitution du matin (BD902, le
      *    tableau de bord - seul état non interactif).
      *    Chaque étape est lancée dans l'ordre, son état (début,
      *    fin, code retour) est consigné dans ChaineStatut.txt, et
      *    après un échec la chaîne repart de l'étape tombée au lieu
      *    du début. Une nuit lancée BD101 d'abord, et les transferts
      *    de la cuisine attendent un jour en silence.
      *    Des étapes indépendantes (ex: les tranches parallèles de
      *    Syracuse BA701) peuvent être groupées : les étapes
      *    consécutives d'un même groupe sont lancées côte à côte et
      *    la chaîne ne continue qu'une fois toutes terminées.
      *    Pour retraiter un jour manqué, la date métier est passée
      *    en argument (BD000 AAAAMMJJ) : elle est posée dans
      *    DateMetier.txt, où chaque programme de gestion la reprend
      *    au lieu de la date système, et levée une fois la chaîne
      *    passée sans échec.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-STATUT.

      *    Date métier forcée, relue par chaque étape (BC810, DM).
       SELECT F-DATE-METIER ASSIGN TO "./in/DateMetier.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DATE-METIER.

      *    Code retour déposé par une étape lancée en groupe.
       SELECT F-RETOUR ASSIGN TO DYNAMIC WS-RETOUR-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RETOUR.

       DATA DIVISION.
       FILE SECTION.
       FD F-CHAINE.
       01 F-CHAINE-LIGNE PIC X(90).

       FD F-STATUT.
       01 F-STATUT-LIGNE PIC X(100).

       FD F-DATE-METIER.
       01 F-DATE-METIER-LIGNE PIC X(20).

       FD F-RETOUR.
       01 F-RETOUR-LIGNE PIC X(10).

       WORKING-STORAGE SECTION.
       01 FS-CHAINE PIC X(2).
       01 FS-STATUT PIC X(2).
       01 FS-RETOUR PIC X(2).
       01 FS-DATE-METIER PIC X(2).

      ***************************************************************
      *    Etapes de la chaîne (nom;commande;groupe), chargées
      *    depuis ChaineBatch.txt ou prises par défaut : BD302 puis
      *    BD101 puis BD901. L'état de chaque étape est consigné et
      *    relu au lancement suivant pour la reprise sur échec ; l'état
      *    de la nuit précédente est gardé pour ne pas relancer, dans
      *    un groupe repris, les étapes qui étaient passées.
      ***************************************************************
       01 WS-ETAPES.
           02 WS-ETAPE OCCURS 20 TIMES.
              03 WS-ETAPE-NOM      PIC X(10).
              03 WS-ETAPE-COMMANDE PIC X(60).
              03 WS-ETAPE-GROUPE   PIC X(10).
              03 WS-ETAPE-ETAT     PIC X(10).
              03 WS-ETAPE-ETAT-PREC PIC X(10).
              03 WS-ETAPE-DEBUT    PIC X(14).
              03 WS-ETAPE-FIN      PIC X(14).
              03 WS-ETAPE-RETOUR   PIC S9(4).

       01 WS-ETAPE-NOM-TXT PIC X(10).
       01 WS-ETAPE-CMD-TXT PIC X(60).
       01 WS-ETAPE-GRP-TXT PIC X(10).

      *    Groupe d'étapes parallèles en cours : code du groupe lancé,
      *    rang de sa dernière étape, commande système qui lance
      *    toutes ses étapes en arrière-plan puis les attend.
       01 WS-GROUPE-LANCE  PIC X(10) VALUE SPACES.
       01 WS-GRP-FIN       PIC 9(2).
       01 WS-CPT-MEMBRE    PIC 9(2).
       01 WS-GRP-NB-LANCES PIC 9(2).
       01 WS-GRP-COMMANDE  PIC X(1500).
       01 WS-GRP-PTR       PIC 9(4).
       01 WS-RETOUR-NOM    PIC X(40).
       01 WS-GRP-BORNE PIC X.
           88 GRP-BORNE-TROUVEE VALUE "O".
      *    GRP-BORNE-TROUVEE = 1 : Dernière étape du groupe trouvée.
      *    GRP-BORNE-TROUVEE = 0 : L'étape suivante est du groupe.

      *    Etape de départ : 1 en temps normal, l'étape tombée en
      *    échec quand le statut de la nuit précédente en porte une.
       01 WS-STA-RET-TXT   PIC X(5).
       01 WS-STA-RANG      PIC 9(2).

       01 WS-REPRISE PIC X VALUE "N".
           88 EN-REPRISE VALUE "O".
      *    EN-REPRISE = 1 : La nuit précédente a laissé une étape en
      *                     échec, la chaîne repart de celle-ci.
      *    EN-REPRISE = 0 : Chaîne complète.

       01 WS-CHAINE-TOMBEE PIC X.
           88 CHAINE-TOMBEE VALUE "O".
      *    CHAINE-TOMBEE = 1 : Une étape a échoué, la suite de la
       01 WS-DATE-HEURE PIC X(14).
       01 WS-RETOUR-ED  PIC +(3)9.

      *    Date métier de la nuit : argument de lancement, date déjà
      *    posée (nuit tombée ou pose à la main) et date retenue.
       01 WS-ARGUMENTS      PIC X(40).
       01 WS-DATE-ARGUMENT  PIC X(8).
       01 WS-DATE-POSEE     PIC X(8).
       01 WS-DATE-METIER    PIC X(8).
       01 WS-DATE-METIER-FORCEE PIC X VALUE "N".
           88 DATE-METIER-FORCEE VALUE "O".
      *    DATE-METIER-FORCEE = 1 : La nuit tourne sur une date
      *                             métier posée dans DateMetier.txt.
      *    DATE-METIER-FORCEE = 0 : La nuit tourne à la date système.

       COPY BC810PRM.

       LINKAGE SECTION.


      *    donne l'étape de départ.
           PERFORM 6010-CONTROLE-REPRISE.

      *    Date métier de la nuit, posée pour toutes les étapes.
           PERFORM 6060-DATE-METIER.

      *    Déroulement de la chaîne : chaque étape à partir de
      *    l'étape de départ, tant qu'aucune ne tombe.
           PERFORM VARYING WS-CPT-ETAPE FROM 1 BY 1
                 DISPLAY "Etape " WS-ETAPE-NOM(WS-CPT-ETAPE)
                 " déjà passée la nuit dernière, sautée."
              ELSE
      *          Etape déjà lancée avec les autres étapes de son groupe.
              IF WS-ETAPE-GROUPE(WS-CPT-ETAPE) NOT = SPACES AND
                 WS-ETAPE-GROUPE(WS-CPT-ETAPE) = WS-GROUPE-LANCE THEN
                 CONTINUE
              ELSE
                 IF CHAINE-TOMBEE THEN
                    MOVE "NON LANCE" TO WS-ETAPE-ETAT(WS-CPT-ETAPE)
                 ELSE
                 IF WS-ETAPE-GROUPE(WS-CPT-ETAPE) = SPACES THEN
                    MOVE SPACES TO WS-GROUPE-LANCE
                    PERFORM 6020-LANCE-ETAPE
                 ELSE
                    PERFORM 6040-LANCE-GROUPE
                 END-IF
                 END-IF
              END-IF
              END-IF

           END-PERFORM.

      *    reprise éventuelle.
           PERFORM 6030-ECRIT-STATUT.

           IF DATE-METIER-FORCEE AND NOT CHAINE-TOMBEE THEN
              PERFORM 6065-LEVE-DATE-METIER
           END-IF.

           IF CHAINE-TOMBEE THEN
              DISPLAY "CHAINE EN ECHEC : relancer ce pilote pour repr
      -       "endre à l'étape tombée."

       6000-CHARGE-CHAINE.
      *    Charge les étapes de la chaîne (nom;commande, une ligne
      *    par étape, dans l'ordre d'exécution). Un troisième champ
      *    facultatif donne un code de groupe : les étapes consécutives
      *    portant le même code sont lancées en parallèle (ex: quatre
      *    tranches BA701 du groupe SYRACUSE, puis la fusion BA702
      *    hors groupe). Sans fichier de
      *    configuration, l'ordre historique s'applique : BD302 puis
      *    BD101 puis BD902, précédés de la réquisition cuisine
      *    (BD102) qui ajoute ses sorties au fichier du jour de
      *    BD302, avec l'audit référentiel (BD909) entre BD302 et
      *    BD101, et les écarts de soldes (BD910) entre BD101 et
      *    BD902. La trace de rappel BD901 n'est pas dans
      *    la chaîne par défaut : elle attend une saisie au terminal
      *    et n'a rien à faire dans un passage sans opérateur.
           OPEN INPUT F-CHAINE
                    NOT AT END
                       MOVE SPACES TO WS-ETAPE-NOM-TXT
                       MOVE SPACES TO WS-ETAPE-CMD-TXT
                       MOVE SPACES TO WS-ETAPE-GRP-TXT
                       UNSTRING F-CHAINE-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-ETAPE-NOM-TXT
                             WS-ETAPE-CMD-TXT
                             WS-ETAPE-GRP-TXT
                       END-UNSTRING

                       IF WS-NB-ETAPES < 20 AND
                          WS-ETAPE-NOM-TXT NOT = SPACES THEN
                          ADD 1 TO WS-NB-ETAPES
                          MOVE WS-ETAPE-NOM-TXT TO
                             WS-ETAPE-NOM(WS-NB-ETAPES)
                          MOVE WS-ETAPE-CMD-TXT TO
                             WS-ETAPE-COMMANDE(WS-NB-ETAPES)
                          MOVE WS-ETAPE-GRP-TXT TO
                             WS-ETAPE-GROUPE(WS-NB-ETAPES)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-NB-ETAPES = 0 THEN
              MOVE SPACES TO WS-ETAPES
              DISPLAY "Pas de configuration de chaîne, ordre par défa
      -       "ut BD102 puis BD302 puis BD909 puis BD101"
                 " puis BD910 puis BD902."
              MOVE 6 TO WS-NB-ETAPES
              MOVE "BD102" TO WS-ETAPE-NOM(1)
              MOVE "./BD102" TO WS-ETAPE-COMMANDE(1)
              MOVE "BD302" TO WS-ETAPE-NOM(2)
              MOVE "./BD302" TO WS-ETAPE-COMMANDE(2)
              MOVE "BD909" TO WS-ETAPE-NOM(3)
              MOVE "./BD909" TO WS-ETAPE-COMMANDE(3)
              MOVE "BD101" TO WS-ETAPE-NOM(4)
              MOVE "./BD101" TO WS-ETAPE-COMMANDE(4)
              MOVE "BD910" TO WS-ETAPE-NOM(5)
              MOVE "./BD910" TO WS-ETAPE-COMMANDE(5)
              MOVE "BD902" TO WS-ETAPE-NOM(6)
              MOVE "./BD902" TO WS-ETAPE-COMMANDE(6)
           END-IF

           PERFORM VARYING WS-CPT-ETAPE FROM 1 BY 1
              UNTIL WS-CPT-ETAPE > WS-NB-ETAPES
              MOVE "NON LANCE" TO WS-ETAPE-ETAT(WS-CPT-ETAPE)
              MOVE SPACES TO WS-ETAPE-ETAT-PREC(WS-CPT-ETAPE)
              MOVE SPACES TO WS-ETAPE-DEBUT(WS-CPT-ETAPE)
              MOVE SPACES TO WS-ETAPE-FIN(WS-CPT-ETAPE)
              MOVE 0 TO WS-ETAPE-RETOUR(WS-CPT-ETAPE)
       6010-CONTROLE-REPRISE.
      *    Relit le statut laissé par la précédente exécution : si
      *    une étape y est en échec (KO), la chaîne reprend à cette
      *    étape au lieu de repartir du début. Quand l'étape tombée
      *    est d'un groupe parallèle, la reprise part de la première
      *    étape du groupe ; seules ses étapes non passées y seront
      *    relancées.
           OPEN INPUT F-STATUT

           IF FS-STATUT = "00" THEN

                       ADD 1 TO WS-STA-RANG

                       IF WS-STA-RANG <= WS-NB-ETAPES THEN
                          MOVE WS-STA-ETAT-TXT TO
                             WS-ETAPE-ETAT-PREC(WS-STA-RANG)
                       END-IF

                       IF WS-STA-ETAT-TXT(1:2) = "KO" AND
                          NOT EN-REPRISE AND
                          WS-STA-RANG <= WS-NB-ETAPES THEN
                          MOVE WS-STA-RANG TO WS-ETAPE-DEPART
                          SET EN-REPRISE TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-STATUT

              IF EN-REPRISE THEN
                 MOVE "N" TO WS-GRP-BORNE
                 PERFORM UNTIL GRP-BORNE-TROUVEE
                    IF WS-ETAPE-DEPART = 1 THEN
                       SET GRP-BORNE-TROUVEE TO TRUE
                    ELSE
                    IF WS-ETAPE-GROUPE(WS-ETAPE-DEPART) = SPACES OR
                       WS-ETAPE-GROUPE(WS-ETAPE-DEPART - 1) NOT =
                       WS-ETAPE-GROUPE(WS-ETAPE-DEPART) THEN
                       SET GRP-BORNE-TROUVEE TO TRUE
                    ELSE
                       SUBTRACT 1 FROM WS-ETAPE-DEPART
                    END-IF
                    END-IF
                 END-PERFORM
                 DISPLAY "Reprise sur échec : la chaîne repart de "
                 "l'étape " WS-ETAPE-NOM(WS-ETAPE-DEPART)
              END-IF
           ELSE
              DISPLAY "Pas de statut précédent, chaîne complète."
           END-IF

           EXIT PROGRAM.

       6040-LANCE-GROUPE.
      *    Lance ensemble les étapes consécutives du groupe de l'étape
      *    courante : chaque commande part en arrière-plan dans une
      *    seule commande système qui attend la fin de toutes, et
      *    chacune dépose son code retour dans
      *    ./out/ChaineRetour-<étape>.txt, relu ensuite pour consigner
      *    l'état de chaque étape. En reprise sur un groupe, les
      *    étapes déjà passées la nuit précédente ne sont pas
      *    relancées. Une seule étape du groupe en échec fait tomber
      *    la chaîne, une fois tout le groupe terminé.
           MOVE WS-ETAPE-GROUPE(WS-CPT-ETAPE) TO WS-GROUPE-LANCE

      *    Dernière étape du groupe : tant que la suivante porte le
      *    même code de groupe.
           MOVE WS-CPT-ETAPE TO WS-GRP-FIN
           MOVE "N" TO WS-GRP-BORNE
           PERFORM UNTIL GRP-BORNE-TROUVEE
              IF WS-GRP-FIN = WS-NB-ETAPES THEN
                 SET GRP-BORNE-TROUVEE TO TRUE
              ELSE
              IF WS-ETAPE-GROUPE(WS-GRP-FIN + 1) NOT = WS-GROUPE-LANCE
                 THEN
                 SET GRP-BORNE-TROUVEE TO TRUE
              ELSE
                 ADD 1 TO WS-GRP-FIN
              END-IF
              END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
           MOVE SPACES TO WS-GRP-COMMANDE
           MOVE 1 TO WS-GRP-PTR
           MOVE 0 TO WS-GRP-NB-LANCES

           PERFORM VARYING WS-CPT-MEMBRE FROM WS-CPT-ETAPE BY 1
              UNTIL WS-CPT-MEMBRE > WS-GRP-FIN

              IF EN-REPRISE AND WS-CPT-ETAPE = WS-ETAPE-DEPART AND
                 (WS-ETAPE-ETAT-PREC(WS-CPT-MEMBRE) = "OK" OR
                  WS-ETAPE-ETAT-PREC(WS-CPT-MEMBRE) = "REPRIS-OK")
                 THEN
                 MOVE "REPRIS-OK" TO WS-ETAPE-ETAT(WS-CPT-MEMBRE)
                 DISPLAY "Etape " WS-ETAPE-NOM(WS-CPT-MEMBRE)
                 " déjà passée la nuit dernière, sautée."
              ELSE
                 MOVE "LANCE" TO WS-ETAPE-ETAT(WS-CPT-MEMBRE)
                 MOVE WS-DATE-HEURE TO WS-ETAPE-DEBUT(WS-CPT-MEMBRE)
                 ADD 1 TO WS-GRP-NB-LANCES
                 DISPLAY "Lancement de l'étape "
                 WS-ETAPE-NOM(WS-CPT-MEMBRE) " (groupe "
                 FUNCTION TRIM(WS-GROUPE-LANCE) ") : "
                 FUNCTION TRIM(WS-ETAPE-COMMANDE(WS-CPT-MEMBRE))

                 STRING "rm -f ./out/ChaineRetour-"
                    FUNCTION TRIM(WS-ETAPE-NOM(WS-CPT-MEMBRE))
                    ".txt ; ( "
                    FUNCTION TRIM(WS-ETAPE-COMMANDE(WS-CPT-MEMBRE))
                    " ; echo $? > ./out/ChaineRetour-"
                    FUNCTION TRIM(WS-ETAPE-NOM(WS-CPT-MEMBRE))
                    ".txt ) & " DELIMITED BY SIZE
                    INTO WS-GRP-COMMANDE
                    WITH POINTER WS-GRP-PTR
                 END-STRING
              END-IF

           END-PERFORM

           IF WS-GRP-NB-LANCES > 0 THEN
              STRING "wait" DELIMITED BY SIZE
                 INTO WS-GRP-COMMANDE
                 WITH POINTER WS-GRP-PTR
              END-STRING

              CALL "SYSTEM" USING WS-GRP-COMMANDE
              MOVE 0 TO RETURN-CODE

              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
              PERFORM VARYING WS-CPT-MEMBRE FROM WS-CPT-ETAPE BY 1
                 UNTIL WS-CPT-MEMBRE > WS-GRP-FIN
                 IF WS-ETAPE-ETAT(WS-CPT-MEMBRE) = "LANCE" THEN
                    MOVE WS-DATE-HEURE TO WS-ETAPE-FIN(WS-CPT-MEMBRE)
                    PERFORM 6050-RELIT-RETOUR
                 END-IF
              END-PERFORM
           END-IF

           EXIT PROGRAM.

       6050-RELIT-RETOUR.
      *    Relit le code retour déposé par l'étape WS-CPT-MEMBRE de son
      *    groupe. Sans fichier de retour, l'étape n'a pas pu aller
      *    jusqu'au bout : elle est comptée en échec (code 99).
           MOVE SPACES TO WS-RETOUR-NOM
           STRING "./out/ChaineRetour-"
              FUNCTION TRIM(WS-ETAPE-NOM(WS-CPT-MEMBRE))
              ".txt" DELIMITED BY SIZE INTO WS-RETOUR-NOM
           END-STRING

           MOVE 99 TO WS-ETAPE-RETOUR(WS-CPT-MEMBRE)
           OPEN INPUT F-RETOUR
           IF FS-RETOUR = "00" THEN
              READ F-RETOUR INTO F-RETOUR-LIGNE
                 NOT AT END
                    IF F-RETOUR-LIGNE NOT = SPACES THEN
                       COMPUTE WS-ETAPE-RETOUR(WS-CPT-MEMBRE) =
                          FUNCTION NUMVAL(F-RETOUR-LIGNE)
                    END-IF
              END-READ
              CLOSE F-RETOUR
           END-IF

           IF WS-ETAPE-RETOUR(WS-CPT-MEMBRE) = 0 THEN
              MOVE "OK" TO WS-ETAPE-ETAT(WS-CPT-MEMBRE)
              DISPLAY "Etape " WS-ETAPE-NOM(WS-CPT-MEMBRE)
              " terminée, code retour 0."
           ELSE
              MOVE "KO" TO WS-ETAPE-ETAT(WS-CPT-MEMBRE)
              SET CHAINE-TOMBEE TO TRUE
              MOVE WS-ETAPE-RETOUR(WS-CPT-MEMBRE) TO WS-RETOUR-ED
              DISPLAY "ECHEC de l'étape " WS-ETAPE-NOM(WS-CPT-MEMBRE)
              ", code retour " WS-RETOUR-ED
              ", la suite de la chaîne n'est pas lancée."
           END-IF

           EXIT PROGRAM.

       6060-DATE-METIER.
      *    Date métier de la nuit. En argument, elle est contrôlée
      *    par le service de dates (date existante, pas dans le
      *    futur) puis posée dans DateMetier.txt ; une reprise garde
      *    la date de la nuit tombée et refuse d'en changer. Sans
      *    argument, une date déjà posée reste en vigueur.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE
           MOVE WS-ARGUMENTS(1:8) TO WS-DATE-ARGUMENT

      *    Date déjà posée dans le fichier de contrôle.
           MOVE SPACES TO WS-DATE-POSEE
           MOVE "DM" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES
           IF DT-DATE-FORCEE THEN
              MOVE DT-DATE-1 TO WS-DATE-POSEE
           END-IF

           IF WS-DATE-ARGUMENT NOT = SPACES THEN
              IF EN-REPRISE AND WS-DATE-POSEE NOT = SPACES AND
                 WS-DATE-POSEE NOT = WS-DATE-ARGUMENT THEN
                 DISPLAY "ARRET : reprise de la nuit du "
                    WS-DATE-POSEE ", date métier " WS-DATE-ARGUMENT
                    " refusée."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN OUTPUT F-DATE-METIER
              MOVE WS-DATE-ARGUMENT TO F-DATE-METIER-LIGNE
              WRITE F-DATE-METIER-LIGNE
              CLOSE F-DATE-METIER

              MOVE "DM" TO DT-FONCTION
              CALL "BC810" USING DT-PARAMETRES
           END-IF

           IF NOT DT-OK THEN
              IF WS-DATE-ARGUMENT NOT = SPACES THEN
                 PERFORM 6065-LEVE-DATE-METIER
              END-IF
              IF DT-DATE-FUTURE THEN
                 DISPLAY "ARRET : date métier " DT-DATE-1
                    " dans le futur, refusée."
              ELSE
                 DISPLAY "ARRET : date métier illisible ou inexista"
                    "nte dans DateMetier.txt."
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DT-DATE-RESULTAT TO WS-DATE-METIER
           IF DT-DATE-FORCEE THEN
              SET DATE-METIER-FORCEE TO TRUE
              DISPLAY "DATE METIER FORCEE : la chaîne traite le "
                 WS-DATE-METIER
           ELSE
              DISPLAY "Date métier de la chaîne : " WS-DATE-METIER
           END-IF

           EXIT PROGRAM.

       6065-LEVE-DATE-METIER.
      *    Vide le fichier de contrôle : les passages suivants
      *    reprennent la date système.
           OPEN OUTPUT F-DATE-METIER
           CLOSE F-DATE-METIER
           DISPLAY "Date métier forcée levée : retour à la date sys"
              "tème."

           EXIT PROGRAM.

       6030-ECRIT-STATUT.
      *    Consigne l'état de chaque étape
      *    (étape;début;fin;état;retour) : c'est le fichier que le
