       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-FERIES.

       SELECT F-CALENDRIER ASSIGN TO "./in/CalendrierFiscal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-CALENDRIER.
       
       DATA DIVISION.
       FILE SECTION.
       FD F-FERIES.
       01 F-FERIES-CURRENT PIC X(10).

       FD F-CALENDRIER.
       01 F-CALENDRIER-CURRENT PIC X(60).

       WORKING-STORAGE SECTION.
       01 FS-F-NOMBRE PIC X(2).
       01 FS-F-DATES PIC X(2).
       01 FS-F-FERIES PIC X(2).
       01 FS-F-CALENDRIER PIC X(2).

      ***************************************************************
      *    Calendrier des jours fériés (une date AAAAMMJJ par ligne
       01 WS-JO-DATE2-TXT PIC X(8).
       01 WS-JO-DATE1-N   PIC 9(8).
       01 WS-JO-DATE2-N   PIC 9(8).

      *    Zone d'appel du service de dates commun BC810 (choix 10 et
      *    11).
       COPY BC810PRM.

      *    Génération du calendrier fiscal (choix 12) : exercice
      *    demandé, bornes en jours entiers, jour courant et ses
      *    semaine ISO, trimestre, rang de la semaine dans le
      *    trimestre et période 4-4-5.
       01 WS-CAL-ANNEE-TXT PIC X(4).
       01 WS-CAL-ANNEE     PIC 9(4).
       01 WS-CAL-DEBUT-ENT PIC 9(7).
       01 WS-CAL-FIN-ENT   PIC 9(7).
       01 WS-CAL-JOUR-ENT  PIC 9(7).
       01 WS-CAL-SEMAINE   PIC 9(2).
       01 WS-CAL-TRIMESTRE PIC 9(1).
       01 WS-CAL-RANG-SEM  PIC 9(2).
       01 WS-CAL-PERIODE   PIC 9(2).
       01 WS-NB-CAL-ECRITS PIC 9(4).

      *    Lignes des autres exercices du calendrier existant,
      *    réécrites autour de l'exercice régénéré.
       01 WS-CAL-ANCIENS.
           02 WS-CAL-ANCIEN OCCURS 1500 TIMES PIC X(60).
       01 WS-NB-CAL-ANCIEN  PIC 9(4).
       01 WS-CPT-CAL-ANCIEN PIC 9(4).

      *    Option du mode lot de dates : n'émettre que les jours
      *    ouvrés de la période.
      *    Choix de la ligne à (re)générer : 0 = toutes les lignes,
      *    1 à 7 = une seule ligne, 8 = lot de dates, 9 = validation,
      *    10 = prochain jour ouvré, 11 = jours ouvrés entre deux
      *    dates, 12 = calendrier fiscal d'un exercice.
       01 WS-FONCTION-CHOIX PIC 9(2) VALUE 0.

      *    Bornes de séquence saisies par l'utilisateur, utilisées par
      *    seul format).
           DISPLAY "Ligne à régénérer (0=toutes, 1-7=une seule, 8=l
      -    "ot de dates sur une période, 9=validation du fichier, 10=
      -    "prochain jour ouvré, 11=jours ouvrés entre 2 dates, 12="
           "calendrier fiscal) : "
           ACCEPT WS-FONCTION-CHOIX.

      *    Calendrier des jours fériés, pour les fonctions de jours
      *    Le mode validation relit nombre.txt et le compare au
      *    contenu re-dérivé des paramètres, sans jamais réécrire le
      *    fichier contrôlé.
           IF WS-FONCTION-CHOIX = 12 THEN
              PERFORM 6140-CALENDRIER-FISCAL
           ELSE
           IF WS-FONCTION-CHOIX = 10 THEN
              PERFORM 6100-PROCHAIN-JOUR-OUVRE
           ELSE
              DISPLAY "Erreur de fermeture : " FS-F-NOMBRE
           END-IF

           END-IF
           END-IF
           END-IF
           END-IF.
              DISPLAY "Date invalide, calcul abandonné."
           ELSE
              MOVE WS-JO-DATE1-TXT TO WS-JO-DATE1-N
              MOVE "PO" TO DT-FONCTION
              MOVE WS-JO-DATE1-N TO DT-DATE-1
              CALL "BC810" USING DT-PARAMETRES

              IF DT-OK THEN
                 DISPLAY "Prochain jour ouvré après " WS-JO-DATE1-N
                    " : " DT-DATE-RESULTAT
              ELSE
                 DISPLAY "Date invalide, calcul abandonné."
              END-IF
           END-IF

           EXIT PROGRAM.
              MOVE WS-JO-DATE1-TXT TO WS-JO-DATE1-N
              MOVE WS-JO-DATE2-TXT TO WS-JO-DATE2-N

              MOVE "JO" TO DT-FONCTION
              MOVE WS-JO-DATE1-N TO DT-DATE-1
              MOVE WS-JO-DATE2-N TO DT-DATE-2
              CALL "BC810" USING DT-PARAMETRES

              IF DT-DATE-INVALIDE THEN
                 DISPLAY "Dates invalides, calcul abandonné."
              ELSE
              IF NOT DT-OK THEN
                 DISPLAY "La date de début dépasse la date de fin, ca
      -          "lcul abandonné."
              ELSE
                 MOVE DT-JOURS-RESULTAT TO WS-JO-COMPTE

                 DISPLAY WS-JO-COMPTE " jour(s) ouvré(s) entre "
                    WS-JO-DATE1-N " et " WS-JO-DATE2-N
                    " (bornes incluses)."
              END-IF
              END-IF
           END-IF

           EXIT PROGRAM.

      *    Calendrier fiscal de l'exercice demandé, écrit dans
      *    CalendrierFiscal.txt pour les états par période : un jour
      *    par ligne (AAAAMMJJ;exercice;semaine ISO;période;
      *    trimestre;ouvré O/N;nom du jour férié). L'exercice suit
      *    les semaines ISO - du lundi de la semaine 1 au dimanche de
      *    la dernière semaine - découpées en périodes 4-4-5 : 4, 4
      *    puis 5 semaines par trimestre, la 53e semaine éventuelle
      *    allant à la période 12. Les lignes des autres exercices
      *    déjà présentes dans le fichier sont conservées.
       6140-CALENDRIER-FISCAL.
           DISPLAY "Exercice à générer (AAAA) : "
           ACCEPT WS-CAL-ANNEE-TXT

           IF WS-CAL-ANNEE-TXT IS NOT NUMERIC THEN
              DISPLAY "Exercice invalide, calendrier abandonné."
           ELSE
              MOVE WS-CAL-ANNEE-TXT TO WS-CAL-ANNEE

      *       Premier jour : lundi de la semaine du 4 janvier (la
      *       semaine 1 ISO) ; dernier jour : veille du lundi de la
      *       semaine 1 de l'exercice suivant.
              MOVE "NJ" TO DT-FONCTION
              COMPUTE DT-DATE-1 = WS-CAL-ANNEE * 10000 + 104
              CALL "BC810" USING DT-PARAMETRES
              COMPUTE WS-CAL-DEBUT-ENT =
                 DT-JOURS-RESULTAT - DT-JOUR-SEMAINE + 1

              COMPUTE DT-DATE-1 = (WS-CAL-ANNEE + 1) * 10000 + 104
              CALL "BC810" USING DT-PARAMETRES
              COMPUTE WS-CAL-FIN-ENT =
                 DT-JOURS-RESULTAT - DT-JOUR-SEMAINE

              IF NOT DT-OK THEN
                 DISPLAY "Exercice invalide, calendrier abandonné."
              ELSE
                 PERFORM 6145-CHARGE-CALENDRIER-ANCIEN

                 OPEN OUTPUT F-CALENDRIER
                 MOVE 0 TO WS-NB-CAL-ECRITS

      *          Exercices antérieurs conservés.
                 PERFORM VARYING WS-CPT-CAL-ANCIEN FROM 1 BY 1
                    UNTIL WS-CPT-CAL-ANCIEN > WS-NB-CAL-ANCIEN
                    IF WS-CAL-ANCIEN(WS-CPT-CAL-ANCIEN)(10:4) <
                       WS-CAL-ANNEE-TXT THEN
                       WRITE F-CALENDRIER-CURRENT FROM
                          WS-CAL-ANCIEN(WS-CPT-CAL-ANCIEN)
                    END-IF
                 END-PERFORM

                 MOVE WS-CAL-DEBUT-ENT TO WS-CAL-JOUR-ENT
                 PERFORM UNTIL WS-CAL-JOUR-ENT > WS-CAL-FIN-ENT
                    PERFORM 6150-JOUR-CALENDRIER
                    ADD 1 TO WS-CAL-JOUR-ENT
                 END-PERFORM

      *          Exercices postérieurs conservés.
                 PERFORM VARYING WS-CPT-CAL-ANCIEN FROM 1 BY 1
                    UNTIL WS-CPT-CAL-ANCIEN > WS-NB-CAL-ANCIEN
                    IF WS-CAL-ANCIEN(WS-CPT-CAL-ANCIEN)(10:4) >
                       WS-CAL-ANNEE-TXT THEN
                       WRITE F-CALENDRIER-CURRENT FROM
                          WS-CAL-ANCIEN(WS-CPT-CAL-ANCIEN)
                    END-IF
                 END-PERFORM

                 CLOSE F-CALENDRIER

                 DISPLAY "Calendrier fiscal " WS-CAL-ANNEE " : "
                    WS-NB-CAL-ECRITS " jour(s) écrit(s) dans "
                    "CalendrierFiscal.txt."
              END-IF
           END-IF

           EXIT PROGRAM.

      *    Recharge les lignes du calendrier fiscal existant, sauf
      *    celles de l'exercice régénéré.
       6145-CHARGE-CALENDRIER-ANCIEN.
           MOVE 0 TO WS-NB-CAL-ANCIEN
           OPEN INPUT F-CALENDRIER

           IF FS-F-CALENDRIER = "00" THEN
              PERFORM UNTIL FS-F-CALENDRIER = "10"
                 READ F-CALENDRIER INTO F-CALENDRIER-CURRENT
                    NOT AT END
                       IF F-CALENDRIER-CURRENT(1:8) IS NUMERIC AND
                          F-CALENDRIER-CURRENT(10:4) NOT =
                          WS-CAL-ANNEE-TXT THEN
                          IF WS-NB-CAL-ANCIEN < 1500 THEN
                             ADD 1 TO WS-NB-CAL-ANCIEN
                             MOVE F-CALENDRIER-CURRENT TO
                                WS-CAL-ANCIEN(WS-NB-CAL-ANCIEN)
                          ELSE
                             DISPLAY "Calendrier existant trop long,"
                                " jour " F-CALENDRIER-CURRENT(1:8)
                                " non repris."
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CALENDRIER
           END-IF

           EXIT PROGRAM.

      *    Ecrit la ligne du jour WS-CAL-JOUR-ENT : semaine ISO, jour
      *    ouvré et nom du jour férié rendus par le service de dates
      *    BC810, période et trimestre tirés de la semaine.
       6150-JOUR-CALENDRIER.
           MOVE "SI" TO DT-FONCTION
           COMPUTE DT-DATE-1 =
              FUNCTION DATE-OF-INTEGER(WS-CAL-JOUR-ENT)
           CALL "BC810" USING DT-PARAMETRES

           MOVE DT-SEMAINE-ISO(5:2) TO WS-CAL-SEMAINE

      *    Trimestre de 13 semaines (la 53e reste au 4e trimestre),
      *    puis période 4-4-5 selon le rang de la semaine dans le
      *    trimestre.
           COMPUTE WS-CAL-TRIMESTRE = (WS-CAL-SEMAINE - 1) / 13 + 1
           IF WS-CAL-TRIMESTRE > 4 THEN
              MOVE 4 TO WS-CAL-TRIMESTRE
           END-IF
           COMPUTE WS-CAL-RANG-SEM =
              WS-CAL-SEMAINE - (WS-CAL-TRIMESTRE - 1) * 13

           EVALUATE TRUE
              WHEN WS-CAL-RANG-SEM <= 4
                 COMPUTE WS-CAL-PERIODE = (WS-CAL-TRIMESTRE - 1) * 3
                    + 1
              WHEN WS-CAL-RANG-SEM <= 8
                 COMPUTE WS-CAL-PERIODE = (WS-CAL-TRIMESTRE - 1) * 3
                    + 2
              WHEN OTHER
                 COMPUTE WS-CAL-PERIODE = (WS-CAL-TRIMESTRE - 1) * 3
                    + 3
           END-EVALUATE

           MOVE SPACES TO F-CALENDRIER-CURRENT
           STRING DT-DATE-1 ";"
              WS-CAL-ANNEE ";"
              WS-CAL-SEMAINE ";"
              WS-CAL-PERIODE ";"
              WS-CAL-TRIMESTRE ";"
              DT-JOUR-OUVRE ";"
              DT-FERIE-NOM DELIMITED BY SIZE
              INTO F-CALENDRIER-CURRENT
           END-STRING
           WRITE F-CALENDRIER-CURRENT
           ADD 1 TO WS-NB-CAL-ECRITS

           EXIT PROGRAM.


       END PROGRAM BC801.
