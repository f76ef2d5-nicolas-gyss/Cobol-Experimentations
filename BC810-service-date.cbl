       IDENTIFICATION DIVISION.
       PROGRAM-ID. BC810.

      ***************************************************************
      *    Service de dates appelable, repris des fonctions de dates
      *    de BC801 : ajout et retrait de jours, jours entre deux
      *    dates, prochain jour ouvré et jours ouvrés entre deux
      *    dates (calendrier JoursFeries.txt), fin de mois, numéro
      *    de jour, formats d'édition, semaine ISO et période
      *    comptable du calendrier fiscal, date métier du passage.
      *    Les programmes de gestion
      *    l'appellent au lieu de refaire chacun leur arithmétique
      *    de dates, pour que tous tranchent les cas limites (fin de
      *    mois, années bissextiles, dates inexistantes) de la même
      *    façon. La zone de paramètres est décrite dans BC810PRM.
      *
      *    Sous-programme appelé : ses paragraphes ne se terminent
      *    pas par EXIT PROGRAM, qui rendrait la main à l'appelant au
      *    milieu du traitement.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-FERIES ASSIGN TO "./in/JoursFeries.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-FERIES.

       SELECT F-CALENDRIER ASSIGN TO "./in/CalendrierFiscal.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-CALENDRIER.

       SELECT F-DATE-METIER ASSIGN TO "./in/DateMetier.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-DATE-METIER.

       DATA DIVISION.
       FILE SECTION.
       FD F-FERIES.
       01 F-FERIES-CURRENT PIC X(40).

       FD F-CALENDRIER.
       01 F-CALENDRIER-CURRENT PIC X(60).

       FD F-DATE-METIER.
       01 F-DATE-METIER-CURRENT PIC X(20).

       WORKING-STORAGE SECTION.
       01 FS-F-FERIES PIC X(2).
       01 FS-F-CALENDRIER PIC X(2).
       01 FS-F-DATE-METIER PIC X(2).

      *    Date système du passage, bornant la date métier.
       01 WS-DATE-SYSTEME PIC 9(8).

      ***************************************************************
      *    Calendrier des jours fériés (une date AAAAMMJJ par ligne
      *    de JoursFeries.txt, suivie du nom du jour férié après un
      *    point-virgule), chargé au premier appel et gardé pour les
      *    appels suivants du même passage.
      ***************************************************************
       01 WS-FERIES-TABLE.
           02 WS-FERIE-ENTREE OCCURS 50 TIMES.
              03 WS-FERIE     PIC 9(8).
              03 WS-FERIE-NOM PIC X(30).
       01 WS-NB-FERIES  PIC 9(2) VALUE 0.
       01 WS-CPT-FERIE  PIC 9(2).

       01 WS-FERIES-FLAG PIC X VALUE "N".
           88 FERIES-CHARGES VALUE "O".
      *    FERIES-CHARGES = 1 : Le calendrier a été lu (ou son
      *                         absence constatée) à un appel
      *                         précédent.
      *    FERIES-CHARGES = 0 : Premier appel du passage.

      ***************************************************************
      *    Calendrier fiscal (CalendrierFiscal.txt, généré par BC801) :
      *    un jour par ligne, AAAAMMJJ;exercice;semaine ISO;période;
      *    trimestre;ouvré O/N;nom du jour férié. Chargé au premier
      *    appel de la fonction PE ; les jours se suivent, le rang
      *    d'un jour est donc son écart au premier jour du fichier
      *    (contrôlé, avec recherche complète en secours).
      ***************************************************************
       01 WS-CALENDRIER-TABLE.
           02 WS-CAL-ENTREE OCCURS 1500 TIMES.
              03 WS-CAL-DATE      PIC 9(8).
              03 WS-CAL-EXERCICE  PIC 9(4).
              03 WS-CAL-SEMAINE   PIC 9(2).
              03 WS-CAL-PERIODE   PIC 9(2).
              03 WS-CAL-TRIMESTRE PIC 9(1).
       01 WS-NB-CAL       PIC 9(4) VALUE 0.
       01 WS-CPT-CAL      PIC 9(4).
       01 WS-CAL-RANG     PIC S9(7).
       01 WS-CAL-ENTIER-1 PIC 9(7).

       01 WS-CAL-BORNE PIC X.
           88 CAL-BORNE-ATTEINTE VALUE "O".
      *    CAL-BORNE-ATTEINTE = 1 : Premier (ou dernier) jour de la
      *                             période trouvé.
      *    CAL-BORNE-ATTEINTE = 0 : Recherche de la borne en cours.

      *    Découpage d'une ligne du calendrier fiscal.
       01 WS-CAL-DATE-TXT      PIC X(8).
       01 WS-CAL-EXERCICE-TXT  PIC X(4).
       01 WS-CAL-SEMAINE-TXT   PIC X(2).
       01 WS-CAL-PERIODE-TXT   PIC X(2).
       01 WS-CAL-TRIMESTRE-TXT PIC X(1).

       01 WS-CAL-FLAG PIC X VALUE "N".
           88 CALENDRIER-CHARGE VALUE "O".
      *    CALENDRIER-CHARGE = 1 : Le calendrier fiscal a été lu (ou
      *                            son absence constatée).
      *    CALENDRIER-CHARGE = 0 : Aucun appel PE dans ce passage.

      *    Semaine ISO : jeudi de la semaine de la date, dont l'année
      *    est l'année ISO, et numéro de ce jeudi dans son année.
       01 WS-ISO-JEUDI     PIC 9(7).
       01 WS-ISO-DATE      PIC 9(8).
       01 WS-ISO-ANNEE     PIC 9(4).
       01 WS-ISO-1ER-JANV  PIC 9(8).
       01 WS-ISO-SEMAINE   PIC 9(2).

      *    Zones de travail des fonctions de jours ouvrés : jour en
      *    entier, date AAAAMMJJ correspondante, jour de semaine
      *    (1 = lundi ... 7 = dimanche) et verdict.
       01 WS-JO-ENTIER   PIC 9(7).
       01 WS-JO-DATE     PIC 9(8).
       01 WS-JO-JOUR-SEM PIC 9.
       01 WS-JO-FLAG PIC X.
           88 JOUR-OUVRE VALUE "O".
       01 WS-JO-COMPTE   PIC 9(7).

      *    Contrôle d'une date du paramètre : une date inexistante
      *    (mois 13, 31 février...) ne ressort pas identique de
      *    l'aller-retour INTEGER-OF-DATE / DATE-OF-INTEGER.
       01 WS-SRV-DATE.
           02 WS-SRV-ANNEE PIC 9(4).
           02 WS-SRV-MOIS  PIC 9(2).
           02 WS-SRV-JOUR  PIC 9(2).
       01 WS-SRV-DATE-N REDEFINES WS-SRV-DATE PIC 9(8).
       01 WS-SRV-CTRL   PIC 9(8).
       01 WS-SRV-ENTIER PIC S9(7).

       01 WS-SRV-FLAG PIC X.
           88 DATE-VALIDE VALUE "O".
      *    DATE-VALIDE = 1 : WS-SRV-DATE existe au calendrier,
      *                      WS-SRV-ENTIER porte son numéro de jour.
      *    DATE-VALIDE = 0 : Date non numérique ou inexistante.

       01 WS-SRV-ENTIER-1 PIC S9(7).
       01 WS-SRV-ENTIER-2 PIC S9(7).
       01 WS-SRV-CALCUL   PIC S9(7).

      *    Premier jour du mois suivant, pour la fin de mois.
       01 WS-SRV-MOIS-SUIV.
           02 WS-SRV-MS-ANNEE PIC 9(4).
           02 WS-SRV-MS-MOIS  PIC 9(2).
           02 WS-SRV-MS-JOUR  PIC 9(2) VALUE 1.
       01 WS-SRV-MOIS-SUIV-N REDEFINES WS-SRV-MOIS-SUIV PIC 9(8).
       01 WS-SRV-LENDEMAIN PIC 9(8).

      *    Zones d'édition des formats de date (ceux de BC801).
       01 WS-DATE.
           02 WS-ANNEE PIC X(4).
           02 WS-MOIS PIC X(2).
           02 WS-JOUR PIC X(2).
       01 WS-ANNEESIMPLE PIC X(2).
       01 WS-NOM-JOUR     PIC X(10).
       01 WS-NOM-MOIS     PIC X(10).

       LINKAGE SECTION.
       COPY BC810PRM.

       PROCEDURE DIVISION USING DT-PARAMETRES.

       0000-SERVICE-DEB.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

      *    Calendrier des jours fériés, au premier appel seulement.
           IF NOT FERIES-CHARGES THEN
              PERFORM 6120-CHARGE-FERIES
              SET FERIES-CHARGES TO TRUE
           END-IF

           MOVE "00" TO DT-RETOUR
           MOVE 0 TO DT-DATE-RESULTAT
           MOVE 0 TO DT-JOURS-RESULTAT
           MOVE 0 TO DT-JOUR-SEMAINE
           MOVE "N" TO DT-JOUR-OUVRE
           MOVE "N" TO DT-FIN-DE-MOIS
           MOVE SPACES TO DT-DATE-TEXTE
           MOVE 0 TO DT-SEMAINE-ISO
           MOVE 0 TO DT-PERIODE
           MOVE 0 TO DT-PERIODE-DEBUT
           MOVE 0 TO DT-PERIODE-FIN
           MOVE 0 TO DT-TRIMESTRE
           MOVE SPACE TO DT-PERIODE-SOURCE
           MOVE SPACES TO DT-FERIE-NOM

      *    Date métier : la date à contrôler est celle du fichier de
      *    contrôle, ou la date système.
           IF DT-FONCTION = "DM" THEN
              PERFORM 6160-LIT-DATE-METIER
           END-IF

           MOVE DT-DATE-1 TO WS-SRV-DATE-N
           PERFORM 6010-CONTROLE-DATE

           IF NOT DATE-VALIDE THEN
              MOVE "10" TO DT-RETOUR
           ELSE
              MOVE WS-SRV-ENTIER TO WS-SRV-ENTIER-1

      *       Jour de semaine, jour ouvré et fin de mois de la date
      *       de référence, rendus pour toutes les fonctions.
              MOVE WS-SRV-ENTIER-1 TO WS-JO-ENTIER
              PERFORM 6130-EST-JOUR-OUVRE
              MOVE WS-JO-JOUR-SEM TO DT-JOUR-SEMAINE
              MOVE WS-JO-FLAG TO DT-JOUR-OUVRE
              PERFORM 6135-NOM-FERIE

              COMPUTE WS-SRV-LENDEMAIN =
                 FUNCTION DATE-OF-INTEGER(WS-SRV-ENTIER-1 + 1)
              IF WS-SRV-LENDEMAIN(7:2) = "01" THEN
                 MOVE "O" TO DT-FIN-DE-MOIS
              END-IF

              EVALUATE DT-FONCTION
                 WHEN "AJ"
                    PERFORM 6020-AJOUT-JOURS
                 WHEN "EC"
                    PERFORM 6030-ECART-JOURS
                 WHEN "PO"
                    PERFORM 6100-PROCHAIN-JOUR-OUVRE
                 WHEN "JO"
                    PERFORM 6110-JOURS-OUVRES-ENTRE
                 WHEN "FM"
                    PERFORM 6040-FIN-DE-MOIS
                 WHEN "NJ"
                    MOVE WS-SRV-ENTIER-1 TO DT-JOURS-RESULTAT
                 WHEN "FO"
                    PERFORM 6050-FORMATE-DATE
                 WHEN "SI"
                    PERFORM 6150-SEMAINE-ISO
                 WHEN "PE"
                    PERFORM 6140-PERIODE-COMPTABLE
                 WHEN "DM"
                    PERFORM 6165-CONTROLE-DATE-METIER
                 WHEN OTHER
                    MOVE "20" TO DT-RETOUR
              END-EVALUATE
           END-IF.

       0000-SERVICE-FIN.
           GOBACK.

      *************************************************************
      * FIN ZONE PROCEDURE
      *************************************************************

      *************************************************************
      * ZONE DE PARAGRAPHE DU LOGICIEL
      ***************************************************************

      *    Contrôle de WS-SRV-DATE : numérique, mois et jour
      *    plausibles, puis aller-retour par le numéro de jour (un
      *    29 février hors année bissextile ne revient pas
      *    identique). WS-SRV-ENTIER porte le numéro de jour.
       6010-CONTROLE-DATE.
           MOVE "N" TO WS-SRV-FLAG
           MOVE 0 TO WS-SRV-ENTIER

           IF WS-SRV-DATE-N IS NUMERIC AND
              WS-SRV-ANNEE >= 1601 AND
              WS-SRV-MOIS >= 1 AND WS-SRV-MOIS <= 12 AND
              WS-SRV-JOUR >= 1 AND WS-SRV-JOUR <= 31 THEN
              COMPUTE WS-SRV-ENTIER =
                 FUNCTION INTEGER-OF-DATE(WS-SRV-DATE-N)
              IF WS-SRV-ENTIER > 0 THEN
                 COMPUTE WS-SRV-CTRL =
                    FUNCTION DATE-OF-INTEGER(WS-SRV-ENTIER)
                 IF WS-SRV-CTRL = WS-SRV-DATE-N THEN
                    MOVE "O" TO WS-SRV-FLAG
                 END-IF
              END-IF
           END-IF.

      *    Contrôle de DT-DATE-2 pour les fonctions à deux dates ;
      *    WS-SRV-ENTIER-2 porte son numéro de jour.
       6015-CONTROLE-DATE-2.
           MOVE DT-DATE-2 TO WS-SRV-DATE-N
           PERFORM 6010-CONTROLE-DATE

           IF DATE-VALIDE THEN
              MOVE WS-SRV-ENTIER TO WS-SRV-ENTIER-2
           ELSE
              MOVE "11" TO DT-RETOUR
           END-IF.

      *    DT-DATE-1 + DT-NB-JOURS (négatif pour retrancher).
       6020-AJOUT-JOURS.
           COMPUTE WS-SRV-CALCUL = WS-SRV-ENTIER-1 + DT-NB-JOURS

           IF WS-SRV-CALCUL < 1 THEN
              MOVE "10" TO DT-RETOUR
           ELSE
              COMPUTE DT-DATE-RESULTAT =
                 FUNCTION DATE-OF-INTEGER(WS-SRV-CALCUL)
           END-IF.

      *    Nombre de jours de DT-DATE-1 à DT-DATE-2, signé.
       6030-ECART-JOURS.
           PERFORM 6015-CONTROLE-DATE-2

           IF DATE-VALIDE THEN
              COMPUTE DT-JOURS-RESULTAT =
                 WS-SRV-ENTIER-2 - WS-SRV-ENTIER-1
           END-IF.

      *    Dernier jour du mois de DT-DATE-1 : veille du premier du
      *    mois suivant.
       6040-FIN-DE-MOIS.
           MOVE DT-DATE-1 TO WS-SRV-DATE-N

           IF WS-SRV-MOIS = 12 THEN
              COMPUTE WS-SRV-MS-ANNEE = WS-SRV-ANNEE + 1
              MOVE 1 TO WS-SRV-MS-MOIS
           ELSE
              MOVE WS-SRV-ANNEE TO WS-SRV-MS-ANNEE
              COMPUTE WS-SRV-MS-MOIS = WS-SRV-MOIS + 1
           END-IF
           MOVE 1 TO WS-SRV-MS-JOUR

           COMPUTE DT-DATE-RESULTAT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-SRV-MOIS-SUIV-N) - 1).

      *    Edition de DT-DATE-1 au format DT-FORMAT, comme les lignes
      *    4 à 7 de BC801 (sans l'heure).
       6050-FORMATE-DATE.
           MOVE DT-DATE-1 TO WS-DATE

           EVALUATE DT-FORMAT

              WHEN 1
      *          JJ/MM/AAAA
                 STRING WS-JOUR "/" WS-MOIS "/" WS-ANNEE
                    DELIMITED BY SIZE
                    INTO DT-DATE-TEXTE
                 END-STRING

              WHEN 2
      *          Jour complet : nom du jour, jour, nom du mois, année.
                 EVALUATE DT-JOUR-SEMAINE
                    WHEN 1
                       MOVE "Lundi" TO WS-NOM-JOUR
                    WHEN 2
                       MOVE "Mardi" TO WS-NOM-JOUR
                    WHEN 3
                       MOVE "Mercredi" TO WS-NOM-JOUR
                    WHEN 4
                       MOVE "Jeudi" TO WS-NOM-JOUR
                    WHEN 5
                       MOVE "Vendredi" TO WS-NOM-JOUR
                    WHEN 6
                       MOVE "Samedi" TO WS-NOM-JOUR
                    WHEN 7
                       MOVE "Dimanche" TO WS-NOM-JOUR
                 END-EVALUATE

                 EVALUATE WS-MOIS
                    WHEN "01"
                       MOVE "Janvier" TO WS-NOM-MOIS
                    WHEN "02"
                       MOVE "Fevrier" TO WS-NOM-MOIS
                    WHEN "03"
                       MOVE "Mars" TO WS-NOM-MOIS
                    WHEN "04"
                       MOVE "Avril" TO WS-NOM-MOIS
                    WHEN "05"
                       MOVE "Mai" TO WS-NOM-MOIS
                    WHEN "06"
                       MOVE "Juin" TO WS-NOM-MOIS
                    WHEN "07"
                       MOVE "Juillet" TO WS-NOM-MOIS
                    WHEN "08"
                       MOVE "Aout" TO WS-NOM-MOIS
                    WHEN "09"
                       MOVE "Septembre" TO WS-NOM-MOIS
                    WHEN "10"
                       MOVE "Octobre" TO WS-NOM-MOIS
                    WHEN "11"
                       MOVE "Novembre" TO WS-NOM-MOIS
                    WHEN "12"
                       MOVE "Decembre" TO WS-NOM-MOIS
                 END-EVALUATE

                 STRING FUNCTION TRIM(WS-NOM-JOUR) " " WS-JOUR " "
                    FUNCTION TRIM(WS-NOM-MOIS) " " WS-ANNEE
                    DELIMITED BY SIZE
                    INTO DT-DATE-TEXTE
                 END-STRING

              WHEN 3
      *          MM-JJ-AA
                 MOVE WS-ANNEE(3:2) TO WS-ANNEESIMPLE
                 STRING WS-MOIS "-" WS-JOUR "-" WS-ANNEESIMPLE
                    DELIMITED BY SIZE
                    INTO DT-DATE-TEXTE
                 END-STRING

              WHEN 4
      *          AAAA-MM-JJ (ISO 8601)
                 STRING WS-ANNEE "-" WS-MOIS "-" WS-JOUR
                    DELIMITED BY SIZE
                    INTO DT-DATE-TEXTE
                 END-STRING

              WHEN OTHER
                 MOVE "20" TO DT-RETOUR

           END-EVALUATE.

      *    Prochain jour ouvré strictement après DT-DATE-1 :
      *    l'échéance qui tombe un samedi se règle le lundi suivant
      *    (ou après si férié).
       6100-PROCHAIN-JOUR-OUVRE.
           MOVE WS-SRV-ENTIER-1 TO WS-JO-ENTIER

           MOVE "N" TO WS-JO-FLAG
           PERFORM UNTIL JOUR-OUVRE
              ADD 1 TO WS-JO-ENTIER
              PERFORM 6130-EST-JOUR-OUVRE
           END-PERFORM

           MOVE WS-JO-DATE TO DT-DATE-RESULTAT.

      *    Nombre de jours ouvrés de DT-DATE-1 à DT-DATE-2, bornes
      *    incluses.
       6110-JOURS-OUVRES-ENTRE.
           PERFORM 6015-CONTROLE-DATE-2

           IF DATE-VALIDE THEN
              IF WS-SRV-ENTIER-1 > WS-SRV-ENTIER-2 THEN
                 MOVE "12" TO DT-RETOUR
              ELSE
                 MOVE 0 TO WS-JO-COMPTE
                 MOVE WS-SRV-ENTIER-1 TO WS-JO-ENTIER

                 PERFORM UNTIL WS-JO-ENTIER > WS-SRV-ENTIER-2
                    PERFORM 6130-EST-JOUR-OUVRE
                    IF JOUR-OUVRE THEN
                       ADD 1 TO WS-JO-COMPTE
                    END-IF
                    ADD 1 TO WS-JO-ENTIER
                 END-PERFORM

                 MOVE WS-JO-COMPTE TO DT-JOURS-RESULTAT
              END-IF
           END-IF.

      *    Charge le calendrier des jours fériés (une date AAAAMMJJ
      *    par ligne, nom facultatif après un point-virgule). Sans
      *    fichier, seuls les week-ends sont chômés.
       6120-CHARGE-FERIES.
           MOVE 0 TO WS-NB-FERIES
           OPEN INPUT F-FERIES

           IF FS-F-FERIES = "00" THEN
              PERFORM UNTIL FS-F-FERIES = "10"
                 READ F-FERIES INTO F-FERIES-CURRENT
                    NOT AT END
                       IF F-FERIES-CURRENT(1:8) IS NUMERIC AND
                          WS-NB-FERIES < 50 THEN
                          ADD 1 TO WS-NB-FERIES
                          MOVE F-FERIES-CURRENT(1:8) TO
                             WS-FERIE(WS-NB-FERIES)
                          MOVE SPACES TO WS-FERIE-NOM(WS-NB-FERIES)
                          IF F-FERIES-CURRENT(9:1) = ";" THEN
                             MOVE F-FERIES-CURRENT(10:30) TO
                                WS-FERIE-NOM(WS-NB-FERIES)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FERIES
           END-IF.

      *    Verdict jour ouvré pour le jour en entier WS-JO-ENTIER :
      *    ouvré sauf samedi, dimanche ou jour férié du calendrier.
      *    Même calcul du jour de semaine que BC801
      *    (MOD(entier + 6, 7) + 1 : 1 = lundi ... 7 = dimanche).
       6130-EST-JOUR-OUVRE.
           MOVE "O" TO WS-JO-FLAG

           COMPUTE WS-JO-JOUR-SEM =
              FUNCTION MOD(WS-JO-ENTIER + 6, 7) + 1

           COMPUTE WS-JO-DATE =
              FUNCTION DATE-OF-INTEGER(WS-JO-ENTIER)

           IF WS-JO-JOUR-SEM = 6 OR WS-JO-JOUR-SEM = 7 THEN
              MOVE "N" TO WS-JO-FLAG
           ELSE
              PERFORM VARYING WS-CPT-FERIE FROM 1 BY 1
                 UNTIL WS-CPT-FERIE > WS-NB-FERIES

                 IF WS-FERIE(WS-CPT-FERIE) = WS-JO-DATE THEN
                    MOVE "N" TO WS-JO-FLAG
                 END-IF

              END-PERFORM
           END-IF.

      *    Nom du jour férié de DT-DATE-1 (à blanc si ce n'est pas un
      *    jour férié ou si le calendrier ne le nomme pas), y compris
      *    quand il tombe un week-end.
       6135-NOM-FERIE.
           PERFORM VARYING WS-CPT-FERIE FROM 1 BY 1
              UNTIL WS-CPT-FERIE > WS-NB-FERIES

              IF WS-FERIE(WS-CPT-FERIE) = DT-DATE-1 THEN
                 MOVE WS-FERIE-NOM(WS-CPT-FERIE) TO DT-FERIE-NOM
                 IF DT-FERIE-NOM = SPACES THEN
                    MOVE "Jour férié" TO DT-FERIE-NOM
                 END-IF
              END-IF

           END-PERFORM.

      *    Période comptable de DT-DATE-1 au calendrier fiscal :
      *    exercice et période du jour, bornes de la période (premier
      *    et dernier jour du fichier portant la même période),
      *    trimestre et semaine. Hors calendrier, la période est le
      *    mois civil de la date.
       6140-PERIODE-COMPTABLE.
           IF NOT CALENDRIER-CHARGE THEN
              PERFORM 6145-CHARGE-CALENDRIER
              SET CALENDRIER-CHARGE TO TRUE
           END-IF

           MOVE 0 TO WS-CPT-CAL
           IF WS-NB-CAL > 0 THEN
              COMPUTE WS-CAL-RANG =
                 WS-SRV-ENTIER-1 - WS-CAL-ENTIER-1 + 1
              IF WS-CAL-RANG >= 1 AND WS-CAL-RANG <= WS-NB-CAL THEN
                 IF WS-CAL-DATE(WS-CAL-RANG) = DT-DATE-1 THEN
                    MOVE WS-CAL-RANG TO WS-CPT-CAL
                 END-IF
              END-IF

      *       Fichier non contigu : recherche complète.
              IF WS-CPT-CAL = 0 THEN
                 PERFORM VARYING WS-CAL-RANG FROM 1 BY 1
                    UNTIL WS-CAL-RANG > WS-NB-CAL OR WS-CPT-CAL > 0
                    IF WS-CAL-DATE(WS-CAL-RANG) = DT-DATE-1 THEN
                       MOVE WS-CAL-RANG TO WS-CPT-CAL
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           IF WS-CPT-CAL > 0 THEN
              MOVE "C" TO DT-PERIODE-SOURCE
              COMPUTE DT-PERIODE =
                 WS-CAL-EXERCICE(WS-CPT-CAL) * 100 +
                 WS-CAL-PERIODE(WS-CPT-CAL)
              COMPUTE DT-SEMAINE-ISO =
                 WS-CAL-EXERCICE(WS-CPT-CAL) * 100 +
                 WS-CAL-SEMAINE(WS-CPT-CAL)
              MOVE WS-CAL-TRIMESTRE(WS-CPT-CAL) TO DT-TRIMESTRE

              MOVE WS-CPT-CAL TO WS-CAL-RANG
              MOVE "N" TO WS-CAL-BORNE
              PERFORM UNTIL CAL-BORNE-ATTEINTE
                 IF WS-CAL-RANG = 1 THEN
                    SET CAL-BORNE-ATTEINTE TO TRUE
                 ELSE
                 IF WS-CAL-EXERCICE(WS-CAL-RANG - 1) NOT =
                    WS-CAL-EXERCICE(WS-CPT-CAL) OR
                    WS-CAL-PERIODE(WS-CAL-RANG - 1) NOT =
                    WS-CAL-PERIODE(WS-CPT-CAL) THEN
                    SET CAL-BORNE-ATTEINTE TO TRUE
                 ELSE
                    SUBTRACT 1 FROM WS-CAL-RANG
                 END-IF
                 END-IF
              END-PERFORM
              MOVE WS-CAL-DATE(WS-CAL-RANG) TO DT-PERIODE-DEBUT

              MOVE WS-CPT-CAL TO WS-CAL-RANG
              MOVE "N" TO WS-CAL-BORNE
              PERFORM UNTIL CAL-BORNE-ATTEINTE
                 IF WS-CAL-RANG = WS-NB-CAL THEN
                    SET CAL-BORNE-ATTEINTE TO TRUE
                 ELSE
                 IF WS-CAL-EXERCICE(WS-CAL-RANG + 1) NOT =
                    WS-CAL-EXERCICE(WS-CPT-CAL) OR
                    WS-CAL-PERIODE(WS-CAL-RANG + 1) NOT =
                    WS-CAL-PERIODE(WS-CPT-CAL) THEN
                    SET CAL-BORNE-ATTEINTE TO TRUE
                 ELSE
                    ADD 1 TO WS-CAL-RANG
                 END-IF
                 END-IF
              END-PERFORM
              MOVE WS-CAL-DATE(WS-CAL-RANG) TO DT-PERIODE-FIN
           ELSE
              MOVE "M" TO DT-PERIODE-SOURCE
              MOVE DT-DATE-1(1:6) TO DT-PERIODE
              COMPUTE DT-PERIODE-DEBUT = DT-PERIODE * 100 + 1
              PERFORM 6040-FIN-DE-MOIS
              MOVE DT-DATE-RESULTAT TO DT-PERIODE-FIN
              MOVE 0 TO DT-DATE-RESULTAT
              COMPUTE DT-TRIMESTRE = (WS-SRV-MOIS + 2) / 3
              PERFORM 6150-SEMAINE-ISO
           END-IF.

      *    Charge le calendrier fiscal. Sans fichier, toutes les
      *    périodes sont les mois civils.
       6145-CHARGE-CALENDRIER.
           MOVE 0 TO WS-NB-CAL
           OPEN INPUT F-CALENDRIER

           IF FS-F-CALENDRIER = "00" THEN
              PERFORM UNTIL FS-F-CALENDRIER = "10"
                 READ F-CALENDRIER INTO F-CALENDRIER-CURRENT
                    NOT AT END
                       UNSTRING F-CALENDRIER-CURRENT DELIMITED BY ";"
                          INTO WS-CAL-DATE-TXT
                               WS-CAL-EXERCICE-TXT
                               WS-CAL-SEMAINE-TXT
                               WS-CAL-PERIODE-TXT
                               WS-CAL-TRIMESTRE-TXT
                       END-UNSTRING

                       IF WS-CAL-DATE-TXT IS NUMERIC AND
                          WS-CAL-EXERCICE-TXT IS NUMERIC AND
                          WS-CAL-SEMAINE-TXT IS NUMERIC AND
                          WS-CAL-PERIODE-TXT IS NUMERIC AND
                          WS-CAL-TRIMESTRE-TXT IS NUMERIC AND
                          WS-NB-CAL < 1500 THEN
                          ADD 1 TO WS-NB-CAL
                          MOVE WS-CAL-DATE-TXT TO
                             WS-CAL-DATE(WS-NB-CAL)
                          MOVE WS-CAL-EXERCICE-TXT TO
                             WS-CAL-EXERCICE(WS-NB-CAL)
                          MOVE WS-CAL-SEMAINE-TXT TO
                             WS-CAL-SEMAINE(WS-NB-CAL)
                          MOVE WS-CAL-PERIODE-TXT TO
                             WS-CAL-PERIODE(WS-NB-CAL)
                          MOVE WS-CAL-TRIMESTRE-TXT TO
                             WS-CAL-TRIMESTRE(WS-NB-CAL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CALENDRIER
           END-IF

           IF WS-NB-CAL > 0 THEN
              COMPUTE WS-CAL-ENTIER-1 =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE(1))
           END-IF.

      *    Semaine ISO 8601 de DT-DATE-1 : la semaine va du lundi au
      *    dimanche et appartient à l'année de son jeudi ; la semaine
      *    1 est celle du premier jeudi de janvier.
       6150-SEMAINE-ISO.
           COMPUTE WS-ISO-JEUDI =
              WS-SRV-ENTIER-1 - DT-JOUR-SEMAINE + 4
           COMPUTE WS-ISO-DATE = FUNCTION DATE-OF-INTEGER(WS-ISO-JEUDI)
           MOVE WS-ISO-DATE(1:4) TO WS-ISO-ANNEE
           COMPUTE WS-ISO-1ER-JANV = WS-ISO-ANNEE * 10000 + 101

           COMPUTE WS-ISO-SEMAINE = (WS-ISO-JEUDI -
              FUNCTION INTEGER-OF-DATE(WS-ISO-1ER-JANV)) / 7 + 1

           COMPUTE DT-SEMAINE-ISO =
              WS-ISO-ANNEE * 100 + WS-ISO-SEMAINE.

      *    Date métier du passage : la date AAAAMMJJ en tête de la
      *    première ligne de DateMetier.txt, posée par le pilote de
      *    chaîne (ou à la main) pour retraiter un jour manqué ; sans
      *    fichier ou sur une ligne vide, la date système. La date
      *    retenue est placée en DT-DATE-1 pour être contrôlée comme
      *    les autres.
       6160-LIT-DATE-METIER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-SYSTEME
           MOVE WS-DATE-SYSTEME TO DT-DATE-1
           MOVE "S" TO DT-DATE-SOURCE

           OPEN INPUT F-DATE-METIER

           IF FS-F-DATE-METIER = "00" THEN
              MOVE SPACES TO F-DATE-METIER-CURRENT
              READ F-DATE-METIER INTO F-DATE-METIER-CURRENT
                 NOT AT END
                    IF F-DATE-METIER-CURRENT(1:8) NOT = SPACES THEN
                       MOVE "F" TO DT-DATE-SOURCE
                       IF F-DATE-METIER-CURRENT(1:8) IS NUMERIC THEN
                          MOVE F-DATE-METIER-CURRENT(1:8) TO
                             DT-DATE-1
                       ELSE
                          MOVE 0 TO DT-DATE-1
                       END-IF
                    END-IF
              END-READ
              CLOSE F-DATE-METIER
           END-IF.

      *    Une date métier postérieure à la date système est refusée :
      *    on retraite un jour passé, on ne devance pas le calendrier.
       6165-CONTROLE-DATE-METIER.
           IF DT-DATE-1 > WS-DATE-SYSTEME THEN
              MOVE "13" TO DT-RETOUR
           ELSE
              MOVE DT-DATE-1 TO DT-DATE-RESULTAT
           END-IF.


       END PROGRAM BC810.
