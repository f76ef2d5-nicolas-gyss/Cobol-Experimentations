       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD912.

      ***************************************************************
      *    Ratio matière de la période : ce que la cuisine a consommé
      *    au coût, rapporté aux ventes cuisine de la même période.
      *    Le chiffre était refait à la main dans un tableur à partir
      *    d'estimations. La période est la période comptable de la
      *    date métier (calendrier fiscal, sinon mois civil), prise
      *    de son premier jour à la date métier ; pour éditer une
      *    période close, on force la date métier sur son dernier
      *    jour. Par site et par semaine ISO de la période :
      *      - ventes cuisine : ventes de la caisse consommées par
      *        BD101 (CaisseVentesHisto.txt), valorisées au prix de
      *        vente des plats (PrixPlats.txt), comme l'extraction
      *        des ventes BD906 ;
      *      - consommation réelle : sorties du hangar vers la
      *        cuisine (destination K, celle du fichier de transfert
      *        TransfertCuisine.txt), valorisées au PMP par BD302
      *        dans SortiesValorisees.txt ;
      *      - gaspillage : retraits au motif J (jeté) du journal des
      *        frigos de BD101, annulations X déduites, valorisés au
      *        coût de revient de la portion (FicheTechniqueCouts.txt
      *        de la fiche technique BD103). Il est déjà compris dans
      *        les sorties du hangar et n'est donc pas ajouté à la
      *        consommation : il est édité sur sa propre ligne ;
      *      - coût théorique : portions vendues à la caisse au coût
      *        de revient de la fiche technique.
      *    Le rapport (RatioMatiere.txt) donne les ratios réel et
      *    théorique et l'écart entre les deux, par semaine puis pour
      *    la période, pour chaque site et tous sites confondus.
      *    Les sorties du hangar sont imputées au site de la cuisine
      *    destinataire porté par BD302 ; une sortie sans site va au
      *    site 1, où la gestion des frigos dépose le transfert. Une
      *    sortie vers un site non géré n'est imputée à aucun site :
      *    elle compte dans le total tous sites, est éditée à part
      *    et signalée en anomalie.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des sorties valorisées du hangar (date;code;qté;
      *    PMP;valeur;dépôt;destination;site).
       SELECT F-SORTIES ASSIGN TO "./out/SortiesValorisees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SORTIES.

      *    Ventes de la caisse du restaurant (date;ticket;site;plat;
      *    quantité;heure) et prix de vente des plats (plat;prix).
       SELECT F-CAISSE ASSIGN TO "./out/CaisseVentesHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAISSE.

       SELECT F-PRIX-PLATS ASSIGN TO "./in/PrixPlats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PRIX-PLATS.

      *    Coût de revient de la portion par plat (plat;coût).
       SELECT F-COUTS ASSIGN TO "./out/FicheTechniqueCouts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COUTS.

      *    Journal des frigos : archive de clôture de la période
      *    puis journal vivant.
       SELECT F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-JOURNAL.

       SELECT F-RAPPORT ASSIGN TO "./out/RatioMatiere.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RAPPORT.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-SORTIES.
       01 F-SORTIES-LIGNE PIC X(60).

       FD F-CAISSE.
       01 F-CAISSE-LIGNE PIC X(50).

       FD F-PRIX-PLATS.
       01 F-PRIX-PLATS-LIGNE PIC X(20).

       FD F-COUTS.
       01 F-COUTS-LIGNE PIC X(30).

       FD F-JOURNAL.
       01 F-JOURNAL-LIGNE PIC X(80).

       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE PIC X(120).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-SORTIES     PIC X(2).
       01 FS-CAISSE      PIC X(2).
       01 FS-PRIX-PLATS  PIC X(2).
       01 FS-COUTS       PIC X(2).
       01 FS-JOURNAL     PIC X(2).
       01 FS-RAPPORT     PIC X(2).
       01 FS-EXPLOIT     PIC X(2).

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

      *    Période éditée (AAAAPP), ses bornes et le dernier jour
      *    pris (la date métier, ou la fin de la période).
       01 WS-PERIODE     PIC 9(6).
       01 WS-PER-DEBUT   PIC 9(8).
       01 WS-PER-FIN     PIC 9(8).
       01 WS-PER-ARRET   PIC 9(8).
       01 WS-PER-SOURCE  PIC X(1).
           88 PER-COMPTABLE VALUE "C".

      ***************************************************************
      *    Jours de la période jusqu'au dernier jour pris, avec le
      *    rang de leur semaine ISO, et semaines de la période (une
      *    période de 35 jours commencée en milieu de semaine en
      *    touche six).
      ***************************************************************
       01 WS-JOURS-PERIODE.
           02 WS-JP OCCURS 45 TIMES.
              03 WS-JP-DATE PIC 9(8).
              03 WS-JP-SEM  PIC 9(1).
       01 WS-NB-JP  PIC 9(2) VALUE 0.
       01 WS-CPT-JP PIC 9(2).
       01 WS-SEMAINES.
           02 WS-SEM-ISO PIC 9(6) OCCURS 7 TIMES.
       01 WS-NB-SEM  PIC 9(1) VALUE 0.
       01 WS-CPT-SEM PIC 9(1).
       01 WS-JOUR-COURANT PIC 9(8).

      ***************************************************************
      *    Cumuls par site (1 et 2, 3 = tous sites) et par semaine
      *    de la période (8 = période entière). Rubriques : 1 ventes
      *    cuisine, 2 sorties du hangar au PMP, 3 gaspillage, 4 coût
      *    théorique des plats vendus.
      ***************************************************************
       01 WS-CUMULS.
           02 WS-CUM-SITE OCCURS 3 TIMES.
              03 WS-CUM-SEM OCCURS 8 TIMES.
                 04 WS-CUM-MONTANT PIC S9(9)V9(2) OCCURS 4 TIMES.
       01 WS-NB-SITES  PIC 9(1) VALUE 2.
       01 WS-CPT-SITE  PIC 9(1).
       01 WS-CPT-COL   PIC 9(1).
       01 WS-RUBRIQUE  PIC 9(1).
       01 WS-MONTANT   PIC S9(9)V9(2).

      *    Ligne source en cours : date, rang de sa semaine dans la
      *    période (0 hors période) et rang de son site (0 inconnu).
       01 WS-LIG-DATE PIC X(8).
       01 WS-LIG-DATE-N REDEFINES WS-LIG-DATE PIC 9(8).
       01 WS-RANG-SEM  PIC 9(1).
       01 WS-RANG-SITE PIC 9(1).

      *    Zones de lecture des sources.
       01 WS-SVL-CODE     PIC X(3).
       01 WS-SVL-QTE      PIC X(5).
       01 WS-SVL-PMP      PIC X(10).
       01 WS-SVL-VALEUR   PIC X(10).
       01 WS-SVL-DEPOT    PIC X(1).
       01 WS-SVL-DEST     PIC X(1).
       01 WS-SVL-SITE     PIC X(1).
       01 WS-CAI-TICKET   PIC X(10).
       01 WS-CAI-SITE     PIC X(1).
       01 WS-CAI-PLAT     PIC X(3).
       01 WS-CAI-QTE      PIC X(3).
       01 WS-CAI-QTE-N    PIC 9(3).

      *    Ligne relue du journal des frigos (disposition de BD101).
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
       01 WS-NOM-JOURNAL PIC X(40).

      *    Prix de vente et coût de revient de la portion par plat.
       01 WS-PP-TABLE.
           02 WS-PP-ENTREE OCCURS 100 TIMES.
              03 WS-PP-PLAT PIC X(3).
              03 WS-PP-PRIX PIC 9(5)V9(2).
              03 WS-PP-COUT PIC 9(5)V9(4).
              03 WS-PP-AVEC-PRIX PIC X(1).
              03 WS-PP-AVEC-COUT PIC X(1).
       01 WS-NB-PP  PIC 9(3) VALUE 0.
       01 WS-CPT-PP PIC 9(3).
       01 WS-RANG-PP PIC 9(3).
       01 WS-PP-PLAT-TXT PIC X(3).
       01 WS-PP-VAL-TXT  PIC X(12).

       01 WS-TROUVE PIC X(1).
           88 TROUVE-OK VALUE "O".
      *    TROUVE-OK = 1 : Recherche aboutie dans la table.
      *    TROUVE-OK = 0 : Pas trouvé.

      *    Compteurs de l'exécution.
       01 WS-NB-LUS        PIC 9(7) VALUE 0.
       01 WS-NB-RETENUES   PIC 9(7) VALUE 0.
       01 WS-NB-REJETS     PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES  PIC 9(5) VALUE 0.
       01 WS-NB-SORTIES    PIC 9(5) VALUE 0.
       01 WS-NB-VENTES     PIC 9(5) VALUE 0.
       01 WS-NB-JETES      PIC 9(5) VALUE 0.
       01 WS-NB-SANS-PRIX  PIC 9(5) VALUE 0.
       01 WS-NB-SANS-COUT  PIC 9(5) VALUE 0.
      *    Sorties cuisine de la période vers un site non géré.
       01 WS-NB-HORS-SITE  PIC 9(5) VALUE 0.
       01 WS-MONTANT-HORS-SITE PIC S9(9)V9(2) VALUE 0.
       01 WS-NB-ABSENTES   PIC 9 VALUE 0.

      ***************************************************************
      *    Lignes du rapport : en-tête et ligne de semaine du
      *    tableau, ratios édités en texte ("n/d" sans ventes).
      ***************************************************************
       01 WS-ENT-LIGNE.
           02 FILLER PIC X(10) VALUE "SEMAINE".
           02 FILLER PIC X(13) VALUE "       VENTES".
           02 FILLER PIC X(13) VALUE "  SORTIES PMP".
           02 FILLER PIC X(9)  VALUE "  RATIO %".
           02 FILLER PIC X(13) VALUE "   GASPILLAGE".
           02 FILLER PIC X(13) VALUE "    THEORIQUE".
           02 FILLER PIC X(9)  VALUE "  RATIO %".
           02 FILLER PIC X(13) VALUE "        ECART".

       01 WS-TAB-LIGNE.
           02 WS-TAB-SEMAINE   PIC X(10).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-VENTES    PIC Z(7)9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-SORTIES   PIC Z(7)9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-RATIO-R   PIC X(7).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-GASPI     PIC -(7)9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-THEO      PIC Z(7)9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-RATIO-T   PIC X(7).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-TAB-ECART     PIC -(7)9.99.

       01 WS-RATIO      PIC S9(5)V9(1).
       01 WS-RATIO-ED   PIC -(4)9.9.
       01 WS-RATIO-TXT  PIC X(7).
       01 WS-ECART      PIC S9(9)V9(2).
       01 WS-MONTANT-ED PIC -(8)9.99.
       01 WS-SITE-LIB   PIC X(12).

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

      *    Période de la date métier et ses semaines, puis contrôle
      *    de présence des sources avant tout calcul.
           PERFORM 6000-PERIODE.
           PERFORM 6010-CONTROLE-SOURCES.

      *    Prix et coûts des plats, puis les trois sources.
           PERFORM 6100-CHARGE-PRIX-PLATS.
           PERFORM 6110-CHARGE-COUTS.
           PERFORM 6200-SORTIES-CUISINE.
           PERFORM 6300-VENTES-CAISSE.
           MOVE SPACES TO WS-NOM-JOURNAL.
           STRING "./out/FrigoJournal-" WS-PERIODE ".txt"
              DELIMITED BY SIZE
              INTO WS-NOM-JOURNAL
           END-STRING.
           PERFORM 6400-GASPILLAGE.
           MOVE "./out/FrigoJournal.txt" TO WS-NOM-JOURNAL.
           PERFORM 6400-GASPILLAGE.

           PERFORM 6500-ECRIT-RAPPORT.

           DISPLAY "-- RATIO MATIERE DE LA PERIODE " WS-PERIODE " --"
           DISPLAY "Du " WS-PER-DEBUT " au " WS-PER-ARRET
           DISPLAY "Lignes lues                    : " WS-NB-LUS
           DISPLAY "Lignes retenues                : " WS-NB-RETENUES
           DISPLAY "  dont sorties hangar cuisine  : " WS-NB-SORTIES
           DISPLAY "  dont ventes de la caisse     : " WS-NB-VENTES
           DISPLAY "  dont retraits jetés (net)    : " WS-NB-JETES
           DISPLAY "Lignes rejetées                : " WS-NB-REJETS
           DISPLAY "Plats sans prix de vente       : " WS-NB-SANS-PRIX
           DISPLAY "Plats sans coût de revient     : " WS-NB-SANS-COUT
           DISPLAY "Rapport : ./out/RatioMatiere.txt"
           DISPLAY "---------------------------------"

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
           DISPLAY "* LANCEMENT PROGRAMME : BD912         *".
           DISPLAY "* Ratio matière de la période         *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-PERIODE.
      *    Période comptable de la date métier (service de dates,
      *    fonction PE), prise de son premier jour à la date métier.
      *    Chaque jour reçoit le rang de sa semaine ISO dans la
      *    période (fonction SI).
           INITIALIZE WS-CUMULS
           MOVE "PE" TO DT-FONCTION
           MOVE WS-DATE-METIER TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-PERIODE TO WS-PERIODE
           MOVE DT-PERIODE-DEBUT TO WS-PER-DEBUT
           MOVE DT-PERIODE-FIN TO WS-PER-FIN
           MOVE DT-PERIODE-SOURCE TO WS-PER-SOURCE

           IF WS-PER-FIN < WS-DATE-METIER THEN
              MOVE WS-PER-FIN TO WS-PER-ARRET
           ELSE
              MOVE WS-DATE-METIER TO WS-PER-ARRET
           END-IF

           MOVE WS-PER-DEBUT TO WS-JOUR-COURANT
           PERFORM UNTIL WS-JOUR-COURANT > WS-PER-ARRET
              OR WS-NB-JP >= 45
              MOVE "SI" TO DT-FONCTION
              MOVE WS-JOUR-COURANT TO DT-DATE-1
              CALL "BC810" USING DT-PARAMETRES

              IF WS-NB-SEM = 0 THEN
                 ADD 1 TO WS-NB-SEM
                 MOVE DT-SEMAINE-ISO TO WS-SEM-ISO(WS-NB-SEM)
              ELSE
                 IF DT-SEMAINE-ISO NOT = WS-SEM-ISO(WS-NB-SEM)
                    AND WS-NB-SEM < 7 THEN
                    ADD 1 TO WS-NB-SEM
                    MOVE DT-SEMAINE-ISO TO WS-SEM-ISO(WS-NB-SEM)
                 END-IF
              END-IF

              ADD 1 TO WS-NB-JP
              MOVE WS-JOUR-COURANT TO WS-JP-DATE(WS-NB-JP)
              MOVE WS-NB-SEM TO WS-JP-SEM(WS-NB-JP)

              MOVE "AJ" TO DT-FONCTION
              MOVE WS-JOUR-COURANT TO DT-DATE-1
              MOVE 1 TO DT-NB-JOURS
              CALL "BC810" USING DT-PARAMETRES
              MOVE DT-DATE-RESULTAT TO WS-JOUR-COURANT
           END-PERFORM

           IF PER-COMPTABLE THEN
              DISPLAY "Période comptable " WS-PERIODE " du "
                 WS-PER-DEBUT " au " WS-PER-FIN
           ELSE
              DISPLAY "Pas de calendrier fiscal : mois civil "
                 WS-PERIODE
           END-IF
           DISPLAY "Edition jusqu'au " WS-PER-ARRET ", " WS-NB-SEM
              " semaine(s)"

           EXIT PROGRAM.

       6010-CONTROLE-SOURCES.
      *    Sorties valorisées, ventes de la caisse, prix et coûts des
      *    plats doivent être présents : sans l'un d'eux, le ratio
      *    édité serait faux sans que rien ne le dise. Le journal des
      *    frigos peut manquer (pas de gaspillage à éditer).
           OPEN INPUT F-SORTIES
           IF FS-SORTIES = "00" THEN
              CLOSE F-SORTIES
           ELSE
              DISPLAY "Source absente : ./out/SortiesValorisees.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           OPEN INPUT F-CAISSE
           IF FS-CAISSE = "00" THEN
              CLOSE F-CAISSE
           ELSE
              DISPLAY "Source absente : ./out/CaisseVentesHisto.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           OPEN INPUT F-PRIX-PLATS
           IF FS-PRIX-PLATS = "00" THEN
              CLOSE F-PRIX-PLATS
           ELSE
              DISPLAY "Source absente : ./in/PrixPlats.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           OPEN INPUT F-COUTS
           IF FS-COUTS = "00" THEN
              CLOSE F-COUTS
           ELSE
              DISPLAY "Source absente : ./out/FicheTechniqueCouts.txt"
              ADD 1 TO WS-NB-ABSENTES
           END-IF

           IF WS-NB-ABSENTES > 0 THEN
              DISPLAY "ARRET : " WS-NB-ABSENTES
                 " source(s) absente(s), pas de rapport édité"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXIT PROGRAM.

       6020-RANG-SEMAINE.
      *    Rang dans la période de la semaine de WS-LIG-DATE
      *    (WS-RANG-SEM), 0 si la date est illisible ou hors de la
      *    période éditée.
           MOVE 0 TO WS-RANG-SEM
           IF WS-LIG-DATE IS NUMERIC THEN
              IF WS-LIG-DATE-N >= WS-PER-DEBUT
                 AND WS-LIG-DATE-N <= WS-PER-ARRET THEN
                 PERFORM VARYING WS-CPT-JP FROM 1 BY 1
                    UNTIL WS-CPT-JP > WS-NB-JP OR WS-RANG-SEM > 0
                    IF WS-JP-DATE(WS-CPT-JP) = WS-LIG-DATE-N THEN
                       MOVE WS-JP-SEM(WS-CPT-JP) TO WS-RANG-SEM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           EXIT PROGRAM.

       6030-CUMULE.
      *    Ajoute WS-MONTANT à la rubrique WS-RUBRIQUE du site
      *    WS-RANG-SITE pour la semaine WS-RANG-SEM, à la période,
      *    et aux mêmes colonnes de tous sites.
           ADD WS-MONTANT TO
              WS-CUM-MONTANT(WS-RANG-SITE, WS-RANG-SEM, WS-RUBRIQUE)
           ADD WS-MONTANT TO
              WS-CUM-MONTANT(WS-RANG-SITE, 8, WS-RUBRIQUE)
           ADD WS-MONTANT TO
              WS-CUM-MONTANT(3, WS-RANG-SEM, WS-RUBRIQUE)
           ADD WS-MONTANT TO
              WS-CUM-MONTANT(3, 8, WS-RUBRIQUE)

           EXIT PROGRAM.

       6040-RANG-PLAT.
      *    Rang de WS-PP-PLAT-TXT dans la table des plats
      *    (WS-RANG-PP, 0 si absent).
           MOVE 0 TO WS-RANG-PP
           PERFORM VARYING WS-CPT-PP FROM 1 BY 1
              UNTIL WS-CPT-PP > WS-NB-PP OR WS-RANG-PP > 0
              IF WS-PP-PLAT(WS-CPT-PP) = WS-PP-PLAT-TXT THEN
                 MOVE WS-CPT-PP TO WS-RANG-PP
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6045-AJOUT-PLAT.
      *    Rang de WS-PP-PLAT-TXT, l'entrée étant créée si le plat
      *    n'est pas encore dans la table (0 si la table est pleine).
           PERFORM 6040-RANG-PLAT
           IF WS-RANG-PP = 0 AND WS-NB-PP < 100 THEN
              ADD 1 TO WS-NB-PP
              MOVE WS-NB-PP TO WS-RANG-PP
              MOVE WS-PP-PLAT-TXT TO WS-PP-PLAT(WS-RANG-PP)
              MOVE 0 TO WS-PP-PRIX(WS-RANG-PP)
              MOVE 0 TO WS-PP-COUT(WS-RANG-PP)
              MOVE "N" TO WS-PP-AVEC-PRIX(WS-RANG-PP)
              MOVE "N" TO WS-PP-AVEC-COUT(WS-RANG-PP)
           END-IF

           EXIT PROGRAM.

       6100-CHARGE-PRIX-PLATS.
      *    Prix de vente par plat (plat;prix TTC), comme la fiche
      *    technique BD103 et l'extraction des ventes BD906.
           OPEN INPUT F-PRIX-PLATS
           PERFORM UNTIL FS-PRIX-PLATS = "10"
              READ F-PRIX-PLATS INTO F-PRIX-PLATS-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-PP-PLAT-TXT
                    MOVE SPACES TO WS-PP-VAL-TXT
                    UNSTRING F-PRIX-PLATS-LIGNE DELIMITED BY ";"
                       INTO
                          WS-PP-PLAT-TXT
                          WS-PP-VAL-TXT
                    END-UNSTRING
                    IF WS-PP-PLAT-TXT NOT = SPACES AND
                       WS-PP-VAL-TXT NOT = SPACES THEN
                       PERFORM 6045-AJOUT-PLAT
                       IF WS-RANG-PP > 0 THEN
                          COMPUTE WS-PP-PRIX(WS-RANG-PP) =
                             FUNCTION NUMVAL(WS-PP-VAL-TXT)
                          MOVE "O" TO WS-PP-AVEC-PRIX(WS-RANG-PP)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-PRIX-PLATS

           EXIT PROGRAM.

       6110-CHARGE-COUTS.
      *    Coût de revient de la portion par plat (plat;coût), tel
      *    que la fiche technique BD103 l'a calculé à son dernier
      *    passage.
           OPEN INPUT F-COUTS
           PERFORM UNTIL FS-COUTS = "10"
              READ F-COUTS INTO F-COUTS-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-PP-PLAT-TXT
                    MOVE SPACES TO WS-PP-VAL-TXT
                    UNSTRING F-COUTS-LIGNE DELIMITED BY ";"
                       INTO
                          WS-PP-PLAT-TXT
                          WS-PP-VAL-TXT
                    END-UNSTRING
                    IF WS-PP-PLAT-TXT NOT = SPACES AND
                       WS-PP-VAL-TXT NOT = SPACES THEN
                       PERFORM 6045-AJOUT-PLAT
                       IF WS-RANG-PP > 0 THEN
                          COMPUTE WS-PP-COUT(WS-RANG-PP) =
                             FUNCTION NUMVAL(WS-PP-VAL-TXT)
                          MOVE "O" TO WS-PP-AVEC-COUT(WS-RANG-PP)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-COUTS

           EXIT PROGRAM.

       6200-SORTIES-CUISINE.
      *    Sorties du hangar de la période à destination de la
      *    cuisine (K), à leur valeur au PMP du jour de la sortie,
      *    imputées au site de la cuisine destinataire.
           OPEN INPUT F-SORTIES
           PERFORM UNTIL FS-SORTIES = "10"
              READ F-SORTIES INTO F-SORTIES-LIGNE
                 NOT AT END
                    ADD 1 TO WS-NB-LUS
                    MOVE SPACES TO WS-LIG-DATE
                    MOVE SPACES TO WS-SVL-VALEUR
                    MOVE SPACES TO WS-SVL-DEST
                    MOVE SPACES TO WS-SVL-SITE
                    UNSTRING F-SORTIES-LIGNE DELIMITED BY ";"
                       INTO
                          WS-LIG-DATE
                          WS-SVL-CODE
                          WS-SVL-QTE
                          WS-SVL-PMP
                          WS-SVL-VALEUR
                          WS-SVL-DEPOT
                          WS-SVL-DEST
                          WS-SVL-SITE
                    END-UNSTRING
                    PERFORM 6020-RANG-SEMAINE

                    IF WS-RANG-SEM > 0 AND WS-SVL-DEST = "K" THEN
                       IF WS-SVL-VALEUR = SPACES THEN
                          ADD 1 TO WS-NB-REJETS
                          DISPLAY "Sortie valorisée illisible : "
                             F-SORTIES-LIGNE
                       ELSE
                          ADD 1 TO WS-NB-RETENUES
                          ADD 1 TO WS-NB-SORTIES
                          COMPUTE WS-MONTANT =
                             FUNCTION NUMVAL(WS-SVL-VALEUR)
                          PERFORM 6210-SORTIE-SITE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-SORTIES

           EXIT PROGRAM.

       6210-SORTIE-SITE.
      *    Sortie cuisine retenue (WS-MONTANT) : cumulée au site
      *    destinataire, au site 1 sans site (comme le dépôt du
      *    transfert) ; vers un site non géré, elle ne compte que
      *    dans le total tous sites et est signalée.
           MOVE 0 TO WS-RANG-SITE
           IF WS-SVL-SITE = SPACE THEN
              MOVE 1 TO WS-RANG-SITE
           END-IF
           IF WS-SVL-SITE IS NUMERIC THEN
              MOVE WS-SVL-SITE TO WS-RANG-SITE
              IF WS-RANG-SITE > WS-NB-SITES THEN
                 MOVE 0 TO WS-RANG-SITE
              END-IF
           END-IF

           MOVE 2 TO WS-RUBRIQUE
           IF WS-RANG-SITE = 0 THEN
              ADD 1 TO WS-NB-HORS-SITE
              ADD 1 TO WS-NB-ANOMALIES
              ADD WS-MONTANT TO WS-MONTANT-HORS-SITE
              ADD WS-MONTANT TO
                 WS-CUM-MONTANT(3, WS-RANG-SEM, WS-RUBRIQUE)
              ADD WS-MONTANT TO
                 WS-CUM-MONTANT(3, 8, WS-RUBRIQUE)
              DISPLAY "Sortie cuisine vers un site non géré : "
                 F-SORTIES-LIGNE
           ELSE
              PERFORM 6030-CUMULE
           END-IF

           EXIT PROGRAM.

       6300-VENTES-CAISSE.
      *    Ventes de la caisse de la période par site : quantité x
      *    prix du plat pour les ventes, quantité x coût de revient
      *    de la portion pour le coût théorique. Un plat sans prix
      *    ou sans coût est signalé et compté pour zéro dans la
      *    rubrique qui lui manque.
           OPEN INPUT F-CAISSE
           PERFORM UNTIL FS-CAISSE = "10"
              READ F-CAISSE INTO F-CAISSE-LIGNE
                 NOT AT END
                    ADD 1 TO WS-NB-LUS
                    MOVE SPACES TO WS-LIG-DATE
                    MOVE SPACES TO WS-CAI-SITE
                    MOVE SPACES TO WS-CAI-PLAT
                    MOVE SPACES TO WS-CAI-QTE
                    UNSTRING F-CAISSE-LIGNE DELIMITED BY ";"
                       INTO
                          WS-LIG-DATE
                          WS-CAI-TICKET
                          WS-CAI-SITE
                          WS-CAI-PLAT
                          WS-CAI-QTE
                    END-UNSTRING
                    PERFORM 6020-RANG-SEMAINE

                    IF WS-RANG-SEM > 0 THEN
                       PERFORM 6310-VENTE-PERIODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-CAISSE

           EXIT PROGRAM.

       6310-VENTE-PERIODE.
      *    Vente de la période relue (WS-CAI-*) : site, quantité,
      *    puis cumul des ventes et du coût théorique.
           MOVE 0 TO WS-RANG-SITE
           IF WS-CAI-SITE IS NUMERIC THEN
              MOVE WS-CAI-SITE TO WS-RANG-SITE
              IF WS-RANG-SITE > WS-NB-SITES THEN
                 MOVE 0 TO WS-RANG-SITE
              END-IF
           END-IF

           IF WS-RANG-SITE = 0 THEN
              ADD 1 TO WS-NB-REJETS
              DISPLAY "Vente sur un site non géré : " F-CAISSE-LIGNE
           ELSE
              ADD 1 TO WS-NB-RETENUES
              ADD 1 TO WS-NB-VENTES

      *       Quantité absente ou illisible : une portion, comme au
      *       chargement des ventes par BD101.
              IF WS-CAI-QTE = SPACES THEN
                 MOVE 1 TO WS-CAI-QTE-N
              ELSE
                 COMPUTE WS-CAI-QTE-N = FUNCTION NUMVAL(WS-CAI-QTE)
              END-IF
              IF WS-CAI-QTE-N = 0 THEN
                 MOVE 1 TO WS-CAI-QTE-N
              END-IF

              MOVE WS-CAI-PLAT TO WS-PP-PLAT-TXT
              PERFORM 6040-RANG-PLAT

              IF WS-RANG-PP > 0 AND WS-PP-AVEC-PRIX(WS-RANG-PP) = "O"
              THEN
                 COMPUTE WS-MONTANT =
                    WS-CAI-QTE-N * WS-PP-PRIX(WS-RANG-PP)
                 MOVE 1 TO WS-RUBRIQUE
                 PERFORM 6030-CUMULE
              ELSE
                 ADD 1 TO WS-NB-SANS-PRIX
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY "Plat sans prix de vente : " WS-CAI-PLAT
                    " (ticket " WS-CAI-TICKET " du " WS-LIG-DATE ")"
              END-IF

              IF WS-RANG-PP > 0 AND WS-PP-AVEC-COUT(WS-RANG-PP) = "O"
              THEN
                 COMPUTE WS-MONTANT ROUNDED =
                    WS-CAI-QTE-N * WS-PP-COUT(WS-RANG-PP)
                 MOVE 4 TO WS-RUBRIQUE
                 PERFORM 6030-CUMULE
              ELSE
                 ADD 1 TO WS-NB-SANS-COUT
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY "Plat sans coût de revient : " WS-CAI-PLAT
                    " (ticket " WS-CAI-TICKET " du " WS-LIG-DATE ")"
              END-IF
           END-IF

           EXIT PROGRAM.

       6400-GASPILLAGE.
      *    Retraits jetés de la période dans le journal des frigos
      *    WS-NOM-JOURNAL : une ligne S au motif J est une portion
      *    jetée, une annulation X d'un tel retrait la retranche
      *    (même règle que le rapport de gaspillage de BD101). La
      *    portion est valorisée au coût de revient de son plat.
      *    Un journal absent (période pas encore close, ou pas de
      *    frigo) n'a rien à apporter.
           OPEN INPUT F-JOURNAL

           IF FS-JOURNAL = "00" THEN
              PERFORM UNTIL FS-JOURNAL = "10"
                 READ F-JOURNAL INTO WS-JOURNAL-LUE
                    NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-JLU-MOTIF = "J"
                          AND (WS-JLU-ACTION = "S"
                          OR (WS-JLU-ACTION = "X"
                          AND WS-JLU-SITE-DEST = "S")) THEN
                          MOVE WS-JLU-DATE TO WS-LIG-DATE
                          PERFORM 6020-RANG-SEMAINE
                          IF WS-RANG-SEM > 0 THEN
                             PERFORM 6410-JETE-PERIODE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-JOURNAL
           ELSE
              DISPLAY "Pas de journal " FUNCTION TRIM(WS-NOM-JOURNAL)
                 " pour la période."
           END-IF

           EXIT PROGRAM.

       6410-JETE-PERIODE.
      *    Retrait jeté (ou son annulation) de la période : site,
      *    valeur de la portion, cumul signé du gaspillage.
           MOVE 0 TO WS-RANG-SITE
           IF WS-JLU-SITE IS NUMERIC THEN
              MOVE WS-JLU-SITE TO WS-RANG-SITE
              IF WS-RANG-SITE > WS-NB-SITES THEN
                 MOVE 0 TO WS-RANG-SITE
              END-IF
           END-IF

           IF WS-RANG-SITE = 0 THEN
              ADD 1 TO WS-NB-REJETS
              DISPLAY "Retrait jeté sur un site non géré : "
                 WS-JOURNAL-LUE
           ELSE
              ADD 1 TO WS-NB-RETENUES
              MOVE WS-JLU-PLAT TO WS-PP-PLAT-TXT
              PERFORM 6040-RANG-PLAT

              IF WS-RANG-PP > 0 AND WS-PP-AVEC-COUT(WS-RANG-PP) = "O"
              THEN
                 COMPUTE WS-MONTANT ROUNDED = WS-PP-COUT(WS-RANG-PP)
              ELSE
                 MOVE 0 TO WS-MONTANT
                 ADD 1 TO WS-NB-SANS-COUT
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY "Plat jeté sans coût de revient : "
                    WS-JLU-PLAT " (" WS-JLU-DATE ")"
              END-IF

              IF WS-JLU-ACTION = "S" THEN
                 ADD 1 TO WS-NB-JETES
              ELSE
                 SUBTRACT 1 FROM WS-NB-JETES
                 COMPUTE WS-MONTANT = 0 - WS-MONTANT
              END-IF
              MOVE 3 TO WS-RUBRIQUE
              PERFORM 6030-CUMULE
           END-IF

           EXIT PROGRAM.

       6500-ECRIT-RAPPORT.
      *    Un bloc par site puis tous sites : tableau par semaine,
      *    ligne de la période, puis le résumé de la période avec le
      *    gaspillage sur sa propre ligne.
           OPEN OUTPUT F-RAPPORT

           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "RATIO MATIERE DE LA PERIODE " WS-PERIODE
              " DU " WS-PER-DEBUT " AU " WS-PER-ARRET
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "Sorties du hangar vers la cuisine au PMP, imputée"
              "s au site de la cuisine destinataire (site 1 sans si"
              "te)."
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "Gaspillage (motif J) au coût de revient, déjà com"
              "pris dans les sorties du hangar."
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
              UNTIL WS-CPT-SITE > 3
              PERFORM 6510-ECRIT-SITE
           END-PERFORM

           CLOSE F-RAPPORT

           EXIT PROGRAM.

       6510-ECRIT-SITE.
      *    Bloc du site WS-CPT-SITE (3 = tous sites).
           MOVE SPACES TO WS-SITE-LIB
           IF WS-CPT-SITE = 3 THEN
              MOVE "TOUS SITES" TO WS-SITE-LIB
           ELSE
              STRING "SITE " WS-CPT-SITE DELIMITED BY SIZE
                 INTO WS-SITE-LIB
              END-STRING
           END-IF

           MOVE SPACES TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "=== " DELIMITED BY SIZE
              WS-SITE-LIB DELIMITED BY "  "
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           MOVE WS-ENT-LIGNE TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-SEM FROM 1 BY 1
              UNTIL WS-CPT-SEM > WS-NB-SEM
              MOVE WS-CPT-SEM TO WS-CPT-COL
              MOVE SPACES TO WS-TAB-SEMAINE
              MOVE WS-SEM-ISO(WS-CPT-SEM) TO WS-TAB-SEMAINE(1:6)
              PERFORM 6520-LIGNE-TABLEAU
           END-PERFORM

           MOVE 8 TO WS-CPT-COL
           MOVE "PERIODE" TO WS-TAB-SEMAINE
           PERFORM 6520-LIGNE-TABLEAU

           PERFORM 6530-RESUME-PERIODE

           EXIT PROGRAM.

       6520-LIGNE-TABLEAU.
      *    Ligne du tableau pour la colonne WS-CPT-COL du site.
           MOVE WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 1)
              TO WS-TAB-VENTES
           MOVE WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 2)
              TO WS-TAB-SORTIES
           MOVE WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 3)
              TO WS-TAB-GASPI
           MOVE WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 4)
              TO WS-TAB-THEO

           MOVE WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 2)
              TO WS-MONTANT
           PERFORM 6540-RATIO
           MOVE WS-RATIO-TXT TO WS-TAB-RATIO-R

           MOVE WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 4)
              TO WS-MONTANT
           PERFORM 6540-RATIO
           MOVE WS-RATIO-TXT TO WS-TAB-RATIO-T

           COMPUTE WS-ECART =
              WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 2) -
              WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 4)
           MOVE WS-ECART TO WS-TAB-ECART

           MOVE WS-TAB-LIGNE TO F-RAPPORT-LIGNE
           WRITE F-RAPPORT-LIGNE

           EXIT PROGRAM.

       6530-RESUME-PERIODE.
      *    Résumé de la période du site : une ligne par rubrique,
      *    avec son poids dans les ventes, puis l'écart entre
      *    consommation réelle et théorique.
           MOVE 8 TO WS-CPT-COL

           MOVE WS-CUM-MONTANT(WS-CPT-SITE, 8, 1) TO WS-MONTANT-ED
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "  Ventes cuisine (caisse)              : "
              WS-MONTANT-ED
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           MOVE WS-CUM-MONTANT(WS-CPT-SITE, 8, 2) TO WS-MONTANT
           MOVE WS-MONTANT TO WS-MONTANT-ED
           PERFORM 6540-RATIO
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "  Sorties hangar vers cuisine au PMP   : "
              WS-MONTANT-ED "  ratio matière réel      : "
              WS-RATIO-TXT " %"
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

      *    Tous sites : part des sorties imputée à aucun site.
           IF WS-CPT-SITE = 3 AND WS-NB-HORS-SITE > 0 THEN
              MOVE WS-MONTANT-HORS-SITE TO WS-MONTANT-ED
              MOVE SPACES TO F-RAPPORT-LIGNE
              STRING "  ANOMALIE dont sorties site non géré  : "
                 WS-MONTANT-ED "  (" WS-NB-HORS-SITE
                 " sortie(s) imputée(s) à aucun site)"
                 DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
              WRITE F-RAPPORT-LIGNE
           END-IF

           MOVE WS-CUM-MONTANT(WS-CPT-SITE, 8, 3) TO WS-MONTANT
           MOVE WS-MONTANT TO WS-MONTANT-ED
           PERFORM 6540-RATIO
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "  Gaspillage (motif J) au coût revient : "
              WS-MONTANT-ED "  soit des ventes         : "
              WS-RATIO-TXT " %"
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           MOVE WS-CUM-MONTANT(WS-CPT-SITE, 8, 4) TO WS-MONTANT
           MOVE WS-MONTANT TO WS-MONTANT-ED
           PERFORM 6540-RATIO
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "  Coût théorique des plats vendus      : "
              WS-MONTANT-ED "  ratio matière théorique : "
              WS-RATIO-TXT " %"
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           COMPUTE WS-MONTANT = WS-CUM-MONTANT(WS-CPT-SITE, 8, 2) -
              WS-CUM-MONTANT(WS-CPT-SITE, 8, 4)
           MOVE WS-MONTANT TO WS-MONTANT-ED
           PERFORM 6540-RATIO
           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "  Ecart réel - théorique               : "
              WS-MONTANT-ED "  soit en points          : "
              WS-RATIO-TXT
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           EXIT PROGRAM.

       6540-RATIO.
      *    WS-MONTANT rapporté aux ventes de la colonne WS-CPT-COL du
      *    site, en pourcentage à une décimale (WS-RATIO-TXT), "n/d"
      *    sans ventes.
           IF WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 1) = 0 THEN
              MOVE "    n/d" TO WS-RATIO-TXT
           ELSE
              COMPUTE WS-RATIO ROUNDED = WS-MONTANT * 100 /
                 WS-CUM-MONTANT(WS-CPT-SITE, WS-CPT-COL, 1)
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-RATIO
              END-COMPUTE
              MOVE WS-RATIO TO WS-RATIO-ED
              MOVE WS-RATIO-ED TO WS-RATIO-TXT
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
              ";BD912;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-RETENUES
              ";rejets=" WS-NB-REJETS
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
           DISPLAY "* FIN PROGRAMME : BD912               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD912.
