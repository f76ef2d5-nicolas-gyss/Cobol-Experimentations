       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD903.

      ***************************************************************
      *    Dossier mensuel du plan de maîtrise sanitaire (PMS) par
      *    site, pour la visite de l'inspecteur : excursions de
      *    température (FrigoTemperatures.txt), nettoyages des frigos
      *    (FrigoNettoyage.txt), bacs jetés (motif J), lots sortis
      *    périmés et corrections (annulations X) relevés au journal
      *    des frigos et à ses archives mensuelles
      *    (FrigoJournal-AAAAMM.txt), lots périmés encore en frigo
      *    pour le mois en cours. Une page de synthèse ouvre le
      *    dossier, suivie des non-conformités avec leurs actions
      *    correctives, puis du détail de chaque rubrique. Le dossier
      *    se rejoue aussi bien sur un mois archivé que sur le mois
      *    vivant : la journée de collecte à la main disparaît.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des frigos : journal vivant ou archive d'un mois
      *    clôturé, selon le nom posé avant ouverture.
       SELECT F-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-JOURNAL.

       SELECT F-TEMPERATURES ASSIGN TO "./in/FrigoTemperatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TEMPERATURES.

       SELECT F-NETTOYAGE ASSIGN TO "./in/FrigoNettoyage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-NETTOYAGE.

       SELECT F-CONFIG ASSIGN TO "./in/FrigoConfig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CONFIG.

       SELECT F-FRIGO ASSIGN TO "./in/FrigoSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FRIGO.

      *    Dossier du mois (./out/DossierPMS-AAAAMM.txt, suffixé du
      *    site quand un seul site est demandé).
       SELECT F-DOSSIER ASSIGN TO DYNAMIC WS-DOSSIER-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DOSSIER.

       DATA DIVISION.
       FILE SECTION.
       FD F-JOURNAL.
       01 F-JOURNAL-LIGNE PIC X(80).

       FD F-TEMPERATURES.
       01 F-TEMPERATURES-LIGNE PIC X(40).

       FD F-NETTOYAGE.
       01 F-NETTOYAGE-LIGNE PIC X(20).

       FD F-CONFIG.
       01 F-CONFIG-CURRENT PIC X(20).

       FD F-FRIGO.
       01 F-FRIGO-CURRENT.
           02 F-FRIGO-SITE    PIC 9.
           02 F-FRIGO-FRIGO   PIC 9.
           02 F-FRIGO-RAYON   PIC 9.
           02 F-FRIGO-EMPL    PIC 9.
           02 F-FRIGO-PLAT    PIC X(3).
           02 F-FRIGO-PRENOM  PIC X(20).
           02 F-FRIGO-DATE    PIC 9(8).
           02 F-FRIGO-ALLERG  PIC X(3).

       FD F-DOSSIER.
       01 F-DOSSIER-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-JOURNAL      PIC X(2).
       01 FS-TEMPERATURES PIC X(2).
       01 FS-NETTOYAGE    PIC X(2).
       01 FS-CONFIG       PIC X(2).
       01 FS-FRIGO        PIC X(2).
       01 FS-DOSSIER      PIC X(2).

       01 WS-JOURNAL-NOM  PIC X(40).
       01 WS-DOSSIER-NOM  PIC X(40).

      *    Saisie de la demande : site (vide = tous les sites) et
      *    mois AAAAMM (vide = mois en cours).
       01 WS-SAISIE    PIC X(20).
       01 WS-SITE-TXT  PIC X.
       01 WS-MOIS-TXT  PIC X(6).

       01 WS-NB-SITES  PIC 9 VALUE 2.
       01 WS-SITE-DEB  PIC 9.
       01 WS-SITE-FIN  PIC 9.
       01 WS-SITE      PIC 9.
       01 WS-SITE-X REDEFINES WS-SITE PIC X.

       01 WS-MOIS.
           02 WS-MOIS-AAAA PIC 9(4).
           02 WS-MOIS-MM   PIC 99.
       01 WS-MOIS-PREC.
           02 WS-MOIS-PREC-AAAA PIC 9(4).
           02 WS-MOIS-PREC-MM   PIC 99.
       01 WS-MOIS-COURANT PIC X(6).
       01 WS-DATE-JOUR    PIC 9(8).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

       01 WS-MOIS-VIVANT PIC X VALUE "N".
           88 MOIS-VIVANT VALUE "O".
      *    MOIS-VIVANT = 1 : Dossier du mois en cours, le solde des
      *                      frigos est contrôlé en plus du journal.
      *    MOIS-VIVANT = 0 : Mois archivé, journal seul.

      *    Rubrique en cours de traitement : "C" comptage de la
      *    synthèse, "N" non-conformités, "D" détail des relevés ou
      *    des nettoyages, "J" bacs jetés, "X" corrections.
       01 WS-RUBRIQUE PIC X.

      *    Seuils repris de la gestion des frigos.
       01 WS-SEUIL-PERIME-J  PIC 999 VALUE 7.
       01 WS-SEUIL-TEMP-C    PIC S9(2)V9 VALUE 4.0.
       01 WS-SEUIL-TEMP-ED   PIC Z9.9.

      ***************************************************************
      *    Ligne du journal des frigos relue (même découpage que la
      *    ligne écrite par la gestion des frigos).
      ***************************************************************
       01 WS-JOURNAL-LUE.
           02 WS-JLU-DATE        PIC X(8).
           02 WS-JLU-DATE-N REDEFINES WS-JLU-DATE PIC 9(8).
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

       01 WS-LIGNE-SITE PIC X.
           88 LIGNE-DU-SITE VALUE "O".
      *    LIGNE-DU-SITE = 1 : Ligne du journal datée du mois et du
      *                        site du dossier.
      *    LIGNE-DU-SITE = 0 : Ligne servant seulement au suivi des
      *                        lots (mois précédent, autre site).

      ***************************************************************
      *    Lots suivis d'un bout à l'autre des journaux relus : date
      *    d'entrée du plat par site, pour dater chaque sortie.
      ***************************************************************
       01 WS-LOT-TABLE.
           02 WS-LOT OCCURS 200 TIMES.
              03 WS-LOT-SITE PIC X.
              03 WS-LOT-PLAT PIC X(3).
              03 WS-LOT-DATE PIC 9(8).
       01 WS-NB-LOTS     PIC 9(3).
       01 WS-CPT-LOT     PIC 9(3).
       01 WS-RANG-LOT    PIC 9(3).
       01 WS-LOT-SITE-CH PIC X.
       01 WS-LOT-PLAT-CH PIC X(3).
       01 WS-LOT-DATE-SAV PIC 9(8).

      *    Bacs jetés du mois sur le site (date, frigo), pour
      *    retrouver l'action corrective d'une excursion.
       01 WS-JETE-TABLE.
           02 WS-JETE OCCURS 500 TIMES.
              03 WS-JETE-DATE  PIC 9(8).
              03 WS-JETE-FRIGO PIC X.
       01 WS-NB-JETES-T PIC 9(3).
       01 WS-CPT-JETE   PIC 9(3).

      ***************************************************************
      *    Ligne du relevé de températures découpée
      *    (site;frigo;date AAAAMMJJ;heure HHMM;température en °C).
      ***************************************************************
       01 WS-TEMP-CURRENT.
           02 WS-TEMP-SITE  PIC X.
           02 WS-TEMP-FRIGO PIC X.
           02 WS-TEMP-DATE  PIC X(8).
           02 WS-TEMP-HEURE PIC X(4).
           02 WS-TEMP-VAL-TXT PIC X(6).
       01 WS-TEMP-VALEUR    PIC S9(3)V9(2).
       01 WS-TEMP-ED        PIC -ZZ9.99.
       01 WS-TEMP-DATE-N    PIC 9(8).
       01 WS-TEMP-LENDEMAIN PIC 9(8).

       01 WS-NB-BACS-REBUT PIC 9(3).
       01 WS-ACTION-TXT    PIC X(50).

      *    Ligne du planning de nettoyage découpée (site;frigo;date)
      *    et frigos du site nettoyés dans le mois.
       01 WS-NETT-SITE-TXT  PIC X.
       01 WS-NETT-FRIGO-TXT PIC X.
       01 WS-NETT-DATE-TXT  PIC X(8).
       01 WS-NETT-FAIT-TABLE.
           02 WS-NETT-FAIT PIC X OCCURS 9 TIMES.
       01 WS-CPT-FRIGO PIC 99.
       01 WS-FRIGO-ED  PIC 9.

      *    Dimensionnement des frigos (site;frigos;rayons;empl), seul
      *    le nombre de frigos par site sert au dossier.
       01 WS-CONFIG-CURRENT.
           02 WS-CONFIG-SITE   PIC X.
           02 WS-CONFIG-FRIGOS PIC X.
           02 WS-CONFIG-RAYONS PIC X.
           02 WS-CONFIG-EMPLS  PIC X.
       01 WS-SITES-TABLE.
           02 WS-NB-FRIGOS PIC 9 OCCURS 2 TIMES.

      *    Emplacement précédent du solde des frigos : un plat M ou L
      *    occupe plusieurs emplacements mais ne fait qu'un lot.
       01 WS-SOLDE-PREC.
           02 WS-PREC-SITE  PIC 9.
           02 WS-PREC-FRIGO PIC 9.
           02 WS-PREC-RAYON PIC 9.
           02 WS-PREC-PLAT  PIC X(3).

       01 WS-NB-JOURS       PIC S9(5).
       01 WS-INTEGER-DATE-1 PIC 9(8).
       01 WS-INTEGER-DATE-2 PIC 9(8).

      *    Compteurs de la synthèse, remis à zéro pour chaque site.
       01 WS-NB-LIGNES-MOIS     PIC 9(5).
       01 WS-NB-RELEVES         PIC 9(5).
       01 WS-NB-EXCURSIONS      PIC 9(5).
       01 WS-NB-EXC-SANS-ACTION PIC 9(5).
       01 WS-NB-NETTOYAGES      PIC 9(5).
       01 WS-NB-FRIGOS-NON-NETT PIC 9(5).
       01 WS-NB-JETES           PIC 9(5).
       01 WS-NB-PERIMES-SORTIS  PIC 9(5).
       01 WS-NB-PERIMES-SERVIS  PIC 9(5).
       01 WS-NB-PERIMES-FRIGO   PIC 9(5).
       01 WS-NB-CORRECTIONS     PIC 9(5).
       01 WS-NB-NON-CONF        PIC 9(5).

       01 WS-NB-LIGNES PIC 9(5) VALUE 0.
       01 WS-SEPARATEUR PIC X(60) VALUE ALL "=".

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

           DISPLAY "Site,Mois AAAAMM (site vide = tous les sites, "
              "mois vide = mois en cours) :".
           ACCEPT WS-SAISIE.

           MOVE SPACES TO WS-SITE-TXT.
           MOVE SPACES TO WS-MOIS-TXT.
           UNSTRING WS-SAISIE
              DELIMITED BY ","
              INTO
                 WS-SITE-TXT
                 WS-MOIS-TXT
           END-UNSTRING.

           MOVE WS-DATE-METIER TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-COURANT.

           IF WS-MOIS-TXT IS NUMERIC
              AND WS-MOIS-TXT(5:2) >= "01"
              AND WS-MOIS-TXT(5:2) <= "12" THEN
              MOVE WS-MOIS-TXT TO WS-MOIS
           ELSE
              MOVE WS-MOIS-COURANT TO WS-MOIS
           END-IF.

           IF WS-MOIS = WS-MOIS-COURANT THEN
              SET MOIS-VIVANT TO TRUE
           END-IF.

      *    Mois précédent : ses lots encore en frigo à l'ouverture du
      *    mois sont datés par son archive.
           IF WS-MOIS-MM = 1 THEN
              COMPUTE WS-MOIS-PREC-AAAA = WS-MOIS-AAAA - 1
              MOVE 12 TO WS-MOIS-PREC-MM
           ELSE
              MOVE WS-MOIS-AAAA TO WS-MOIS-PREC-AAAA
              COMPUTE WS-MOIS-PREC-MM = WS-MOIS-MM - 1
           END-IF.

           MOVE SPACES TO WS-DOSSIER-NOM.
           IF WS-SITE-TXT IS NUMERIC
              AND WS-SITE-TXT >= "1"
              AND WS-SITE-TXT <= "2" THEN
              MOVE WS-SITE-TXT TO WS-SITE-DEB
              MOVE WS-SITE-TXT TO WS-SITE-FIN
              STRING "./out/DossierPMS-" WS-MOIS "-S" WS-SITE-TXT
                 ".txt" DELIMITED BY SIZE
                 INTO WS-DOSSIER-NOM
              END-STRING
           ELSE
              MOVE 1 TO WS-SITE-DEB
              MOVE WS-NB-SITES TO WS-SITE-FIN
              STRING "./out/DossierPMS-" WS-MOIS ".txt"
                 DELIMITED BY SIZE
                 INTO WS-DOSSIER-NOM
              END-STRING
           END-IF.

           MOVE WS-SEUIL-TEMP-C TO WS-SEUIL-TEMP-ED.

           PERFORM 6050-CHARGE-CONFIG.

           OPEN OUTPUT F-DOSSIER.

           PERFORM VARYING WS-SITE FROM WS-SITE-DEB BY 1
              UNTIL WS-SITE > WS-SITE-FIN
              PERFORM 6000-DOSSIER-SITE
           END-PERFORM.

           CLOSE F-DOSSIER.

           DISPLAY "Dossier PMS écrit dans "
              FUNCTION TRIM(WS-DOSSIER-NOM) " (" WS-NB-LIGNES
              " ligne(s)).".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD903         *".
           DISPLAY "* Dossier mensuel PMS des frigos      *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-DOSSIER-SITE.
      *    Dossier d'un site : un premier passage sur chaque source
      *    compte les éléments de la synthèse, puis chaque source est
      *    relue pour éditer les non-conformités et le détail des
      *    rubriques.
           MOVE 0 TO WS-NB-LIGNES-MOIS
           MOVE 0 TO WS-NB-RELEVES
           MOVE 0 TO WS-NB-EXCURSIONS
           MOVE 0 TO WS-NB-EXC-SANS-ACTION
           MOVE 0 TO WS-NB-NETTOYAGES
           MOVE 0 TO WS-NB-FRIGOS-NON-NETT
           MOVE 0 TO WS-NB-JETES
           MOVE 0 TO WS-NB-PERIMES-SORTIS
           MOVE 0 TO WS-NB-PERIMES-SERVIS
           MOVE 0 TO WS-NB-PERIMES-FRIGO
           MOVE 0 TO WS-NB-CORRECTIONS
           MOVE 0 TO WS-NB-JETES-T

      *    Comptage. Le journal passe en premier : ses bacs jetés
      *    servent d'actions correctives aux excursions.
           MOVE "C" TO WS-RUBRIQUE
           PERFORM 6100-JOURNAUX
           PERFORM 6200-TEMPERATURES
           PERFORM 6300-NETTOYAGES
           IF MOIS-VIVANT THEN
              PERFORM 6400-LOTS-EN-FRIGO
           END-IF

           IF WS-NB-LIGNES-MOIS = 0 THEN
              DISPLAY "Aucun mouvement au journal du mois " WS-MOIS
              " pour le site " WS-SITE "."
           END-IF

           COMPUTE WS-NB-NON-CONF = WS-NB-EXCURSIONS
              + WS-NB-FRIGOS-NON-NETT + WS-NB-PERIMES-SORTIS
              + WS-NB-PERIMES-FRIGO

           PERFORM 6500-SYNTHESE

      *    Non-conformités et actions correctives.
           MOVE SPACES TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER
           MOVE "2 - NON-CONFORMITES ET ACTIONS CORRECTIVES"
              TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE "N" TO WS-RUBRIQUE
           PERFORM 6200-TEMPERATURES
           PERFORM 6100-JOURNAUX
           IF MOIS-VIVANT THEN
              PERFORM 6400-LOTS-EN-FRIGO
           END-IF
           PERFORM 6300-NETTOYAGES

           IF WS-NB-NON-CONF = 0 THEN
              MOVE "  Aucune non-conformité relevée sur le mois."
                 TO F-DOSSIER-LIGNE
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

      *    Relevés de température du mois.
           MOVE SPACES TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER
           MOVE "3 - RELEVES DE TEMPERATURE" TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE "D" TO WS-RUBRIQUE
           PERFORM 6200-TEMPERATURES

           IF WS-NB-RELEVES = 0 THEN
              MOVE "  Aucun relevé saisi pour le mois."
                 TO F-DOSSIER-LIGNE
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

      *    Nettoyages du mois.
           MOVE SPACES TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER
           MOVE "4 - NETTOYAGES DES FRIGOS" TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           PERFORM 6300-NETTOYAGES

           IF WS-NB-NETTOYAGES = 0 THEN
              MOVE "  Aucun nettoyage enregistré pour le mois."
                 TO F-DOSSIER-LIGNE
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

      *    Bacs jetés (motif J).
           MOVE SPACES TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER
           MOVE "5 - BACS JETES (MOTIF J)" TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE "J" TO WS-RUBRIQUE
           PERFORM 6100-JOURNAUX

           IF WS-NB-JETES = 0 THEN
              MOVE "  Aucun bac jeté sur le mois." TO F-DOSSIER-LIGNE
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

      *    Corrections (annulations X).
           MOVE SPACES TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER
           MOVE "6 - CORRECTIONS (ANNULATIONS X)" TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE "X" TO WS-RUBRIQUE
           PERFORM 6100-JOURNAUX

           IF WS-NB-CORRECTIONS = 0 THEN
              MOVE "  Aucune correction sur le mois."
                 TO F-DOSSIER-LIGNE
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "=== FIN DU DOSSIER PMS SITE N°" WS-SITE
              " - MOIS " WS-MOIS-MM "/" WS-MOIS-AAAA " ==="
              DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER
           MOVE SPACES TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           EXIT PROGRAM.

       6050-CHARGE-CONFIG.
      *    Nombre de frigos par site, repris du fichier de
      *    dimensionnement de la gestion des frigos ; sans fichier,
      *    le dimensionnement historique de 4 frigos par site.
           MOVE 4 TO WS-NB-FRIGOS(1)
           MOVE 4 TO WS-NB-FRIGOS(2)

           OPEN INPUT F-CONFIG

           IF FS-CONFIG = "00" THEN
              PERFORM UNTIL FS-CONFIG = "10"
                 READ F-CONFIG INTO F-CONFIG-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-CONFIG-CURRENT
                       UNSTRING F-CONFIG-CURRENT
                          DELIMITED BY ";"
                          INTO
                             WS-CONFIG-SITE
                             WS-CONFIG-FRIGOS
                             WS-CONFIG-RAYONS
                             WS-CONFIG-EMPLS
                       END-UNSTRING

                       IF WS-CONFIG-SITE IS NUMERIC
                          AND WS-CONFIG-SITE >= "1"
                          AND WS-CONFIG-SITE <= "2"
                          AND WS-CONFIG-FRIGOS IS NUMERIC
                          AND WS-CONFIG-FRIGOS >= "1" THEN
                          MOVE WS-CONFIG-SITE TO WS-SITE
                          MOVE WS-CONFIG-FRIGOS TO
                             WS-NB-FRIGOS(WS-SITE)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CONFIG
           END-IF

           EXIT PROGRAM.

       6100-JOURNAUX.
      *    Relit, dans l'ordre chronologique, l'archive du mois
      *    précédent (pour dater les lots présents à l'ouverture),
      *    l'archive du mois du dossier si le mois est clôturé, puis
      *    le journal vivant. Les lignes postérieures au mois du
      *    dossier sont ignorées.
           MOVE 0 TO WS-NB-LOTS

           MOVE SPACES TO WS-JOURNAL-NOM
           STRING "./out/FrigoJournal-" WS-MOIS-PREC ".txt"
              DELIMITED BY SIZE
              INTO WS-JOURNAL-NOM
           END-STRING
           PERFORM 6105-LIT-JOURNAL

           MOVE SPACES TO WS-JOURNAL-NOM
           STRING "./out/FrigoJournal-" WS-MOIS ".txt"
              DELIMITED BY SIZE
              INTO WS-JOURNAL-NOM
           END-STRING
           PERFORM 6105-LIT-JOURNAL

           MOVE "./out/FrigoJournal.txt" TO WS-JOURNAL-NOM
           PERFORM 6105-LIT-JOURNAL

           EXIT PROGRAM.

       6105-LIT-JOURNAL.
      *    Lecture d'un journal (WS-JOURNAL-NOM) ; un journal absent
      *    (mois sans archive) est simplement sauté.
           OPEN INPUT F-JOURNAL

           IF FS-JOURNAL = "00" THEN
              PERFORM UNTIL FS-JOURNAL = "10"
                 READ F-JOURNAL INTO WS-JOURNAL-LUE
                    NOT AT END
                       IF WS-JLU-DATE IS NUMERIC
                          AND WS-JLU-DATE(1:6) <= WS-MOIS THEN
                          PERFORM 6110-LIGNE-JOURNAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-JOURNAL
           END-IF

           EXIT PROGRAM.

       6110-LIGNE-JOURNAL.
      *    Suit les lots de chaque site (dépôt, ouverture de mois,
      *    transfert, sortie, annulation de dépôt) et relève, pour le
      *    site et le mois du dossier, les bacs jetés, les lots sortis
      *    au-delà de WS-SEUIL-PERIME-J jours et les corrections.
           MOVE "N" TO WS-LIGNE-SITE
           IF WS-JLU-DATE(1:6) = WS-MOIS
              AND WS-JLU-SITE = WS-SITE-X THEN
              SET LIGNE-DU-SITE TO TRUE
              IF WS-RUBRIQUE = "C" THEN
                 ADD 1 TO WS-NB-LIGNES-MOIS
              END-IF
           END-IF

           MOVE WS-JLU-SITE TO WS-LOT-SITE-CH
           MOVE WS-JLU-PLAT TO WS-LOT-PLAT-CH

           EVALUATE WS-JLU-ACTION
              WHEN "A"
                 PERFORM 6120-RANG-LOT
                 IF WS-CPT-LOT > 0 THEN
                    MOVE WS-JLU-DATE-N TO WS-LOT-DATE(WS-CPT-LOT)
                 END-IF

              WHEN "O"
      *          Stock d'ouverture : le lot garde la date d'entrée
      *          connue par l'archive précédente, sinon reste non
      *          daté.
                 PERFORM 6120-RANG-LOT

              WHEN "T"
                 PERFORM 6120-RANG-LOT
                 MOVE 0 TO WS-LOT-DATE-SAV
                 IF WS-CPT-LOT > 0 THEN
                    MOVE WS-LOT-DATE(WS-CPT-LOT) TO WS-LOT-DATE-SAV
                    MOVE SPACES TO WS-LOT-PLAT(WS-CPT-LOT)
                 END-IF
                 MOVE WS-JLU-SITE-DEST TO WS-LOT-SITE-CH
                 PERFORM 6120-RANG-LOT
                 IF WS-CPT-LOT > 0 THEN
                    MOVE WS-LOT-DATE-SAV TO WS-LOT-DATE(WS-CPT-LOT)
                 END-IF

              WHEN "S"
                 PERFORM 6120-RANG-LOT
                 MOVE 0 TO WS-LOT-DATE-SAV
                 IF WS-CPT-LOT > 0 THEN
                    MOVE WS-LOT-DATE(WS-CPT-LOT) TO WS-LOT-DATE-SAV
                    MOVE SPACES TO WS-LOT-PLAT(WS-CPT-LOT)
                 END-IF

                 IF LIGNE-DU-SITE AND WS-JLU-MOTIF = "J" THEN
                    PERFORM 6140-BAC-JETE
                 END-IF

                 IF LIGNE-DU-SITE AND WS-LOT-DATE-SAV NOT = 0 THEN
                    COMPUTE WS-NB-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-JLU-DATE-N)
                       - FUNCTION INTEGER-OF-DATE(WS-LOT-DATE-SAV)
                    IF WS-NB-JOURS > WS-SEUIL-PERIME-J THEN
                       PERFORM 6130-LOT-PERIME
                    END-IF
                 END-IF

              WHEN "X"
      *          Dépôt annulé : le lot disparaît. L'action annulée
      *          est portée en site destination.
                 IF WS-JLU-SITE-DEST = "A" THEN
                    PERFORM 6120-RANG-LOT
                    IF WS-CPT-LOT > 0 THEN
                       MOVE SPACES TO WS-LOT-PLAT(WS-CPT-LOT)
                    END-IF
                 END-IF

                 IF LIGNE-DU-SITE THEN
                    PERFORM 6150-CORRECTION
                 END-IF

              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EXIT PROGRAM.

       6120-RANG-LOT.
      *    Rang du lot WS-LOT-PLAT-CH du site WS-LOT-SITE-CH dans le
      *    suivi des lots (WS-CPT-LOT), ouvert non daté s'il n'y est
      *    pas encore ; 0 si le suivi est plein.
           MOVE 0 TO WS-RANG-LOT

           PERFORM VARYING WS-CPT-LOT FROM 1 BY 1
              UNTIL WS-CPT-LOT > WS-NB-LOTS OR WS-RANG-LOT > 0
              IF WS-LOT-SITE(WS-CPT-LOT) = WS-LOT-SITE-CH
                 AND WS-LOT-PLAT(WS-CPT-LOT) = WS-LOT-PLAT-CH THEN
                 MOVE WS-CPT-LOT TO WS-RANG-LOT
              END-IF
           END-PERFORM

      *    Nouveau lot : une place libérée par une sortie d'abord,
      *    sinon une place en fin de suivi.
           PERFORM VARYING WS-CPT-LOT FROM 1 BY 1
              UNTIL WS-CPT-LOT > WS-NB-LOTS OR WS-RANG-LOT > 0
              IF WS-LOT-PLAT(WS-CPT-LOT) = SPACES THEN
                 MOVE WS-CPT-LOT TO WS-RANG-LOT
                 MOVE WS-LOT-SITE-CH TO WS-LOT-SITE(WS-RANG-LOT)
                 MOVE WS-LOT-PLAT-CH TO WS-LOT-PLAT(WS-RANG-LOT)
                 MOVE 0 TO WS-LOT-DATE(WS-RANG-LOT)
              END-IF
           END-PERFORM

           IF WS-RANG-LOT = 0 AND WS-NB-LOTS < 200 THEN
              ADD 1 TO WS-NB-LOTS
              MOVE WS-NB-LOTS TO WS-RANG-LOT
              MOVE WS-LOT-SITE-CH TO WS-LOT-SITE(WS-RANG-LOT)
              MOVE WS-LOT-PLAT-CH TO WS-LOT-PLAT(WS-RANG-LOT)
              MOVE 0 TO WS-LOT-DATE(WS-RANG-LOT)
           END-IF

           MOVE WS-RANG-LOT TO WS-CPT-LOT

           EXIT PROGRAM.

       6130-LOT-PERIME.
      *    Lot sorti au-delà du seuil de péremption : non-conformité,
      *    avec l'action corrective lue dans le motif de sortie - seul
      *    un bac jeté est une action corrective.
           IF WS-RUBRIQUE = "C" THEN
              ADD 1 TO WS-NB-PERIMES-SORTIS
              IF WS-JLU-MOTIF = "V" THEN
                 ADD 1 TO WS-NB-PERIMES-SERVIS
              END-IF
           END-IF

           IF WS-RUBRIQUE = "N" THEN
              EVALUATE WS-JLU-MOTIF
                 WHEN "J"
                    MOVE "mise au rebut (motif J)" TO WS-ACTION-TXT
                 WHEN "V"
                    MOVE "AUCUNE - LOT SERVI AU CLIENT"
                       TO WS-ACTION-TXT
                 WHEN "D"
                    MOVE "AUCUNE - LOT DEPLACE VERS UN AUTRE POSTE"
                       TO WS-ACTION-TXT
                 WHEN OTHER
                    MOVE "AUCUNE - SORTIE SANS MOTIF" TO WS-ACTION-TXT
              END-EVALUATE

              MOVE SPACES TO F-DOSSIER-LIGNE
              STRING "  LOT SORTI PERIME : plat " WS-JLU-PLAT
                 " Frigo N°" WS-JLU-FRIGO " entré le "
                 WS-LOT-DATE-SAV " sorti le " WS-JLU-DATE
                 " à " WS-JLU-HEURE(1:4) " (" WS-NB-JOURS " j)"
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              PERFORM 6900-ECRIT-DOSSIER

              MOVE SPACES TO F-DOSSIER-LIGNE
              STRING "      Action corrective : " WS-ACTION-TXT
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

           EXIT PROGRAM.

       6140-BAC-JETE.
      *    Bac jeté du site dans le mois : compté et gardé pour les
      *    actions correctives des excursions, détaillé en rubrique 5.
           IF WS-RUBRIQUE = "C" THEN
              ADD 1 TO WS-NB-JETES
              IF WS-NB-JETES-T < 500 THEN
                 ADD 1 TO WS-NB-JETES-T
                 MOVE WS-JLU-DATE-N TO WS-JETE-DATE(WS-NB-JETES-T)
                 MOVE WS-JLU-FRIGO TO WS-JETE-FRIGO(WS-NB-JETES-T)
              END-IF
           END-IF

           IF WS-RUBRIQUE = "J" THEN
              MOVE SPACES TO F-DOSSIER-LIGNE
              STRING "  " WS-JLU-DATE " " WS-JLU-HEURE(1:4)
                 " plat " WS-JLU-PLAT " Frigo N°" WS-JLU-FRIGO
                 " Rayon " WS-JLU-RAYON " Empl. " WS-JLU-EMPL
                 " par " WS-JLU-PRENOM
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

           EXIT PROGRAM.

       6150-CORRECTION.
      *    Annulation (X) du site dans le mois, détaillée en
      *    rubrique 6 avec l'action annulée et son motif d'origine.
           IF WS-RUBRIQUE = "C" THEN
              ADD 1 TO WS-NB-CORRECTIONS
           END-IF

           IF WS-RUBRIQUE = "X" THEN
              MOVE SPACES TO F-DOSSIER-LIGNE
              STRING "  " WS-JLU-DATE " " WS-JLU-HEURE(1:4)
                 " annulation " WS-JLU-SITE-DEST " plat "
                 WS-JLU-PLAT " Frigo N°" WS-JLU-FRIGO
                 " Rayon " WS-JLU-RAYON " Empl. " WS-JLU-EMPL
                 " motif " WS-JLU-MOTIF " - " WS-JLU-PRENOM
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

           EXIT PROGRAM.

       6200-TEMPERATURES.
      *    Relevés de température du site dans le mois : comptés,
      *    excursions (au-delà de WS-SEUIL-TEMP-C) reprises en
      *    non-conformités, chaque relevé détaillé en rubrique 3.
           OPEN INPUT F-TEMPERATURES

           IF FS-TEMPERATURES = "00" THEN
              PERFORM UNTIL FS-TEMPERATURES = "10"
                 READ F-TEMPERATURES INTO F-TEMPERATURES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-TEMP-CURRENT
                       UNSTRING F-TEMPERATURES-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-TEMP-SITE
                             WS-TEMP-FRIGO
                             WS-TEMP-DATE
                             WS-TEMP-HEURE
                             WS-TEMP-VAL-TXT
                       END-UNSTRING

                       IF WS-TEMP-SITE = WS-SITE-X
                          AND WS-TEMP-FRIGO IS NUMERIC
                          AND WS-TEMP-DATE IS NUMERIC
                          AND WS-TEMP-DATE(1:6) = WS-MOIS
                          AND WS-TEMP-VAL-TXT NOT = SPACES THEN
                          PERFORM 6210-RELEVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TEMPERATURES
           ELSE
              IF WS-RUBRIQUE = "C" THEN
                 DISPLAY "Pas de relevé de températures à reprendre."
              END-IF
           END-IF

           EXIT PROGRAM.

       6210-RELEVE.
           COMPUTE WS-TEMP-VALEUR = FUNCTION NUMVAL(WS-TEMP-VAL-TXT)
           MOVE WS-TEMP-VALEUR TO WS-TEMP-ED

           IF WS-RUBRIQUE = "C" THEN
              ADD 1 TO WS-NB-RELEVES
           END-IF

           IF WS-TEMP-VALEUR > WS-SEUIL-TEMP-C THEN
              PERFORM 6220-ACTION-EXCURSION

              IF WS-RUBRIQUE = "C" THEN
                 ADD 1 TO WS-NB-EXCURSIONS
                 IF WS-NB-BACS-REBUT = 0 THEN
                    ADD 1 TO WS-NB-EXC-SANS-ACTION
                 END-IF
              END-IF

              IF WS-RUBRIQUE = "N" THEN
                 MOVE SPACES TO F-DOSSIER-LIGNE
                 STRING "  EXCURSION DE TEMPERATURE : Frigo N°"
                    WS-TEMP-FRIGO " " WS-TEMP-ED " °C le "
                    WS-TEMP-DATE " à " WS-TEMP-HEURE " (seuil "
                    WS-SEUIL-TEMP-ED " °C)"
                    DELIMITED BY SIZE
                    INTO F-DOSSIER-LIGNE
                 END-STRING
                 PERFORM 6900-ECRIT-DOSSIER

                 MOVE SPACES TO F-DOSSIER-LIGNE
                 STRING "      Action corrective : " WS-ACTION-TXT
                    DELIMITED BY SIZE
                    INTO F-DOSSIER-LIGNE
                 END-STRING
                 PERFORM 6900-ECRIT-DOSSIER
              END-IF
           END-IF

           IF WS-RUBRIQUE = "D" THEN
              MOVE SPACES TO F-DOSSIER-LIGNE
              STRING "  " WS-TEMP-DATE " " WS-TEMP-HEURE
                 " Frigo N°" WS-TEMP-FRIGO " " WS-TEMP-ED " °C"
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              IF WS-TEMP-VALEUR > WS-SEUIL-TEMP-C THEN
                 MOVE "* EXCURSION" TO F-DOSSIER-LIGNE(40:11)
              END-IF
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

           EXIT PROGRAM.

       6220-ACTION-EXCURSION.
      *    Action corrective d'une excursion : bacs du même frigo
      *    jetés le jour du relevé ou le lendemain.
           MOVE WS-TEMP-DATE TO WS-TEMP-DATE-N
           COMPUTE WS-TEMP-LENDEMAIN = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TEMP-DATE-N) + 1)

           MOVE 0 TO WS-NB-BACS-REBUT
           PERFORM VARYING WS-CPT-JETE FROM 1 BY 1
              UNTIL WS-CPT-JETE > WS-NB-JETES-T
              IF WS-JETE-FRIGO(WS-CPT-JETE) = WS-TEMP-FRIGO
                 AND WS-JETE-DATE(WS-CPT-JETE) >= WS-TEMP-DATE-N
                 AND WS-JETE-DATE(WS-CPT-JETE) <= WS-TEMP-LENDEMAIN
                 THEN
                 ADD 1 TO WS-NB-BACS-REBUT
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-ACTION-TXT
           IF WS-NB-BACS-REBUT > 0 THEN
              STRING "mise au rebut de " WS-NB-BACS-REBUT
                 " bac(s) du frigo (motif J)"
                 DELIMITED BY SIZE
                 INTO WS-ACTION-TXT
              END-STRING
           ELSE
              MOVE "AUCUNE ACTION TRACEE AU JOURNAL" TO WS-ACTION-TXT
           END-IF

           EXIT PROGRAM.

       6300-NETTOYAGES.
      *    Nettoyages du site datés du mois, détaillés en rubrique 4 ;
      *    un frigo du site sans nettoyage dans le mois est une
      *    non-conformité.
           MOVE ALL "N" TO WS-NETT-FAIT-TABLE

           OPEN INPUT F-NETTOYAGE

           IF FS-NETTOYAGE = "00" THEN
              PERFORM UNTIL FS-NETTOYAGE = "10"
                 READ F-NETTOYAGE INTO F-NETTOYAGE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-NETT-SITE-TXT
                       MOVE SPACES TO WS-NETT-FRIGO-TXT
                       MOVE SPACES TO WS-NETT-DATE-TXT
                       UNSTRING F-NETTOYAGE-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-NETT-SITE-TXT
                             WS-NETT-FRIGO-TXT
                             WS-NETT-DATE-TXT
                       END-UNSTRING

                       IF WS-NETT-SITE-TXT = WS-SITE-X
                          AND WS-NETT-FRIGO-TXT IS NUMERIC
                          AND WS-NETT-FRIGO-TXT >= "1"
                          AND WS-NETT-DATE-TXT IS NUMERIC
                          AND WS-NETT-DATE-TXT(1:6) = WS-MOIS THEN
                          MOVE WS-NETT-FRIGO-TXT TO WS-CPT-FRIGO
                          MOVE "O" TO WS-NETT-FAIT(WS-CPT-FRIGO)
                          IF WS-RUBRIQUE = "C" THEN
                             ADD 1 TO WS-NB-NETTOYAGES
                          END-IF
                          IF WS-RUBRIQUE = "D" THEN
                             MOVE SPACES TO F-DOSSIER-LIGNE
                             STRING "  Frigo N°" WS-NETT-FRIGO-TXT
                                " : nettoyage du " WS-NETT-DATE-TXT
                                DELIMITED BY SIZE
                                INTO F-DOSSIER-LIGNE
                             END-STRING
                             PERFORM 6900-ECRIT-DOSSIER
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-NETTOYAGE
           ELSE
              IF WS-RUBRIQUE = "C" THEN
                 DISPLAY "Pas de planning de nettoyage à reprendre."
              END-IF
           END-IF

           PERFORM VARYING WS-CPT-FRIGO FROM 1 BY 1
              UNTIL WS-CPT-FRIGO > WS-NB-FRIGOS(WS-SITE)

              IF WS-NETT-FAIT(WS-CPT-FRIGO) NOT = "O" THEN
                 IF WS-RUBRIQUE = "C" THEN
                    ADD 1 TO WS-NB-FRIGOS-NON-NETT
                 END-IF
                 IF WS-RUBRIQUE = "N" THEN
                    MOVE WS-CPT-FRIGO TO WS-FRIGO-ED
                    MOVE SPACES TO F-DOSSIER-LIGNE
                    STRING "  FRIGO N°" WS-FRIGO-ED
                       " SANS NETTOYAGE ENREGISTRE SUR LE MOIS"
                       DELIMITED BY SIZE
                       INTO F-DOSSIER-LIGNE
                    END-STRING
                    PERFORM 6900-ECRIT-DOSSIER
                    STRING "      Action corrective : nettoyage "
                       "à planifier au planning de nettoyage"
                       DELIMITED BY SIZE
                       INTO F-DOSSIER-LIGNE
                    END-STRING
                    PERFORM 6900-ECRIT-DOSSIER
                 END-IF
              END-IF

           END-PERFORM

           EXIT PROGRAM.

       6400-LOTS-EN-FRIGO.
      *    Mois en cours : lots encore en frigo au-delà du seuil de
      *    péremption, d'après le solde des frigos.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           COMPUTE WS-INTEGER-DATE-2 = FUNCTION INTEGER-OF-DATE
              (WS-DATE-JOUR)
           MOVE 0 TO WS-PREC-SITE
           MOVE 0 TO WS-PREC-FRIGO
           MOVE 0 TO WS-PREC-RAYON
           MOVE SPACES TO WS-PREC-PLAT

           OPEN INPUT F-FRIGO

           IF FS-FRIGO = "00" THEN
              PERFORM UNTIL FS-FRIGO = "10"
                 READ F-FRIGO INTO F-FRIGO-CURRENT
                    NOT AT END
                       IF F-FRIGO-SITE = WS-SITE
                          AND F-FRIGO-PLAT NOT = SPACES
                          AND F-FRIGO-DATE IS NUMERIC
                          AND F-FRIGO-DATE NOT = 0
                          AND NOT (F-FRIGO-SITE = WS-PREC-SITE
                          AND F-FRIGO-FRIGO = WS-PREC-FRIGO
                          AND F-FRIGO-RAYON = WS-PREC-RAYON
                          AND F-FRIGO-PLAT = WS-PREC-PLAT) THEN

                          COMPUTE WS-INTEGER-DATE-1 = FUNCTION
                             INTEGER-OF-DATE(F-FRIGO-DATE)
                          COMPUTE WS-NB-JOURS =
                             WS-INTEGER-DATE-2 - WS-INTEGER-DATE-1

                          IF WS-NB-JOURS > WS-SEUIL-PERIME-J THEN
                             PERFORM 6410-LOT-PERIME-EN-FRIGO
                          END-IF
                       END-IF

                       MOVE F-FRIGO-SITE TO WS-PREC-SITE
                       MOVE F-FRIGO-FRIGO TO WS-PREC-FRIGO
                       MOVE F-FRIGO-RAYON TO WS-PREC-RAYON
                       MOVE F-FRIGO-PLAT TO WS-PREC-PLAT
                 END-READ
              END-PERFORM
              CLOSE F-FRIGO
           ELSE
              IF WS-RUBRIQUE = "C" THEN
                 DISPLAY "Pas de solde frigo à contrôler."
              END-IF
           END-IF

           EXIT PROGRAM.

       6410-LOT-PERIME-EN-FRIGO.
           IF WS-RUBRIQUE = "C" THEN
              ADD 1 TO WS-NB-PERIMES-FRIGO
           END-IF

           IF WS-RUBRIQUE = "N" THEN
              MOVE SPACES TO F-DOSSIER-LIGNE
              STRING "  LOT PERIME EN FRIGO : plat " F-FRIGO-PLAT
                 " Frigo N°" F-FRIGO-FRIGO " Rayon " F-FRIGO-RAYON
                 " Empl. " F-FRIGO-EMPL " entré le " F-FRIGO-DATE
                 " (" WS-NB-JOURS " j)"
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              PERFORM 6900-ECRIT-DOSSIER

              STRING "      Action corrective : retrait et mise "
                 "au rebut immédiats"
                 DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
              PERFORM 6900-ECRIT-DOSSIER
           END-IF

           EXIT PROGRAM.

       6500-SYNTHESE.
      *    Page de synthèse du site : compteurs de chaque rubrique et
      *    total des non-conformités.
           MOVE WS-SEPARATEUR TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "DOSSIER PMS - PLAN DE MAITRISE SANITAIRE - SITE N°"
              WS-SITE DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "Mois " WS-MOIS-MM "/" WS-MOIS-AAAA
              " - édité le " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           IF MOIS-VIVANT THEN
              MOVE "(mois en cours)" TO F-DOSSIER-LIGNE(40:15)
           ELSE
              MOVE "(mois archivé)" TO F-DOSSIER-LIGNE(40:15)
           END-IF
           PERFORM 6900-ECRIT-DOSSIER

           MOVE WS-SEPARATEUR TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE "1 - SYNTHESE" TO F-DOSSIER-LIGNE
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "  Relevés de température ............ : "
              WS-NB-RELEVES DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "    dont excursions (> " WS-SEUIL-TEMP-ED
              " °C) ..... : " WS-NB-EXCURSIONS
              DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "    excursions sans action tracée ... : "
              WS-NB-EXC-SANS-ACTION DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "  Nettoyages enregistrés ............ : "
              WS-NB-NETTOYAGES DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "    frigos sans nettoyage ........... : "
              WS-NB-FRIGOS-NON-NETT DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "  Bacs jetés (motif J) .............. : "
              WS-NB-JETES DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "  Lots sortis périmés ............... : "
              WS-NB-PERIMES-SORTIS DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "    dont servis au client ........... : "
              WS-NB-PERIMES-SERVIS DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           IF MOIS-VIVANT THEN
              STRING "  Lots périmés encore en frigo ...... : "
                 WS-NB-PERIMES-FRIGO DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
           ELSE
              STRING "  Lots périmés encore en frigo ...... : "
                 "sans objet (mois archivé)" DELIMITED BY SIZE
                 INTO F-DOSSIER-LIGNE
              END-STRING
           END-IF
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "  Corrections (annulations X) ....... : "
              WS-NB-CORRECTIONS DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           MOVE SPACES TO F-DOSSIER-LIGNE
           STRING "  TOTAL DES NON-CONFORMITES ......... : "
              WS-NB-NON-CONF DELIMITED BY SIZE
              INTO F-DOSSIER-LIGNE
           END-STRING
           PERFORM 6900-ECRIT-DOSSIER

           EXIT PROGRAM.

       6900-ECRIT-DOSSIER.
      *    Ecrit la ligne courante du dossier et la remet à blanc.
           WRITE F-DOSSIER-LIGNE
           MOVE SPACES TO F-DOSSIER-LIGNE
           ADD 1 TO WS-NB-LIGNES

           EXIT PROGRAM.

       8930-DATE-METIER.
      *    Date métier du passage (service de dates, fonction DM) :
      *    la date système, ou la date forcée par le pilote de chaîne
      *    pour retraiter un jour manqué. Elle remplace la date du
      *    jour dans les traitements. Une date future ou inexistante
      *    arrête le programme.
           MOVE "DM" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES

           IF NOT DT-OK THEN
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DT-DATE-RESULTAT TO WS-DATE-METIER
           IF DT-DATE-FORCEE THEN
              DISPLAY "DATE METIER FORCEE : " WS-DATE-METIER
           END-IF

           EXIT PROGRAM.

       9998-FIN-NORMAL.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD903               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD903.
