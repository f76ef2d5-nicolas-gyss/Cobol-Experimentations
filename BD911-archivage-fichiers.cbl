       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD911.

      ***************************************************************
      *    Archivage des fichiers partagés : ParkingMouvements.txt,
      *    TransfertCuisine.txt, CellierJournal.txt,
      *    ExploitationLog.txt, ChaineStatut.txt et
      *    DegustationsCellier.txt ne faisaient que grossir, et la
      *    reconstruction du parking (BC802) comme le bilan du
      *    cellier (BD501) les relisent en entier à chaque passage.
      *    La politique de conservation (RetentionFichiers.txt : une
      *    ligne fichier;mois;action, "*" ou "#" en tête pour un
      *    commentaire) donne pour chaque fichier de ./out le nombre
      *    de mois conservés en plus du mois courant et l'action :
      *      A : les lignes des mois clos plus anciens partent dans
      *          une archive datée du mois de la ligne
      *          (./out/<fichier>-AAAAMM.txt, complétée si elle
      *          existe déjà) ;
      *      S : ces lignes sont supprimées sans archive.
      *    Le mois courant n'est jamais touché, et les lignes dont
      *    un programme a encore besoin restent dans le fichier
      *    vivant quel que soit leur âge :
      *      - ParkingMouvements.txt : l'entrée d'un séjour encore
      *        ouvert (dernier mouvement de la plaque = entrée) ;
      *      - TransfertCuisine.txt : toutes les lignes, BD101 ne
      *        réécrit que les transferts pas encore reçus ;
      *      - ChaineStatut.txt : toutes les lignes, c'est l'état de
      *        reprise de la chaîne (une ligne par étape, dans
      *        l'ordre des étapes) ;
      *      - ExploitationLog.txt : la dernière ligne DEBUT de
      *        chaque programme (début du dernier passage, relu par
      *        les écarts de soldes BD910) ;
      *      - une ligne sans date lisible.
      *    Chaque fichier est compté avant et après : lignes lues =
      *    conservées + archivées + supprimées, fichier de travail et
      *    fichier vivant relus à l'identique, chaque archive relue
      *    avec ses anciennes lignes plus les nouvelles. Au moindre
      *    écart le fichier vivant n'est pas remplacé, et l'exécution
      *    s'arrête en code retour 16 une fois la politique traitée.
      *    Compte rendu dans ArchivageRapport.txt.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-POLITIQUE ASSIGN TO "./in/RetentionFichiers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-POLITIQUE.

      *    Fichier vivant en cours de traitement.
       SELECT F-VIVANT ASSIGN TO DYNAMIC WS-NOM-VIVANT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VIVANT.

      *    Lignes conservées, recopiées ensuite sur le fichier vivant.
       SELECT F-TRAVAIL ASSIGN TO "./out/ArchivageTravail.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRAVAIL.

      *    Archive datée du mois de la ligne archivée.
       SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ARCHIVE.

       SELECT F-RAPPORT ASSIGN TO "./out/ArchivageRapport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RAPPORT.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-POLITIQUE.
       01 F-POLITIQUE-LIGNE PIC X(80).

       FD F-VIVANT.
       01 F-VIVANT-LIGNE PIC X(120).

       FD F-TRAVAIL.
       01 F-TRAVAIL-LIGNE PIC X(120).

       FD F-ARCHIVE.
       01 F-ARCHIVE-LIGNE PIC X(120).

       FD F-RAPPORT.
       01 F-RAPPORT-LIGNE PIC X(120).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-POLITIQUE PIC X(2).
       01 FS-VIVANT    PIC X(2).
       01 FS-TRAVAIL   PIC X(2).
       01 FS-ARCHIVE   PIC X(2).
       01 FS-RAPPORT   PIC X(2).
       01 FS-EXPLOIT   PIC X(2).

       01 WS-DATE-JOUR.
           02 WS-DJ-ANNEE PIC 9(4).
           02 WS-DJ-MOIS  PIC 9(2).
           02 WS-DJ-JOUR  PIC 9(2).

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
      *    Ligne de politique : fichier;mois conservés;action.
      ***************************************************************
       01 WS-POL-NOM-TXT    PIC X(40).
       01 WS-POL-MOIS-TXT   PIC X(5).
       01 WS-POL-ACTION-TXT PIC X(1).
           88 POL-ARCHIVER  VALUE "A".
           88 POL-SUPPRIMER VALUE "S".
       01 WS-POL-MOIS       PIC 9(3).
       01 WS-POL-VALIDE     PIC X(1).
           88 POLITIQUE-VALIDE VALUE "O".
       01 WS-POL-MOTIF      PIC X(40).

      *    Fichier traité, reconnu par son nom : chacun a sa date de
      *    ligne et ses lignes protégées.
       01 WS-TYPE-FICHIER PIC X(1).
           88 TYPE-PARKING     VALUE "P".
           88 TYPE-TRANSFERT   VALUE "T".
           88 TYPE-CELLIER     VALUE "C".
           88 TYPE-EXPLOIT     VALUE "E".
           88 TYPE-STATUT      VALUE "S".
           88 TYPE-DEGUSTATION VALUE "D".
       01 WS-NOM-VIVANT  PIC X(60).
       01 WS-NOM-BASE    PIC X(40).
       01 WS-NOM-ARCHIVE PIC X(60).
       01 WS-VIVANT-PRESENT PIC X(1).
           88 VIVANT-PRESENT VALUE "O".
       01 WS-FICHIER-OK PIC X(1).
           88 FICHIER-OK VALUE "O".

      *    Mois limite (AAAAMM) : une ligne d'un mois antérieur est
      *    hors conservation. Mois courant moins WS-POL-MOIS.
       01 WS-MOIS-LIMITE.
           02 WS-LIM-ANNEE PIC 9(4).
           02 WS-LIM-MOIS  PIC 9(2).
       01 WS-MOIS-ABS   PIC 9(7).
       01 WS-LIM-RESTE  PIC 9(2).

      ***************************************************************
      *    Ligne lue, son mois et son rang dans le fichier vivant.
      ***************************************************************
       01 WS-LIGNE PIC X(120).
       01 WS-LIGNE-PARKING REDEFINES WS-LIGNE.
           02 WS-LPK-DATE  PIC X(8).
           02 WS-LPK-HEURE PIC X(6).
           02 WS-LPK-ORDRE PIC X(1).
           02 WS-LPK-NUMID PIC X(4).
           02 FILLER       PIC X(101).
       01 WS-LIGNE-MOIS PIC X(6).
       01 WS-LIGNE-RANG PIC 9(7).
       01 WS-LIGNE-PROTEGEE PIC X(1).
           88 LIGNE-PROTEGEE VALUE "O".

       01 WS-EXL-DH-TXT   PIC X(15).
       01 WS-EXL-PROG-TXT PIC X(10).
       01 WS-EXL-MODE-TXT PIC X(10).

      ***************************************************************
      *    Repères de la première lecture : dernier mouvement de
      *    chaque plaque du parking, dernière ligne DEBUT de chaque
      *    programme au journal d'exploitation (rang de la ligne).
      ***************************************************************
       01 WS-PLAQUES.
           02 WS-NB-PLAQUES PIC 9(4).
           02 WS-PLAQUE OCCURS 3000 TIMES.
              03 WS-PLQ-NUMID PIC X(4).
              03 WS-PLQ-ORDRE PIC X(1).
              03 WS-PLQ-RANG  PIC 9(7).
       01 WS-PROGRAMMES.
           02 WS-NB-PROGS PIC 9(3).
           02 WS-PROG OCCURS 200 TIMES.
              03 WS-PRG-NOM  PIC X(10).
              03 WS-PRG-RANG PIC 9(7).
       01 WS-CPT-TAB  PIC 9(4).
       01 WS-RANG-TAB PIC 9(4).
       01 WS-TABLE-SATUREE PIC X(1).
           88 TABLE-SATUREE VALUE "O".

      *    Compteurs du fichier en cours.
       01 WS-NB-AVANT      PIC 9(7).
       01 WS-NB-CONSERVEES PIC 9(7).
       01 WS-NB-PROTEGEES  PIC 9(7).
       01 WS-NB-ARCHIVEES  PIC 9(7).
       01 WS-NB-SUPPRIMEES PIC 9(7).
       01 WS-NB-APRES      PIC 9(7).
       01 WS-NB-COMPTE     PIC 9(7).
       01 WS-NB-RETIREES   PIC 9(7).

      *    Archive ouverte : mois, lignes avant ouverture, lignes
      *    ajoutées.
       01 WS-ARC-MOIS    PIC X(6).
       01 WS-ARC-AVANT   PIC 9(7).
       01 WS-ARC-ECRITES PIC 9(7).

      *    Compteurs de l'exécution.
       01 WS-NB-LUS       PIC 9(7) VALUE 0.
       01 WS-NB-DEPLACEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS    PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE 0.

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
           STRING "ARCHIVAGE DES FICHIERS PARTAGES AU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING.
           WRITE F-RAPPORT-LIGNE.

           OPEN INPUT F-POLITIQUE.

           IF FS-POLITIQUE = "00" THEN
              PERFORM UNTIL FS-POLITIQUE = "10"
                 READ F-POLITIQUE INTO F-POLITIQUE-LIGNE
                    NOT AT END
                       IF F-POLITIQUE-LIGNE NOT = SPACES AND
                          F-POLITIQUE-LIGNE(1:1) NOT = "*" AND
                          F-POLITIQUE-LIGNE(1:1) NOT = "#" THEN
                          PERFORM 6000-TRAITE-POLITIQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-POLITIQUE
           ELSE
              DISPLAY "Pas de politique de conservation (./in/Retent"
                 "ionFichiers.txt), rien à archiver."
              MOVE SPACES TO F-RAPPORT-LIGNE
              STRING "Pas de politique de conservation : rien à "
                 "archiver." DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
              WRITE F-RAPPORT-LIGNE
           END-IF.

           CLOSE F-RAPPORT.

           DISPLAY "-- ARCHIVAGE DES FICHIERS PARTAGES --"
           DISPLAY "Lignes lues                : " WS-NB-LUS
           DISPLAY "Lignes archivées/supprimées: " WS-NB-DEPLACEES
           DISPLAY "Politiques rejetées        : " WS-NB-REJETS
           DISPLAY "Fichiers en écart          : " WS-NB-ANOMALIES
           DISPLAY "Rapport : ./out/ArchivageRapport.txt"

      *    Un fichier en écart est resté en l'état : l'étape tombe
      *    pour qu'il soit examiné avant le prochain archivage.
           IF WS-NB-ANOMALIES > 0 THEN
              DISPLAY "ARRET : " WS-NB-ANOMALIES
                 " fichier(s) en écart de comptage, voir le rapport"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
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
           DISPLAY "* LANCEMENT PROGRAMME : BD911         *".
           DISPLAY "* Archivage des fichiers partagés     *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-TRAITE-POLITIQUE.
      *    Découpe et contrôle une ligne de politique, puis traite
      *    le fichier qu'elle désigne.
           MOVE SPACES TO WS-POL-NOM-TXT
           MOVE SPACES TO WS-POL-MOIS-TXT
           MOVE SPACES TO WS-POL-ACTION-TXT
           UNSTRING F-POLITIQUE-LIGNE DELIMITED BY ";"
              INTO WS-POL-NOM-TXT
                   WS-POL-MOIS-TXT
                   WS-POL-ACTION-TXT
           END-UNSTRING

           MOVE "O" TO WS-POL-VALIDE
           MOVE SPACES TO WS-POL-MOTIF

           EVALUATE WS-POL-NOM-TXT
              WHEN "ParkingMouvements.txt"
                 MOVE "P" TO WS-TYPE-FICHIER
              WHEN "TransfertCuisine.txt"
                 MOVE "T" TO WS-TYPE-FICHIER
              WHEN "CellierJournal.txt"
                 MOVE "C" TO WS-TYPE-FICHIER
              WHEN "ExploitationLog.txt"
                 MOVE "E" TO WS-TYPE-FICHIER
              WHEN "ChaineStatut.txt"
                 MOVE "S" TO WS-TYPE-FICHIER
              WHEN "DegustationsCellier.txt"
                 MOVE "D" TO WS-TYPE-FICHIER
              WHEN OTHER
                 MOVE "N" TO WS-POL-VALIDE
                 MOVE "fichier non géré" TO WS-POL-MOTIF
           END-EVALUATE

           IF POLITIQUE-VALIDE THEN
              IF WS-POL-MOIS-TXT(1:1) IS NUMERIC THEN
                 COMPUTE WS-POL-MOIS =
                    FUNCTION NUMVAL(WS-POL-MOIS-TXT)
              ELSE
                 MOVE "N" TO WS-POL-VALIDE
                 MOVE "nombre de mois illisible" TO WS-POL-MOTIF
              END-IF
           END-IF

           IF POLITIQUE-VALIDE AND NOT POL-ARCHIVER AND
              NOT POL-SUPPRIMER THEN
              MOVE "N" TO WS-POL-VALIDE
              MOVE "action autre que A ou S" TO WS-POL-MOTIF
           END-IF

           IF POLITIQUE-VALIDE THEN
              PERFORM 6050-TRAITE-FICHIER
           ELSE
              ADD 1 TO WS-NB-REJETS
              DISPLAY "Politique rejetée ("
                 FUNCTION TRIM(WS-POL-MOTIF) ") : "
                 FUNCTION TRIM(F-POLITIQUE-LIGNE)
              MOVE SPACES TO F-RAPPORT-LIGNE
              STRING "REJET " DELIMITED BY SIZE
                 WS-POL-MOTIF DELIMITED BY "  "
                 " : " F-POLITIQUE-LIGNE
                 DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
              WRITE F-RAPPORT-LIGNE
           END-IF

           EXIT PROGRAM.

       6050-TRAITE-FICHIER.
      *    Archive (ou supprime) les lignes hors conservation du
      *    fichier WS-POL-NOM-TXT et écrit son compte rendu.
           MOVE SPACES TO WS-NOM-VIVANT
           STRING "./out/" WS-POL-NOM-TXT DELIMITED BY SPACE
              INTO WS-NOM-VIVANT
           END-STRING
           MOVE SPACES TO WS-NOM-BASE
           UNSTRING WS-POL-NOM-TXT DELIMITED BY ".txt"
              INTO WS-NOM-BASE
           END-UNSTRING

           COMPUTE WS-MOIS-ABS =
              WS-DJ-ANNEE * 12 + WS-DJ-MOIS - 1 - WS-POL-MOIS
           DIVIDE WS-MOIS-ABS BY 12 GIVING WS-LIM-ANNEE
              REMAINDER WS-LIM-RESTE
           COMPUTE WS-LIM-MOIS = WS-LIM-RESTE + 1

           MOVE "O" TO WS-FICHIER-OK
           MOVE 0 TO WS-NB-AVANT
           MOVE 0 TO WS-NB-CONSERVEES
           MOVE 0 TO WS-NB-PROTEGEES
           MOVE 0 TO WS-NB-ARCHIVEES
           MOVE 0 TO WS-NB-SUPPRIMEES
           MOVE 0 TO WS-NB-APRES

           MOVE SPACES TO F-RAPPORT-LIGNE
           STRING "=== " DELIMITED BY SIZE
              WS-POL-NOM-TXT DELIMITED BY SPACE
              " : " WS-POL-MOIS " mois conservés avant le mois cour"
              "ant, action " WS-POL-ACTION-TXT
              ", lignes antérieures à " WS-MOIS-LIMITE
              DELIMITED BY SIZE
              INTO F-RAPPORT-LIGNE
           END-STRING
           WRITE F-RAPPORT-LIGNE

           PERFORM 6100-PREMIERE-LECTURE

           IF NOT VIVANT-PRESENT THEN
              MOVE "Fichier absent : rien à archiver."
                 TO F-RAPPORT-LIGNE
              WRITE F-RAPPORT-LIGNE
           ELSE
              IF TABLE-SATUREE THEN
      *          Sans tous les repères, une ligne encore utile
      *          pourrait partir : le fichier est laissé en l'état.
                 ADD 1 TO WS-NB-REJETS
                 DISPLAY "Repères saturés, fichier laissé en l'état"
                    " : " FUNCTION TRIM(WS-POL-NOM-TXT)
                 MOVE SPACES TO F-RAPPORT-LIGNE
                 STRING "REJET repères saturés : fichier laissé en "
                    "l'état." DELIMITED BY SIZE
                    INTO F-RAPPORT-LIGNE
                 END-STRING
                 WRITE F-RAPPORT-LIGNE
              ELSE
                 PERFORM 6200-TRI-LIGNES
                 PERFORM 6300-CONTROLE-REMPLACEMENT

                 MOVE SPACES TO F-RAPPORT-LIGNE
                 STRING "Lues " WS-NB-AVANT
                    " archivées " WS-NB-ARCHIVEES
                    " supprimées " WS-NB-SUPPRIMEES
                    " conservées " WS-NB-CONSERVEES
                    " (dont protégées " WS-NB-PROTEGEES ")"
                    DELIMITED BY SIZE
                    INTO F-RAPPORT-LIGNE
                 END-STRING
                 WRITE F-RAPPORT-LIGNE

                 MOVE SPACES TO F-RAPPORT-LIGNE
                 IF FICHIER-OK THEN
                    STRING "Fichier vivant après archivage : "
                       WS-NB-APRES " ligne(s) - OK"
                       DELIMITED BY SIZE
                       INTO F-RAPPORT-LIGNE
                    END-STRING
                 ELSE
                    STRING "ECART DE COMPTAGE : fichier vivant laiss"
                       "é en l'état (" WS-NB-APRES " ligne(s))"
                       DELIMITED BY SIZE
                       INTO F-RAPPORT-LIGNE
                    END-STRING
                 END-IF
                 WRITE F-RAPPORT-LIGNE

                 DISPLAY FUNCTION TRIM(WS-POL-NOM-TXT) " : "
                    WS-NB-ARCHIVEES
                    " archivée(s), " WS-NB-SUPPRIMEES
                    " supprimée(s), " WS-NB-CONSERVEES
                    " conservée(s)"
              END-IF
           END-IF

           EXIT PROGRAM.

       6100-PREMIERE-LECTURE.
      *    Compte les lignes du fichier vivant et relève les repères
      *    des lignes protégées (plaques, débuts de programme).
           MOVE 0 TO WS-NB-PLAQUES
           MOVE 0 TO WS-NB-PROGS
           MOVE "N" TO WS-TABLE-SATUREE

           OPEN INPUT F-VIVANT

           IF FS-VIVANT = "00" THEN
              MOVE "O" TO WS-VIVANT-PRESENT
              PERFORM UNTIL FS-VIVANT = "10"
                 READ F-VIVANT INTO WS-LIGNE
                    NOT AT END
                       ADD 1 TO WS-NB-AVANT
                       EVALUATE TRUE
                          WHEN TYPE-PARKING
                             PERFORM 6110-REPERE-PLAQUE
                          WHEN TYPE-EXPLOIT
                             PERFORM 6120-REPERE-PROGRAMME
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE F-VIVANT
           ELSE
              MOVE "N" TO WS-VIVANT-PRESENT
           END-IF

           EXIT PROGRAM.

       6110-REPERE-PLAQUE.
      *    Dernier mouvement (entrée ou sortie) de chaque plaque.
           IF WS-LPK-ORDRE = "E" OR WS-LPK-ORDRE = "S" THEN
              PERFORM 6115-CHERCHE-PLAQUE
              IF WS-RANG-TAB = 0 THEN
                 IF WS-NB-PLAQUES < 3000 THEN
                    ADD 1 TO WS-NB-PLAQUES
                    MOVE WS-NB-PLAQUES TO WS-RANG-TAB
                    MOVE WS-LPK-NUMID TO WS-PLQ-NUMID(WS-RANG-TAB)
                 ELSE
                    MOVE "O" TO WS-TABLE-SATUREE
                 END-IF
              END-IF
              IF WS-RANG-TAB > 0 THEN
                 MOVE WS-LPK-ORDRE TO WS-PLQ-ORDRE(WS-RANG-TAB)
                 MOVE WS-NB-AVANT TO WS-PLQ-RANG(WS-RANG-TAB)
              END-IF
           END-IF

           EXIT PROGRAM.

       6115-CHERCHE-PLAQUE.
      *    Rang de la plaque WS-LPK-NUMID dans la table (0 si
      *    absente).
           MOVE 0 TO WS-RANG-TAB
           PERFORM VARYING WS-CPT-TAB FROM 1 BY 1
              UNTIL WS-CPT-TAB > WS-NB-PLAQUES OR WS-RANG-TAB > 0
              IF WS-PLQ-NUMID(WS-CPT-TAB) = WS-LPK-NUMID THEN
                 MOVE WS-CPT-TAB TO WS-RANG-TAB
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6120-REPERE-PROGRAMME.
      *    Dernière ligne DEBUT de chaque programme.
           PERFORM 6125-DECOUPE-EXPLOIT
           IF WS-EXL-MODE-TXT = "DEBUT" THEN
              PERFORM 6130-CHERCHE-PROGRAMME
              IF WS-RANG-TAB = 0 THEN
                 IF WS-NB-PROGS < 200 THEN
                    ADD 1 TO WS-NB-PROGS
                    MOVE WS-NB-PROGS TO WS-RANG-TAB
                    MOVE WS-EXL-PROG-TXT TO WS-PRG-NOM(WS-RANG-TAB)
                 ELSE
                    MOVE "O" TO WS-TABLE-SATUREE
                 END-IF
              END-IF
              IF WS-RANG-TAB > 0 THEN
                 MOVE WS-NB-AVANT TO WS-PRG-RANG(WS-RANG-TAB)
              END-IF
           END-IF

           EXIT PROGRAM.

       6125-DECOUPE-EXPLOIT.
      *    date-heure;programme;mode;compteurs.
           MOVE SPACES TO WS-EXL-DH-TXT
           MOVE SPACES TO WS-EXL-PROG-TXT
           MOVE SPACES TO WS-EXL-MODE-TXT
           UNSTRING WS-LIGNE DELIMITED BY ";"
              INTO WS-EXL-DH-TXT
                   WS-EXL-PROG-TXT
                   WS-EXL-MODE-TXT
           END-UNSTRING

           EXIT PROGRAM.

       6130-CHERCHE-PROGRAMME.
      *    Rang du programme WS-EXL-PROG-TXT dans la table (0 si
      *    absent).
           MOVE 0 TO WS-RANG-TAB
           PERFORM VARYING WS-CPT-TAB FROM 1 BY 1
              UNTIL WS-CPT-TAB > WS-NB-PROGS OR WS-RANG-TAB > 0
              IF WS-PRG-NOM(WS-CPT-TAB) = WS-EXL-PROG-TXT THEN
                 MOVE WS-CPT-TAB TO WS-RANG-TAB
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6200-TRI-LIGNES.
      *    Relit le fichier vivant : les lignes hors conservation et
      *    non protégées partent en archive (ou sont supprimées), les
      *    autres sont recopiées dans le fichier de travail.
           MOVE 0 TO WS-LIGNE-RANG
           MOVE SPACES TO WS-ARC-MOIS

           OPEN INPUT F-VIVANT
           OPEN OUTPUT F-TRAVAIL

           PERFORM UNTIL FS-VIVANT = "10"
              READ F-VIVANT INTO WS-LIGNE
                 NOT AT END
                    ADD 1 TO WS-LIGNE-RANG
                    ADD 1 TO WS-NB-LUS
                    PERFORM 6210-MOIS-LIGNE
                    PERFORM 6220-PROTECTION-LIGNE

                    IF WS-LIGNE-MOIS IS NUMERIC AND
                       WS-LIGNE-MOIS < WS-MOIS-LIMITE AND
                       NOT LIGNE-PROTEGEE THEN
                       IF POL-ARCHIVER THEN
                          PERFORM 6230-ARCHIVE-LIGNE
                       ELSE
                          ADD 1 TO WS-NB-SUPPRIMEES
                       END-IF
                    ELSE
                       IF WS-LIGNE-MOIS IS NOT NUMERIC OR
                          WS-LIGNE-MOIS < WS-MOIS-LIMITE THEN
                          ADD 1 TO WS-NB-PROTEGEES
                       END-IF
                       MOVE WS-LIGNE TO F-TRAVAIL-LIGNE
                       WRITE F-TRAVAIL-LIGNE
                       ADD 1 TO WS-NB-CONSERVEES
                    END-IF
              END-READ
           END-PERFORM

           CLOSE F-TRAVAIL
           CLOSE F-VIVANT

           IF WS-ARC-MOIS NOT = SPACES THEN
              PERFORM 6240-FERME-ARCHIVE
           END-IF

           EXIT PROGRAM.

       6210-MOIS-LIGNE.
      *    Mois (AAAAMM) de la ligne, selon le fichier : en tête de
      *    ligne pour les journaux horodatés, date de la dégustation
      *    (colonne 52) pour les dégustations. Transferts et statut
      *    de chaîne ne sont pas datés par mois : toujours conservés.
           EVALUATE TRUE
              WHEN TYPE-PARKING
              WHEN TYPE-CELLIER
              WHEN TYPE-EXPLOIT
                 MOVE WS-LIGNE(1:6) TO WS-LIGNE-MOIS
              WHEN TYPE-DEGUSTATION
                 MOVE WS-LIGNE(52:6) TO WS-LIGNE-MOIS
              WHEN OTHER
                 MOVE SPACES TO WS-LIGNE-MOIS
           END-EVALUATE

           EXIT PROGRAM.

       6220-PROTECTION-LIGNE.
      *    Ligne encore nécessaire à un programme, gardée dans le
      *    fichier vivant quel que soit son âge.
           MOVE "N" TO WS-LIGNE-PROTEGEE

           EVALUATE TRUE
              WHEN TYPE-TRANSFERT
              WHEN TYPE-STATUT
                 MOVE "O" TO WS-LIGNE-PROTEGEE
              WHEN TYPE-PARKING
      *          Entrée d'un séjour encore ouvert.
                 IF WS-LPK-ORDRE = "E" THEN
                    PERFORM 6115-CHERCHE-PLAQUE
                    IF WS-RANG-TAB > 0 THEN
                       IF WS-PLQ-RANG(WS-RANG-TAB) = WS-LIGNE-RANG
                          AND WS-PLQ-ORDRE(WS-RANG-TAB) = "E" THEN
                          MOVE "O" TO WS-LIGNE-PROTEGEE
                       END-IF
                    END-IF
                 END-IF
              WHEN TYPE-EXPLOIT
      *          Début du dernier passage de chaque programme.
                 PERFORM 6125-DECOUPE-EXPLOIT
                 IF WS-EXL-MODE-TXT = "DEBUT" THEN
                    PERFORM 6130-CHERCHE-PROGRAMME
                    IF WS-RANG-TAB > 0 THEN
                       IF WS-PRG-RANG(WS-RANG-TAB) = WS-LIGNE-RANG
                          THEN
                          MOVE "O" TO WS-LIGNE-PROTEGEE
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE

           EXIT PROGRAM.

       6230-ARCHIVE-LIGNE.
      *    Ecrit la ligne dans l'archive de son mois, ouverte (ou
      *    complétée) au premier besoin.
           IF WS-LIGNE-MOIS NOT = WS-ARC-MOIS THEN
              IF WS-ARC-MOIS NOT = SPACES THEN
                 PERFORM 6240-FERME-ARCHIVE
              END-IF

              MOVE WS-LIGNE-MOIS TO WS-ARC-MOIS
              MOVE SPACES TO WS-NOM-ARCHIVE
              STRING "./out/" WS-NOM-BASE DELIMITED BY SPACE
                 "-" WS-ARC-MOIS ".txt" DELIMITED BY SIZE
                 INTO WS-NOM-ARCHIVE
              END-STRING

              PERFORM 6250-COMPTE-ARCHIVE
              MOVE WS-NB-COMPTE TO WS-ARC-AVANT
              MOVE 0 TO WS-ARC-ECRITES

              OPEN EXTEND F-ARCHIVE
              IF FS-ARCHIVE = "35" THEN
                 OPEN OUTPUT F-ARCHIVE
              END-IF
           END-IF

           MOVE WS-LIGNE TO F-ARCHIVE-LIGNE
           WRITE F-ARCHIVE-LIGNE
           ADD 1 TO WS-ARC-ECRITES
           ADD 1 TO WS-NB-ARCHIVEES

           EXIT PROGRAM.

       6240-FERME-ARCHIVE.
      *    Ferme l'archive du mois et vérifie qu'elle porte bien ses
      *    anciennes lignes plus celles qui viennent d'y être écrites.
           CLOSE F-ARCHIVE

           PERFORM 6250-COMPTE-ARCHIVE

           IF WS-NB-COMPTE NOT = WS-ARC-AVANT + WS-ARC-ECRITES THEN
              MOVE "N" TO WS-FICHIER-OK
              DISPLAY "Ecart sur l'archive "
                 FUNCTION TRIM(WS-NOM-ARCHIVE)
              MOVE SPACES TO F-RAPPORT-LIGNE
              STRING "ECART ARCHIVE " WS-NOM-ARCHIVE
                 DELIMITED BY SPACE
                 " : " WS-NB-COMPTE " ligne(s) pour " WS-ARC-AVANT
                 " + " WS-ARC-ECRITES
                 DELIMITED BY SIZE
                 INTO F-RAPPORT-LIGNE
              END-STRING
              WRITE F-RAPPORT-LIGNE
           END-IF

           MOVE SPACES TO WS-ARC-MOIS

           EXIT PROGRAM.

       6250-COMPTE-ARCHIVE.
      *    Nombre de lignes de l'archive WS-NOM-ARCHIVE (0 si elle
      *    n'existe pas).
           MOVE 0 TO WS-NB-COMPTE
           OPEN INPUT F-ARCHIVE
           IF FS-ARCHIVE = "00" THEN
              PERFORM UNTIL FS-ARCHIVE = "10"
                 READ F-ARCHIVE
                    NOT AT END
                       ADD 1 TO WS-NB-COMPTE
                 END-READ
              END-PERFORM
              CLOSE F-ARCHIVE
           END-IF

           EXIT PROGRAM.

       6260-COMPTE-TRAVAIL.
      *    Nombre de lignes du fichier de travail.
           MOVE 0 TO WS-NB-COMPTE
           OPEN INPUT F-TRAVAIL
           IF FS-TRAVAIL = "00" THEN
              PERFORM UNTIL FS-TRAVAIL = "10"
                 READ F-TRAVAIL
                    NOT AT END
                       ADD 1 TO WS-NB-COMPTE
                 END-READ
              END-PERFORM
              CLOSE F-TRAVAIL
           END-IF

           EXIT PROGRAM.

       6270-COMPTE-VIVANT.
      *    Nombre de lignes du fichier vivant.
           MOVE 0 TO WS-NB-COMPTE
           OPEN INPUT F-VIVANT
           IF FS-VIVANT = "00" THEN
              PERFORM UNTIL FS-VIVANT = "10"
                 READ F-VIVANT
                    NOT AT END
                       ADD 1 TO WS-NB-COMPTE
                 END-READ
              END-PERFORM
              CLOSE F-VIVANT
           END-IF

           EXIT PROGRAM.

       6300-CONTROLE-REMPLACEMENT.
      *    Avant remplacement : toutes les lignes lues sont
      *    retrouvées (conservées + archivées + supprimées) et le
      *    fichier de travail relu porte les lignes conservées.
      *    Après remplacement, le fichier vivant relu doit porter
      *    exactement ces lignes.
           PERFORM 6260-COMPTE-TRAVAIL

           IF WS-NB-CONSERVEES + WS-NB-ARCHIVEES + WS-NB-SUPPRIMEES
              NOT = WS-NB-AVANT OR
              WS-NB-COMPTE NOT = WS-NB-CONSERVEES THEN
              MOVE "N" TO WS-FICHIER-OK
              DISPLAY "Ecart avant remplacement sur "
                 FUNCTION TRIM(WS-POL-NOM-TXT)
                 " : lues " WS-NB-AVANT ", travail " WS-NB-COMPTE
           END-IF

           COMPUTE WS-NB-RETIREES =
              WS-NB-ARCHIVEES + WS-NB-SUPPRIMEES

           IF FICHIER-OK AND WS-NB-RETIREES > 0 THEN
              OPEN INPUT F-TRAVAIL
              OPEN OUTPUT F-VIVANT
              PERFORM UNTIL FS-TRAVAIL = "10"
                 READ F-TRAVAIL INTO F-VIVANT-LIGNE
                    NOT AT END
                       WRITE F-VIVANT-LIGNE
                 END-READ
              END-PERFORM
              CLOSE F-VIVANT
              CLOSE F-TRAVAIL
           END-IF

           PERFORM 6270-COMPTE-VIVANT
           MOVE WS-NB-COMPTE TO WS-NB-APRES

           IF FICHIER-OK AND WS-NB-APRES NOT = WS-NB-CONSERVEES THEN
              MOVE "N" TO WS-FICHIER-OK
              DISPLAY "Ecart après remplacement sur "
                 FUNCTION TRIM(WS-POL-NOM-TXT)
                 " : " WS-NB-APRES " ligne(s) pour "
                 WS-NB-CONSERVEES
           END-IF

           IF FICHIER-OK THEN
              ADD WS-NB-RETIREES TO WS-NB-DEPLACEES
           ELSE
              ADD 1 TO WS-NB-ANOMALIES
           END-IF

      *    Le fichier de travail est vidé.
           OPEN OUTPUT F-TRAVAIL
           CLOSE F-TRAVAIL

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
              ";BD911;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-DEPLACEES
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
           DISPLAY "* FIN PROGRAMME : BD911               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD911.
