       IDENTIFICATION DIVISION.
       PROGRAM-ID. BC812.

      ***************************************************************
      *    Service de configuration appelable : les réglages des
      *    programmes de gestion (BD101, BD302, BD501, BC802, BC701)
      *    étaient éparpillés dans autant de petits fichiers, chacun
      *    à son format et aucun contrôlé. Ils sont réunis dans un
      *    seul fichier sectionné au format de LectureConfig
      *    (CLE=valeur sous des en-têtes [SECTION]), une section par
      *    programme, avec héritage par environnement : [DEFAUT],
      *    [DEFAUT.env], [programme], [programme.env], la plus
      *    précise l'emportant. Chaque programme décrit ses
      *    paramètres (type et bornes), BC812 résout les valeurs, les
      *    contrôle et trace au rapport ConfigUtilisee.txt les
      *    valeurs refusées puis celles réellement employées. La zone
      *    de paramètres est décrite dans BC812PRM.
      *
      *    Sous-programme appelé : ses paragraphes ne se terminent
      *    pas par EXIT PROGRAM, qui rendrait la main à l'appelant au
      *    milieu du traitement.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-GESTION ASSIGN TO "./config/Gestion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-GESTION.

       SELECT F-ENVIRONNEMENT ASSIGN TO "./config/Environnement.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-ENVIRONNEMENT.

       SELECT F-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-NOM
       ORGANIZATION IS LINE SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS FS-F-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-GESTION.
       01 F-GESTION-CURRENT PIC X(60).

       FD F-ENVIRONNEMENT.
       01 F-ENVIRONNEMENT-CURRENT PIC X(20).

       FD F-RAPPORT.
       01 F-RAPPORT-CURRENT PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-F-GESTION       PIC X(2).
       01 FS-F-ENVIRONNEMENT PIC X(2).
       01 FS-F-RAPPORT       PIC X(2).

      *    Rapport des réglages employés : réel, ou celui du dossier
      *    de simulation pour un appelant lancé en simulation.
       01 WS-RAPPORT-NOM     PIC X(40).

      *    Sections reconnues pour le programme appelant et rang de
      *    la section courante : 1 [DEFAUT], 2 [DEFAUT.env],
      *    3 [programme], 4 [programme.env], 0 autre section.
       01 WS-SEC-COURANTE  PIC X(30).
       01 WS-SEC-DEF-ENV   PIC X(30).
       01 WS-SEC-PROG      PIC X(30).
       01 WS-SEC-PROG-ENV  PIC X(30).
       01 WS-RANG-SECTION  PIC 9.
       01 WS-RANG-CLE      PIC 9.
       01 WS-ORIGINE-LUE   PIC X(1).

       01 WS-LIGNE-CLE     PIC X(20).
       01 WS-LIGNE-VALEUR  PIC X(20).

       01 WS-CPT-CLE   PIC 9(3).
       01 WS-RANG      PIC 9(3).
       01 WS-CPT-REGLE PIC 9(2).
       01 WS-RANG-REGLE PIC 9(2).
       01 WS-LG-PREFIXE PIC 9(2).

      *    Contrôle d'une valeur : caractères restants une fois les
      *    chiffres (et le point, le signe pour un décimal) retirés,
      *    comme le contrôle numérique de LectureConfig.
       01 WS-TRAVAIL      PIC X(20).
       01 WS-NB-POINTS    PIC 9(2).
       01 WS-NB-SIGNES    PIC 9(2).
       01 WS-MOTIF        PIC X(40).
       01 WS-MOTIF-DEBUT  PIC X(40).
       01 WS-VALIDE PIC X(1).
           88 VALEUR-OK VALUE "O".
           88 VALEUR-KO VALUE "N".

      *    Edition d'une valeur numérique employée pour le rapport :
      *    zéros de fin et point décimal inutiles retirés.
       01 WS-NUM-ED       PIC -(7)9.999.
       01 WS-NUM-TXT      PIC X(20).
       01 WS-LG-TXT       PIC 9(2).

       01 WS-DATE-HEURE.
           02 WS-DH-DATE  PIC X(8).
           02 WS-DH-HEURE PIC X(6).
       01 WS-ORIGINE-TXT  PIC X(20).

       LINKAGE SECTION.
       COPY BC812PRM.

       PROCEDURE DIVISION USING CF-PARAMETRES.

       0000-SERVICE-DEB.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

           MOVE "00" TO CF-RETOUR

           IF CF-EN-SIMULATION THEN
              MOVE "./simu/SIMU-ConfigUtilisee.txt" TO WS-RAPPORT-NOM
           ELSE
              MOVE "./out/ConfigUtilisee.txt" TO WS-RAPPORT-NOM
           END-IF

           EVALUATE CF-FONCTION
              WHEN "LC"
                 PERFORM 6000-LECTURE
              WHEN "VA"
                 PERFORM 6100-VALEUR
              WHEN "MA"
                 PERFORM 6200-VALEUR-EMPLOYEE
              WHEN "RP"
                 PERFORM 6300-RAPPORT
              WHEN OTHER
                 MOVE "20" TO CF-RETOUR
           END-EVALUATE.

       0000-SERVICE-FIN.
           GOBACK.

      *************************************************************
      * FIN ZONE PROCEDURE
      *************************************************************

      *************************************************************
      * ZONE DE PARAGRAPHE DU LOGICIEL
      ***************************************************************

      *    Lecture de la configuration du programme appelant :
      *    environnement courant, valeurs des sections retenues
      *    (chaque valeur n'écrase que celles d'une section moins
      *    précise, quel que soit l'ordre des sections dans le
      *    fichier), puis contrôle de chaque valeur retenue.
       6000-LECTURE.
           MOVE 0 TO CF-NB-CLES
           MOVE 0 TO CF-NB-ERREURS
           MOVE "N" TO CF-SECTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE

           PERFORM 6010-ENVIRONNEMENT

           MOVE "DEFAUT" TO WS-SEC-DEF-ENV
           MOVE FUNCTION TRIM(CF-PROGRAMME) TO WS-SEC-PROG
           MOVE WS-SEC-PROG TO WS-SEC-PROG-ENV
           IF CF-ENVIRONNEMENT NOT = SPACES THEN
              MOVE SPACES TO WS-SEC-DEF-ENV
              STRING "DEFAUT." FUNCTION TRIM(CF-ENVIRONNEMENT)
                 DELIMITED BY SIZE INTO WS-SEC-DEF-ENV
              END-STRING
              MOVE SPACES TO WS-SEC-PROG-ENV
              STRING FUNCTION TRIM(CF-PROGRAMME) "."
                 FUNCTION TRIM(CF-ENVIRONNEMENT)
                 DELIMITED BY SIZE INTO WS-SEC-PROG-ENV
              END-STRING
           END-IF

           MOVE 0 TO WS-RANG-SECTION
           OPEN INPUT F-GESTION

           IF FS-F-GESTION = "00" THEN
              PERFORM UNTIL FS-F-GESTION = "10"
                 READ F-GESTION
                    NOT AT END
                       PERFORM 6020-LIGNE-CONFIG
                 END-READ
              END-PERFORM
              CLOSE F-GESTION
           END-IF

           PERFORM VARYING WS-CPT-CLE FROM 1 BY 1
              UNTIL WS-CPT-CLE > CF-NB-CLES
              PERFORM 6040-CONTROLE-CLE
           END-PERFORM

           IF CF-NB-ERREURS > 0 THEN
              MOVE "30" TO CF-RETOUR
           ELSE
              IF NOT CF-SECTION-TROUVEE THEN
                 MOVE "10" TO CF-RETOUR
              END-IF
           END-IF.

      *    Environnement courant : première ligne de
      *    Environnement.txt, en majuscules. Sans fichier, seules les
      *    sections sans environnement s'appliquent.
       6010-ENVIRONNEMENT.
           MOVE SPACES TO CF-ENVIRONNEMENT
           OPEN INPUT F-ENVIRONNEMENT

           IF FS-F-ENVIRONNEMENT = "00" THEN
              READ F-ENVIRONNEMENT
                 NOT AT END
                    MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(F-ENVIRONNEMENT-CURRENT))
                       TO CF-ENVIRONNEMENT
              END-READ
              CLOSE F-ENVIRONNEMENT
           END-IF.

      *    Une ligne du fichier : en-tête de section, commentaire
      *    ("*" ou "#" en tête), ligne vide ou CLE=valeur.
       6020-LIGNE-CONFIG.
           EVALUATE TRUE
              WHEN F-GESTION-CURRENT = SPACES
                 CONTINUE
              WHEN F-GESTION-CURRENT(1:1) = "*"
                 OR F-GESTION-CURRENT(1:1) = "#"
                 CONTINUE
              WHEN F-GESTION-CURRENT(1:1) = "["
                 MOVE SPACES TO WS-SEC-COURANTE
                 UNSTRING F-GESTION-CURRENT(2:)
                    DELIMITED BY "]"
                    INTO WS-SEC-COURANTE
                 END-UNSTRING
                 MOVE FUNCTION UPPER-CASE(WS-SEC-COURANTE)
                    TO WS-SEC-COURANTE
                 EVALUATE TRUE
                    WHEN WS-SEC-COURANTE = WS-SEC-PROG-ENV
                       AND CF-ENVIRONNEMENT NOT = SPACES
                       MOVE 4 TO WS-RANG-SECTION
                       MOVE "O" TO CF-SECTION
                    WHEN WS-SEC-COURANTE = WS-SEC-PROG
                       MOVE 3 TO WS-RANG-SECTION
                       MOVE "O" TO CF-SECTION
                    WHEN WS-SEC-COURANTE = WS-SEC-DEF-ENV
                       AND CF-ENVIRONNEMENT NOT = SPACES
                       MOVE 2 TO WS-RANG-SECTION
                    WHEN WS-SEC-COURANTE = "DEFAUT"
                       MOVE 1 TO WS-RANG-SECTION
                    WHEN OTHER
                       MOVE 0 TO WS-RANG-SECTION
                 END-EVALUATE
              WHEN OTHER
                 IF WS-RANG-SECTION > 0 THEN
                    MOVE SPACES TO WS-LIGNE-CLE
                    MOVE SPACES TO WS-LIGNE-VALEUR
                    UNSTRING F-GESTION-CURRENT
                       DELIMITED BY "="
                       INTO WS-LIGNE-CLE
                            WS-LIGNE-VALEUR
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-LIGNE-CLE)) TO WS-LIGNE-CLE
                    MOVE FUNCTION TRIM(WS-LIGNE-VALEUR)
                       TO WS-LIGNE-VALEUR
                    PERFORM 6030-RETIENT-VALEUR
                 END-IF
           END-EVALUATE.

      *    Retient CLE=valeur de la section de rang WS-RANG-SECTION,
      *    sauf si la clé a déjà une valeur d'une section plus
      *    précise. Les sections [DEFAUT] sont communes à tous les
      *    programmes : une clé que le programme ne décrit pas y est
      *    laissée de côté. Dans la section du programme, elle est
      *    retenue pour être refusée au contrôle (faute de frappe).
       6030-RETIENT-VALEUR.
           MOVE WS-LIGNE-CLE TO CF-CHERCHE
           PERFORM 6110-CHERCHE-CLE
           EVALUATE WS-RANG-SECTION
              WHEN 1
                 MOVE "G" TO WS-ORIGINE-LUE
              WHEN 2
                 MOVE "H" TO WS-ORIGINE-LUE
              WHEN 3
                 MOVE "S" TO WS-ORIGINE-LUE
              WHEN 4
                 MOVE "E" TO WS-ORIGINE-LUE
           END-EVALUATE

           IF CF-CLE-TROUVEE THEN
              EVALUATE CF-CLE-ORIGINE(WS-RANG)
                 WHEN "G"
                    MOVE 1 TO WS-RANG-CLE
                 WHEN "H"
                    MOVE 2 TO WS-RANG-CLE
                 WHEN "S"
                    MOVE 3 TO WS-RANG-CLE
                 WHEN OTHER
                    MOVE 4 TO WS-RANG-CLE
              END-EVALUATE
              IF WS-RANG-SECTION >= WS-RANG-CLE THEN
                 MOVE WS-LIGNE-VALEUR TO CF-CLE-VALEUR(WS-RANG)
                 MOVE WS-ORIGINE-LUE TO CF-CLE-ORIGINE(WS-RANG)
              END-IF
           ELSE
              PERFORM 6050-CHERCHE-REGLE
              IF (WS-RANG-REGLE > 0 OR WS-RANG-SECTION >= 3)
                 AND CF-NB-CLES < 200 THEN
                 ADD 1 TO CF-NB-CLES
                 MOVE WS-LIGNE-CLE TO CF-CLE-NOM(CF-NB-CLES)
                 MOVE WS-LIGNE-VALEUR TO CF-CLE-VALEUR(CF-NB-CLES)
                 MOVE 0 TO CF-CLE-NUM(CF-NB-CLES)
                 MOVE WS-ORIGINE-LUE TO CF-CLE-ORIGINE(CF-NB-CLES)
              END-IF
           END-IF.

      *    Contrôle de la clé WS-CPT-CLE contre la règle qui la
      *    décrit : N entier sans signe, D décimal (signe en tête et
      *    un point ou une virgule admis), A texte non vide ; bornes
      *    pour N et D. Une valeur refusée est tracée au rapport.
       6040-CONTROLE-CLE.
           MOVE CF-CLE-NOM(WS-CPT-CLE) TO WS-LIGNE-CLE
           PERFORM 6050-CHERCHE-REGLE
           SET VALEUR-OK TO TRUE
           MOVE SPACES TO WS-MOTIF
           MOVE 0 TO CF-CLE-NUM(WS-CPT-CLE)
           INSPECT CF-CLE-VALEUR(WS-CPT-CLE) REPLACING ALL "," BY "."
           MOVE CF-CLE-VALEUR(WS-CPT-CLE) TO WS-TRAVAIL

           IF WS-RANG-REGLE = 0 THEN
              SET VALEUR-KO TO TRUE
              MOVE "clé inconnue pour ce programme" TO WS-MOTIF
           ELSE
           IF WS-TRAVAIL = SPACES THEN
              SET VALEUR-KO TO TRUE
              MOVE "valeur vide" TO WS-MOTIF
           ELSE
           IF CF-REGLE-TYPE(WS-RANG-REGLE) = "N"
              OR CF-REGLE-TYPE(WS-RANG-REGLE) = "D" THEN
              MOVE 0 TO WS-NB-POINTS
              MOVE 0 TO WS-NB-SIGNES
              INSPECT WS-TRAVAIL TALLYING WS-NB-POINTS FOR ALL "."
              INSPECT WS-TRAVAIL TALLYING WS-NB-SIGNES
                 FOR LEADING "-"
              INSPECT WS-TRAVAIL
                 REPLACING ALL "0" BY SPACE
                           ALL "1" BY SPACE
                           ALL "2" BY SPACE
                           ALL "3" BY SPACE
                           ALL "4" BY SPACE
                           ALL "5" BY SPACE
                           ALL "6" BY SPACE
                           ALL "7" BY SPACE
                           ALL "8" BY SPACE
                           ALL "9" BY SPACE
              IF CF-REGLE-TYPE(WS-RANG-REGLE) = "D" THEN
                 INSPECT WS-TRAVAIL REPLACING FIRST "." BY SPACE
                 INSPECT WS-TRAVAIL REPLACING LEADING "-" BY SPACE
              END-IF
              IF WS-TRAVAIL NOT = SPACES OR WS-NB-POINTS > 1
                 OR WS-NB-SIGNES > 1 THEN
                 SET VALEUR-KO TO TRUE
                 MOVE "valeur non numérique" TO WS-MOTIF
              ELSE
                 COMPUTE CF-CLE-NUM(WS-CPT-CLE) =
                    FUNCTION NUMVAL(CF-CLE-VALEUR(WS-CPT-CLE))
                 IF CF-CLE-NUM(WS-CPT-CLE) <
                    CF-REGLE-MIN(WS-RANG-REGLE)
                    OR CF-CLE-NUM(WS-CPT-CLE) >
                    CF-REGLE-MAX(WS-RANG-REGLE) THEN
                    SET VALEUR-KO TO TRUE
                    MOVE CF-REGLE-MIN(WS-RANG-REGLE) TO WS-NUM-ED
                    PERFORM 6210-EDITE-NUM
                    MOVE SPACES TO WS-MOTIF
                    STRING "valeur hors bornes ("
                       WS-NUM-TXT(1:WS-LG-TXT) " à "
                       DELIMITED BY SIZE INTO WS-MOTIF
                    END-STRING
                    MOVE CF-REGLE-MAX(WS-RANG-REGLE) TO WS-NUM-ED
                    PERFORM 6210-EDITE-NUM
                    MOVE WS-MOTIF TO WS-MOTIF-DEBUT
                    MOVE SPACES TO WS-MOTIF
                    STRING FUNCTION TRIM(WS-MOTIF-DEBUT) " "
                       WS-NUM-TXT(1:WS-LG-TXT) ")"
                       DELIMITED BY SIZE INTO WS-MOTIF
                    END-STRING
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF

           IF VALEUR-KO THEN
              ADD 1 TO CF-NB-ERREURS
              MOVE "R" TO WS-ORIGINE-LUE
              DISPLAY "Configuration " FUNCTION TRIM(CF-PROGRAMME)
                 " : " FUNCTION TRIM(CF-CLE-NOM(WS-CPT-CLE)) "="
                 FUNCTION TRIM(CF-CLE-VALEUR(WS-CPT-CLE))
                 " refusée (" FUNCTION TRIM(WS-MOTIF) ")"
              MOVE WS-CPT-CLE TO WS-RANG
              PERFORM 6310-ECRIT-LIGNE
           END-IF.

      *    Règle décrivant la clé WS-LIGNE-CLE : même nom, ou famille
      *    (règle terminée par "*") dont la clé porte le préfixe.
       6050-CHERCHE-REGLE.
           MOVE 0 TO WS-RANG-REGLE
           PERFORM VARYING WS-CPT-REGLE FROM 1 BY 1
              UNTIL WS-CPT-REGLE > CF-NB-REGLES OR WS-RANG-REGLE > 0
              IF CF-REGLE-CLE(WS-CPT-REGLE) = WS-LIGNE-CLE THEN
                 MOVE WS-CPT-REGLE TO WS-RANG-REGLE
              ELSE
                 MOVE 0 TO WS-LG-PREFIXE
                 INSPECT CF-REGLE-CLE(WS-CPT-REGLE)
                    TALLYING WS-LG-PREFIXE FOR CHARACTERS
                    BEFORE INITIAL "*"
                 IF WS-LG-PREFIXE > 0 AND WS-LG-PREFIXE < 20
                    AND CF-REGLE-CLE(WS-CPT-REGLE)
                    (WS-LG-PREFIXE + 1:1) = "*" THEN
                    IF WS-LIGNE-CLE(1:WS-LG-PREFIXE) =
                       CF-REGLE-CLE(WS-CPT-REGLE)(1:WS-LG-PREFIXE)
                    THEN
                       MOVE WS-CPT-REGLE TO WS-RANG-REGLE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Valeur retenue pour la clé CF-CHERCHE.
       6100-VALEUR.
           PERFORM 6110-CHERCHE-CLE
           IF CF-CLE-TROUVEE THEN
              MOVE CF-CLE-VALEUR(WS-RANG) TO CF-VALEUR
              MOVE CF-CLE-NUM(WS-RANG) TO CF-NUM
           ELSE
              MOVE SPACES TO CF-VALEUR
              MOVE 0 TO CF-NUM
           END-IF.

      *    Rang WS-RANG de la clé CF-CHERCHE dans CF-CLE.
       6110-CHERCHE-CLE.
           MOVE "N" TO CF-TROUVE
           MOVE 0 TO WS-RANG
           PERFORM VARYING WS-CPT-CLE FROM 1 BY 1
              UNTIL WS-CPT-CLE > CF-NB-CLES OR CF-CLE-TROUVEE
              IF CF-CLE-NOM(WS-CPT-CLE) = CF-CHERCHE THEN
                 MOVE "O" TO CF-TROUVE
                 MOVE WS-CPT-CLE TO WS-RANG
              END-IF
           END-PERFORM.

      *    Valeur réellement employée par le programme pour la clé
      *    CF-CHERCHE : une clé lue dans la configuration garde sa
      *    provenance, une autre est notée valeur par défaut du
      *    programme (D), ou ancien fichier (F) quand le programme
      *    n'a pas de section et lit encore son fichier historique.
       6200-VALEUR-EMPLOYEE.
           PERFORM 6110-CHERCHE-CLE
           IF NOT CF-CLE-TROUVEE AND CF-NB-CLES < 200 THEN
              ADD 1 TO CF-NB-CLES
              MOVE CF-NB-CLES TO WS-RANG
              MOVE CF-CHERCHE TO CF-CLE-NOM(WS-RANG)
              IF CF-SECTION-TROUVEE THEN
                 MOVE "D" TO CF-CLE-ORIGINE(WS-RANG)
              ELSE
                 MOVE "F" TO CF-CLE-ORIGINE(WS-RANG)
              END-IF
           END-IF
      *    Une clé texte (règle de type A) garde CF-VALEUR tel quel.
           MOVE CF-CHERCHE TO WS-LIGNE-CLE
           PERFORM 6050-CHERCHE-REGLE
           IF WS-RANG > 0 THEN
              MOVE CF-NUM TO CF-CLE-NUM(WS-RANG)
              IF WS-RANG-REGLE > 0 AND
                 CF-REGLE-TYPE(WS-RANG-REGLE) = "A" THEN
                 MOVE CF-VALEUR TO CF-CLE-VALEUR(WS-RANG)
              ELSE
                 MOVE CF-NUM TO WS-NUM-ED
                 PERFORM 6210-EDITE-NUM
                 MOVE WS-NUM-TXT TO CF-CLE-VALEUR(WS-RANG)
              END-IF
           END-IF.

      *    WS-NUM-ED cadré à gauche dans WS-NUM-TXT (longueur
      *    WS-LG-TXT), sans zéros décimaux de fin ni point final.
       6210-EDITE-NUM.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-NUM-TXT
           MOVE 0 TO WS-LG-TXT
           INSPECT WS-NUM-TXT TALLYING WS-LG-TXT
              FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM UNTIL WS-NUM-TXT(WS-LG-TXT:1) NOT = "0"
              MOVE SPACE TO WS-NUM-TXT(WS-LG-TXT:1)
              SUBTRACT 1 FROM WS-LG-TXT
           END-PERFORM
           IF WS-NUM-TXT(WS-LG-TXT:1) = "." THEN
              MOVE SPACE TO WS-NUM-TXT(WS-LG-TXT:1)
              SUBTRACT 1 FROM WS-LG-TXT
           END-IF.

      *    Rapport des valeurs employées par ce passage, ajouté à
      *    ConfigUtilisee.txt (date-heure;programme;environnement;
      *    clé;valeur;provenance).
       6300-RAPPORT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE
           PERFORM VARYING WS-RANG FROM 1 BY 1
              UNTIL WS-RANG > CF-NB-CLES
              MOVE CF-CLE-ORIGINE(WS-RANG) TO WS-ORIGINE-LUE
              PERFORM 6310-ECRIT-LIGNE
           END-PERFORM.

      *    Ligne du rapport pour la clé WS-RANG, provenance
      *    WS-ORIGINE-LUE (R : valeur refusée, motif WS-MOTIF).
       6310-ECRIT-LIGNE.
           EVALUATE WS-ORIGINE-LUE
              WHEN "G"
                 MOVE "[DEFAUT]" TO WS-ORIGINE-TXT
              WHEN "H"
                 MOVE SPACES TO WS-ORIGINE-TXT
                 STRING "[" FUNCTION TRIM(WS-SEC-DEF-ENV) "]"
                    DELIMITED BY SIZE INTO WS-ORIGINE-TXT
                 END-STRING
              WHEN "S"
                 MOVE SPACES TO WS-ORIGINE-TXT
                 STRING "[" FUNCTION TRIM(WS-SEC-PROG) "]"
                    DELIMITED BY SIZE INTO WS-ORIGINE-TXT
                 END-STRING
              WHEN "E"
                 MOVE SPACES TO WS-ORIGINE-TXT
                 STRING "[" FUNCTION TRIM(WS-SEC-PROG-ENV) "]"
                    DELIMITED BY SIZE INTO WS-ORIGINE-TXT
                 END-STRING
              WHEN "D"
                 MOVE "DEFAUT PROGRAMME" TO WS-ORIGINE-TXT
              WHEN "F"
                 MOVE "ANCIENS REGLAGES" TO WS-ORIGINE-TXT
              WHEN OTHER
                 MOVE "REFUSEE :" TO WS-ORIGINE-TXT
           END-EVALUATE

           OPEN EXTEND F-RAPPORT
           IF FS-F-RAPPORT = "35" THEN
              OPEN OUTPUT F-RAPPORT
           END-IF

           IF WS-ORIGINE-LUE NOT = "R" THEN
              MOVE SPACES TO WS-MOTIF
           END-IF

           MOVE SPACES TO F-RAPPORT-CURRENT
           STRING WS-DH-DATE "-" WS-DH-HEURE ";"
              FUNCTION TRIM(CF-PROGRAMME) ";"
              FUNCTION TRIM(CF-ENVIRONNEMENT) ";"
              FUNCTION TRIM(CF-CLE-NOM(WS-RANG)) ";"
              FUNCTION TRIM(CF-CLE-VALEUR(WS-RANG)) ";"
              FUNCTION TRIM(WS-ORIGINE-TXT) " "
              FUNCTION TRIM(WS-MOTIF)
              DELIMITED BY SIZE
              INTO F-RAPPORT-CURRENT
           END-STRING
           WRITE F-RAPPORT-CURRENT

           CLOSE F-RAPPORT.

       END PROGRAM BC812.
