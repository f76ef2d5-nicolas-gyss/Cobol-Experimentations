      * Jeux de règles d'extraction nommées : une ligne
      * nom;type;param1;param2 par règle (type C = valeur de la clé
      * param1, type P = sous-chaîne de la position param1 sur
      * param2 caractères). Les règles de même nom forment un jeu,
      * dont chaque enregistrement source produit une ligne (un
      * champ par règle) dans le fichier de sortie du jeu. Les 7e et
      * 8e champs optionnels déclarent le type attendu du champ
      * (NUM, DEC, DATE, ALPHA) et son obligation (OBL ; facultatif
      * sinon).
           SELECT fichierRegles ASSIGN TO "./in/ExtractionRegles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-sortie.

      * Rejets du contrôle de type : une ligne par champ en défaut
      * (jeu;n° d'enregistrement;champ;position;valeur;motif), au
      * lieu de laisser passer la valeur dans la sortie.
           SELECT fichierRejets ASSIGN TO "./out/ExtractionRejets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-rejets.

       DATA DIVISION.
       FILE SECTION.
       FD fichierData.
       01 ligneRegle PIC X(80).

       FD fichierSortie.
       01 ligneSortie PIC X(200).

       FD fichierRejets.
       01 ligneRejet PIC X(150).

       WORKING-STORAGE SECTION.

       01 fs-data PIC X(2).
       01 fs-regles PIC X(2).
       01 fs-sortie PIC X(2).
       01 fs-rejets PIC X(2).

       01 ws-sortie-nom PIC X(60).

       01 ws-regle-pos   PIC 9(3).
       01 ws-regle-lg    PIC 9(3).
       01 ws-regle-result PIC X(80).
       01 ws-regle-attendu PIC X(5).
       01 ws-regle-oblig   PIC X(3).
       01 ws-nb-regles   PIC 9(2) VALUE 0.

      * Règles chargées, rattachées à leur jeu (rang dans la table
      * des jeux), et jeux avec leurs comptes d'enregistrements
      * acceptés et rejetés.
       01 ws-regles.
           02 ws-rg OCCURS 50 TIMES.
              03 ws-rg-jeu     PIC 9(2).
              03 ws-rg-type    PIC X(1).
              03 ws-rg-p1      PIC X(30).
              03 ws-rg-p2      PIC X(10).
              03 ws-rg-transfo PIC X(10).
              03 ws-rg-tparam  PIC X(10).
              03 ws-rg-attendu PIC X(5).
              03 ws-rg-oblig   PIC X(3).
       01 ws-cpt-regle PIC 9(2).

       01 ws-jeux.
           02 ws-jeu OCCURS 20 TIMES.
              03 ws-jeu-nom      PIC X(20).
              03 ws-jeu-acceptes PIC 9(5).
              03 ws-jeu-rejetes  PIC 9(5).
       01 ws-nb-jeux    PIC 9(2) VALUE 0.
       01 ws-cpt-jeu    PIC 9(2).
       01 ws-jeu-trouve PIC 9(2).

      * Ligne de sortie du jeu en cours pour l'enregistrement courant.
       01 ws-jeu-ligne PIC X(200).
       01 ws-jeu-ptr   PIC 9(3).
       01 ws-nb-champs PIC 9(2).

       01 ws-num-enreg PIC 9(5) VALUE 0.
       01 ws-nb-rejets PIC 9(5) VALUE 0.
       01 ws-enreg-rejete PIC X.
           88 enreg-rejete VALUE "O".
      * enreg-rejete = 1 : un champ au moins est en défaut, pas de
      *                    ligne de sortie pour ce jeu.
      * enreg-rejete = 0 : tous les champs du jeu sont conformes.

      * Champ contrôlé : nom (clé, ou Ppos-lg pour une plage),
      * position de la valeur dans l'enregistrement et motif du rejet.
       01 ws-champ-nom   PIC X(30).
       01 ws-champ-pos   PIC 9(3).
       01 ws-rejet-motif PIC X(30).
       01 ws-nb-chiffres    PIC 9(3).
       01 ws-nb-separateurs PIC 9(3).

      * Zone d'appel du service de dates commun BC810 (contrôle des
      * dates AAAAMMJJ).
       COPY BC810PRM.

      * Zones de travail des transformations de champ.
       01 ws-tr-travail PIC X(80).
       01 ws-tr-long    PIC 9(3).
           02 WS-PAIRE OCCURS 20 TIMES.
              03 WS-PAIRE-CLE    PIC X(30).
              03 WS-PAIRE-VALEUR PIC X(30).
              03 WS-PAIRE-POS    PIC 9(3).
       01 WS-NB-PAIRES PIC 9(2) VALUE 0.
       01 WS-CPT PIC 9(2).

       01 WS-CLE-CHERCHEE PIC X(30).
       01 WS-VALEUR-TROUVEE PIC X(30).
       01 WS-POS-TROUVEE PIC 9(3).
       01 WS-TOKEN-DEBUT PIC 9(3).
       01 WS-TOKEN-AVANT PIC 9(3).

       01 WS-NOM-VAL PIC X(30) VALUE SPACES.
       01 WS-PRENOM-VAL PIC X(30) VALUE SPACES.
           DISPLAY "Nombre de lettre 'a' présentes : "
           FUNCTION TRIM(count-as).

      * Application des jeux de règles d'extraction nommées à tous
      * les enregistrements source, chaque jeu vers son propre fichier
      * de sortie, avec contrôle de type des champs extraits.
           PERFORM appliquerRegles.

           STOP RUN.

      * Lit le jeu de règles puis applique chaque jeu de règles à
      * chaque enregistrement source (chaque ligne non vide
      * d'ExtractionData.txt, ou la saisie clavier à défaut) : un
      * enregistrement dont tous les champs passent le contrôle de
      * type donne une ligne dans ./out/Extraction-<nom>.txt, les
      * autres partent au fichier de rejets. Le compte d'acceptés et
      * de rejetés de chaque jeu est affiché en fin de traitement.
       appliquerRegles.
           OPEN INPUT fichierRegles.

                 READ fichierRegles INTO ligneRegle
                    NOT AT END
                       IF ligneRegle NOT = SPACES
                          PERFORM chargerUneRegle
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierRegles
              DISPLAY ws-nb-regles " règle(s) d'extraction chargée(s)"
                 " en " ws-nb-jeux " jeu(x)."
           ELSE
              DISPLAY "Pas de jeu de règles, extractions nommées igno"
                 "rées."
           END-IF.

           IF ws-nb-regles > 0
      *       Sorties et rejets de ce passage repartent à vide.
              PERFORM VARYING ws-cpt-jeu FROM 1 BY 1
                 UNTIL ws-cpt-jeu > ws-nb-jeux
                 PERFORM nommerSortieJeu
                 OPEN OUTPUT fichierSortie
                 CLOSE fichierSortie
              END-PERFORM
              OPEN OUTPUT fichierRejets

              MOVE 0 TO ws-num-enreg
              OPEN INPUT fichierData
              IF fs-data = "00"
                 PERFORM UNTIL fs-data = "10"
                    READ fichierData INTO ligneData
                       NOT AT END
                          IF ligneData NOT = SPACES
                             MOVE ligneData TO RAW-DATA
                             PERFORM traiterEnregistrement
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE fichierData
              ELSE
                 PERFORM traiterEnregistrement
              END-IF

              CLOSE fichierRejets

              PERFORM VARYING ws-cpt-jeu FROM 1 BY 1
                 UNTIL ws-cpt-jeu > ws-nb-jeux
                 DISPLAY "Jeu " FUNCTION TRIM(ws-jeu-nom(ws-cpt-jeu))
                    " : " ws-jeu-acceptes(ws-cpt-jeu) " accepté(s), "
                    ws-jeu-rejetes(ws-cpt-jeu) " rejeté(s)."
              END-PERFORM
              IF ws-nb-rejets > 0
                 DISPLAY ws-nb-rejets " champ(s) rejeté(s) -> "
                    "./out/ExtractionRejets.txt"
              END-IF
           END-IF.

      * Range la règle de la ligne courante (nom;type;param1;param2;
      * transformation;paramètre;type attendu;obligation) dans la
      * table des règles, et son nom dans la table des jeux s'il
      * n'y est pas encore.
       chargerUneRegle.
           MOVE SPACES TO ws-regle-nom.
           MOVE SPACES TO ws-regle-type.
           MOVE SPACES TO ws-regle-p1.
           MOVE SPACES TO ws-regle-p2.
           MOVE SPACES TO ws-regle-transfo.
           MOVE SPACES TO ws-regle-tparam.
           MOVE SPACES TO ws-regle-attendu.
           MOVE SPACES TO ws-regle-oblig.

           UNSTRING ligneRegle DELIMITED BY ";"
              INTO ws-regle-nom
                   ws-regle-p2
                   ws-regle-transfo
                   ws-regle-tparam
                   ws-regle-attendu
                   ws-regle-oblig
           END-UNSTRING.

           IF ws-nb-regles >= 50
              DISPLAY "Règle " FUNCTION TRIM(ws-regle-nom)
                 " : table des règles pleine, ignorée."
           ELSE
              MOVE FUNCTION UPPER-CASE(ws-regle-attendu)
                 TO ws-regle-attendu
              MOVE FUNCTION UPPER-CASE(ws-regle-oblig)
                 TO ws-regle-oblig
              IF ws-regle-attendu NOT = SPACES
                 AND ws-regle-attendu NOT = "NUM"
                 AND ws-regle-attendu NOT = "DEC"
                 AND ws-regle-attendu NOT = "DATE"
                 AND ws-regle-attendu NOT = "ALPHA"
                 DISPLAY "Règle " FUNCTION TRIM(ws-regle-nom)
                    " : type attendu inconnu '"
                    FUNCTION TRIM(ws-regle-attendu)
                    "', contrôle de type ignoré."
                 MOVE SPACES TO ws-regle-attendu
              END-IF

      *       Jeu de la règle : trouvé parmi les jeux déjà vus, ou
      *       ajouté.
              MOVE 0 TO ws-jeu-trouve
              PERFORM VARYING ws-cpt-jeu FROM 1 BY 1
                 UNTIL ws-cpt-jeu > ws-nb-jeux
                 IF ws-jeu-nom(ws-cpt-jeu) = ws-regle-nom
                    MOVE ws-cpt-jeu TO ws-jeu-trouve
                 END-IF
              END-PERFORM

              IF ws-jeu-trouve = 0 AND ws-nb-jeux >= 20
                 DISPLAY "Règle " FUNCTION TRIM(ws-regle-nom)
                    " : table des jeux pleine, ignorée."
              ELSE
                 IF ws-jeu-trouve = 0
                    ADD 1 TO ws-nb-jeux
                    MOVE ws-nb-jeux TO ws-jeu-trouve
                    MOVE ws-regle-nom TO ws-jeu-nom(ws-nb-jeux)
                    MOVE 0 TO ws-jeu-acceptes(ws-nb-jeux)
                    MOVE 0 TO ws-jeu-rejetes(ws-nb-jeux)
                 END-IF

                 ADD 1 TO ws-nb-regles
                 MOVE ws-jeu-trouve TO ws-rg-jeu(ws-nb-regles)
                 MOVE ws-regle-type TO ws-rg-type(ws-nb-regles)
                 MOVE ws-regle-p1 TO ws-rg-p1(ws-nb-regles)
                 MOVE ws-regle-p2 TO ws-rg-p2(ws-nb-regles)
                 MOVE ws-regle-transfo TO ws-rg-transfo(ws-nb-regles)
                 MOVE ws-regle-tparam TO ws-rg-tparam(ws-nb-regles)
                 MOVE ws-regle-attendu TO ws-rg-attendu(ws-nb-regles)
                 MOVE ws-regle-oblig TO ws-rg-oblig(ws-nb-regles)
              END-IF
           END-IF.

      * Découpe l'enregistrement courant (RAW-DATA) en paires
      * clé:valeur et lui applique chaque jeu de règles.
       traiterEnregistrement.
           ADD 1 TO ws-num-enreg.
           MOVE 0 TO WS-NB-PAIRES.
           MOVE 1 TO WS-POINTEUR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RAW-DATA, TRAILING))
              TO RAW-DATA-LONGUEUR.

           PERFORM UNTIL WS-POINTEUR > RAW-DATA-LONGUEUR
              PERFORM extraireToken
           END-PERFORM.

           PERFORM VARYING ws-cpt-jeu FROM 1 BY 1
              UNTIL ws-cpt-jeu > ws-nb-jeux
              PERFORM appliquerJeu
           END-PERFORM.

      * Applique à l'enregistrement courant les règles du jeu
      * ws-cpt-jeu, dans leur ordre du fichier : les champs retenus
      * forment une ligne (séparés par ";") écrite dans la sortie du
      * jeu si aucun n'est rejeté.
       appliquerJeu.
           MOVE SPACES TO ws-jeu-ligne.
           MOVE 1 TO ws-jeu-ptr.
           MOVE 0 TO ws-nb-champs.
           MOVE "N" TO ws-enreg-rejete.

           PERFORM VARYING ws-cpt-regle FROM 1 BY 1
              UNTIL ws-cpt-regle > ws-nb-regles
              IF ws-rg-jeu(ws-cpt-regle) = ws-cpt-jeu
                 PERFORM appliquerUneRegle
                 IF ws-nb-champs > 0
                    STRING ";" DELIMITED BY SIZE
                       INTO ws-jeu-ligne WITH POINTER ws-jeu-ptr
                    END-STRING
                 END-IF
                 ADD 1 TO ws-nb-champs
                 IF ws-regle-result NOT = SPACES
                    STRING FUNCTION TRIM(ws-regle-result, TRAILING)
                       DELIMITED BY SIZE
                       INTO ws-jeu-ligne WITH POINTER ws-jeu-ptr
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

           IF enreg-rejete
              ADD 1 TO ws-jeu-rejetes(ws-cpt-jeu)
           ELSE
              ADD 1 TO ws-jeu-acceptes(ws-cpt-jeu)
      *       Une ligne sans aucune valeur extraite n'est pas écrite.
              IF ws-jeu-ligne NOT = SPACES
                 AND ws-jeu-ligne NOT = ALL ";"
                 PERFORM nommerSortieJeu
                 OPEN EXTEND fichierSortie
                 MOVE ws-jeu-ligne TO ligneSortie
                 WRITE ligneSortie
                 CLOSE fichierSortie
              END-IF
           END-IF.

      * Nom du fichier de sortie du jeu ws-cpt-jeu.
       nommerSortieJeu.
           MOVE SPACES TO ws-sortie-nom.
           STRING "./out/Extraction-"
              FUNCTION TRIM(ws-jeu-nom(ws-cpt-jeu)) ".txt"
              DELIMITED BY SIZE
              INTO ws-sortie-nom
           END-STRING.

      * Applique la règle ws-cpt-regle à l'enregistrement courant :
      * extraction, transformation optionnelle, puis contrôle du type
      * attendu.
       appliquerUneRegle.
           MOVE ws-jeu-nom(ws-cpt-jeu) TO ws-regle-nom.
           MOVE ws-rg-type(ws-cpt-regle) TO ws-regle-type.
           MOVE ws-rg-p1(ws-cpt-regle) TO ws-regle-p1.
           MOVE ws-rg-p2(ws-cpt-regle) TO ws-regle-p2.
           MOVE ws-rg-transfo(ws-cpt-regle) TO ws-regle-transfo.
           MOVE ws-rg-tparam(ws-cpt-regle) TO ws-regle-tparam.
           MOVE ws-rg-attendu(ws-cpt-regle) TO ws-regle-attendu.
           MOVE ws-rg-oblig(ws-cpt-regle) TO ws-regle-oblig.

           MOVE SPACES TO ws-regle-result.
           MOVE SPACES TO ws-champ-nom.
           MOVE 0 TO ws-champ-pos.

           EVALUATE ws-regle-type
              WHEN "C"
                 MOVE ws-regle-p1 TO WS-CLE-CHERCHEE
                 PERFORM rechercherValeur
                 MOVE WS-VALEUR-TROUVEE TO ws-regle-result
                 MOVE ws-regle-p1 TO ws-champ-nom
                 MOVE WS-POS-TROUVEE TO ws-champ-pos

              WHEN "P"
      *          Extraction par plage : param1 = position de départ,
                    FUNCTION NUMVAL(ws-regle-p1)
                 COMPUTE ws-regle-lg =
                    FUNCTION NUMVAL(ws-regle-p2)
                 STRING "P" FUNCTION TRIM(ws-regle-p1) "-"
                    FUNCTION TRIM(ws-regle-p2) DELIMITED BY SIZE
                    INTO ws-champ-nom
                 END-STRING
                 MOVE ws-regle-pos TO ws-champ-pos
                 IF ws-regle-pos < 1 OR ws-regle-lg < 1 OR
                    ws-regle-pos > RAW-DATA-LONGUEUR
                    DISPLAY "Règle " FUNCTION TRIM(ws-regle-nom)
              PERFORM appliquerTransformation
           END-IF.

      *    Contrôle du champ final, tel qu'il serait écrit.
           PERFORM controlerChamp.

      * Contrôle le champ extrait contre le type attendu de la règle
      * (NUM entier signé ou non, DEC décimal à virgule ou point,
      * DATE AAAAMMJJ existante au calendrier, ALPHA lettres, espaces,
      * tirets et apostrophes) et son obligation (OBL : champ
      * obligatoire ; sinon facultatif, un champ vide passe). Un
      * champ en défaut est écrit au fichier de rejets et fait
      * rejeter l'enregistrement pour ce jeu.
       controlerChamp.
           MOVE SPACES TO ws-rejet-motif.
           MOVE FUNCTION TRIM(ws-regle-result) TO ws-tr-travail.
           IF ws-tr-travail = SPACES
              MOVE 0 TO ws-tr-long
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-regle-result))
                 TO ws-tr-long
           END-IF.

           IF ws-tr-long = 0
              IF ws-regle-oblig = "OBL"
                 MOVE "champ obligatoire absent" TO ws-rejet-motif
              END-IF
           ELSE
              EVALUATE ws-regle-attendu
                 WHEN "NUM"
                    PERFORM controlerNumerique
                 WHEN "DEC"
                    PERFORM controlerDecimal
                 WHEN "DATE"
                    PERFORM controlerDate
                 WHEN "ALPHA"
                    PERFORM controlerAlphabetique
              END-EVALUATE
           END-IF.

           IF ws-rejet-motif NOT = SPACES
              MOVE "O" TO ws-enreg-rejete
              ADD 1 TO ws-nb-rejets
              MOVE SPACES TO ligneRejet
              STRING FUNCTION TRIM(ws-regle-nom) ";"
                 ws-num-enreg ";"
                 FUNCTION TRIM(ws-champ-nom) ";"
                 ws-champ-pos ";"
                 FUNCTION TRIM(ws-regle-result) ";"
                 FUNCTION TRIM(ws-rejet-motif) DELIMITED BY SIZE
                 INTO ligneRejet
              END-STRING
              WRITE ligneRejet
           END-IF.

      * Entier : chiffres seuls, précédés au plus d'un signe.
       controlerNumerique.
           MOVE 1 TO ws-tr-i.
           IF ws-tr-travail(1:1) = "+" OR ws-tr-travail(1:1) = "-"
              MOVE 2 TO ws-tr-i
           END-IF.
           IF ws-tr-i > ws-tr-long
              MOVE "numérique attendu" TO ws-rejet-motif
           ELSE
              COMPUTE ws-tr-j = ws-tr-long - ws-tr-i + 1
              IF ws-tr-travail(ws-tr-i:ws-tr-j) IS NOT NUMERIC
                 MOVE "numérique attendu" TO ws-rejet-motif
              END-IF
           END-IF.

      * Décimal : chiffres avec au plus un séparateur décimal (virgule
      * ou point), précédés au plus d'un signe, et au moins un
      * chiffre.
       controlerDecimal.
           MOVE 0 TO ws-nb-chiffres.
           MOVE 0 TO ws-nb-separateurs.
           PERFORM VARYING ws-tr-i FROM 1 BY 1
              UNTIL ws-tr-i > ws-tr-long
              EVALUATE TRUE
                 WHEN ws-tr-travail(ws-tr-i:1) IS NUMERIC
                    ADD 1 TO ws-nb-chiffres
                 WHEN ws-tr-travail(ws-tr-i:1) = "," OR
                      ws-tr-travail(ws-tr-i:1) = "."
                    ADD 1 TO ws-nb-separateurs
                 WHEN ws-tr-i = 1 AND
                      (ws-tr-travail(1:1) = "+" OR
                       ws-tr-travail(1:1) = "-")
                    CONTINUE
                 WHEN OTHER
                    MOVE "décimal attendu" TO ws-rejet-motif
              END-EVALUATE
           END-PERFORM.
           IF ws-nb-chiffres = 0 OR ws-nb-separateurs > 1
              MOVE "décimal attendu" TO ws-rejet-motif
           END-IF.

      * Date AAAAMMJJ : huit chiffres formant une date qui existe,
      * contrôlée par le service de dates commun.
       controlerDate.
           IF ws-tr-long NOT = 8 OR ws-tr-travail(1:8) IS NOT NUMERIC
              MOVE "date AAAAMMJJ attendue" TO ws-rejet-motif
           ELSE
              MOVE "NJ" TO DT-FONCTION
              MOVE ws-tr-travail(1:8) TO DT-DATE-1
              CALL "BC810" USING DT-PARAMETRES
              IF NOT DT-OK
                 MOVE "date inexistante" TO ws-rejet-motif
              END-IF
           END-IF.

      * Alphabétique : lettres (accentuées comprises), espaces,
      * tirets et apostrophes.
       controlerAlphabetique.
           PERFORM VARYING ws-tr-i FROM 1 BY 1
              UNTIL ws-tr-i > ws-tr-long
              IF ws-tr-travail(ws-tr-i:1) IS NOT ALPHABETIC
                 AND ws-tr-travail(ws-tr-i:1) NOT = "-"
                 AND ws-tr-travail(ws-tr-i:1) NOT = "'"
                 AND ws-tr-travail(ws-tr-i:1) < X"80"
                 MOVE "alphabétique attendu" TO ws-rejet-motif
              END-IF
           END-PERFORM.

      * Applique la transformation demandée par la règle au résultat
      * extrait : MAJ (majuscules), STRIP (tous les espaces retirés),
      * PAD (cadré à droite et complété de zéros sur la largeur du
      * table WS-PAIRES.
       extraireToken.
           MOVE SPACES TO WS-TOKEN.
           MOVE WS-POINTEUR TO WS-TOKEN-DEBUT.
           UNSTRING RAW-DATA DELIMITED BY ";"
              INTO WS-TOKEN
              WITH POINTER WS-POINTEUR
              ADD 1 TO WS-NB-PAIRES
              MOVE WS-CLE TO WS-PAIRE-CLE(WS-NB-PAIRES)
              MOVE WS-VALEUR TO WS-PAIRE-VALEUR(WS-NB-PAIRES)
      *       Position de la valeur dans l'enregistrement, pour les
      *       rejets : juste après le ":" du token.
              MOVE 0 TO WS-TOKEN-AVANT
              INSPECT WS-TOKEN TALLYING WS-TOKEN-AVANT
                 FOR CHARACTERS BEFORE INITIAL ":"
              COMPUTE WS-PAIRE-POS(WS-NB-PAIRES) =
                 WS-TOKEN-DEBUT + WS-TOKEN-AVANT + 1
           END-IF.

      * Affiche chacune des paires clé:valeur réellement rencontrées,
      * clé n'a pas été fournie dans la saisie.
       rechercherValeur.
           MOVE SPACES TO WS-VALEUR-TROUVEE.
           MOVE 0 TO WS-POS-TROUVEE.

           PERFORM VARYING WS-CPT FROM 1 BY 1
              UNTIL WS-CPT > WS-NB-PAIRES
              IF FUNCTION TRIM(WS-PAIRE-CLE(WS-CPT)) =
                 FUNCTION TRIM(WS-CLE-CHERCHEE)
                 MOVE WS-PAIRE-VALEUR(WS-CPT) TO WS-VALEUR-TROUVEE
                 MOVE WS-PAIRE-POS(WS-CPT) TO WS-POS-TROUVEE
              END-IF

           END-PERFORM.
