              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-annexe.

      * Filtrage conformité : liste des sanctions et des
      * bénéficiaires bloqués en interne (nom;pays;IBAN ou préfixe
      * d'IBAN;source de la liste). Chaque ordre valide y est
      * confronté avant émission.
           SELECT fichierFiltrage ASSIGN TO "./in/SwiftFiltrage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-filtrage.

      * Ordres en attente de la conformité (correspondance proche
      * d'un nom listé) : référence;IBAN;bénéficiaire;montant;
      * devise;source;nom listé. Le responsable conformité dépose
      * ses décisions (référence;L pour libérer ou R pour rejeter)
      * dans SwiftDecisionsFiltrage.txt, appliquées au run suivant
      * puis consommées ; les ordres sans décision restent en
      * attente.
           SELECT fichierAttente ASSIGN TO "./out/SwiftEnAttente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-attente.

           SELECT fichierDecisions
              ASSIGN TO "./in/SwiftDecisionsFiltrage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-decisions.

      * Historique des paiements émis, tous runs confondus
      * (IBAN;bénéficiaire;montant;devise;date de valeur;référence) :
      * un ordre de même IBAN, montant et devise qu'un paiement de la
      * période de recherche (JOURSDOUBLON de SwiftParametres.txt,
      * 30 jours par défaut) est retenu comme doublon présumé dans
      * SwiftDoublons.txt (même présentation que SwiftEnAttente.txt,
      * la référence antérieure en dernier champ). Seule une ligne de
      * forçage référence;L dans SwiftForcageDoublons.txt le fait
      * émettre au run suivant (référence;R l'abandonne) ; le
      * fichier de forçage est consommé.
           SELECT fichierHistorique
              ASSIGN TO "./out/SwiftHistorique.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-historique.

           SELECT fichierDoublons ASSIGN TO "./out/SwiftDoublons.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-doublons.

           SELECT fichierForcage
              ASSIGN TO "./in/SwiftForcageDoublons.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-forcage.

           SELECT fichierParametres ASSIGN TO "./in/SwiftParametres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-parametres.

       DATA DIVISION.
       FILE SECTION.
       FD fichierOrdres.
       01 ligneMessage PIC X(80).

       FD fichierRejets.
       01 ligneRejet PIC X(150).

       FD fichierAnnexe.
       01 ligneAnnexe PIC X(80).

       FD fichierFiltrage.
       01 ligneFiltrage PIC X(120).

       FD fichierAttente.
       01 ligneAttente PIC X(150).

       FD fichierDecisions.
       01 ligneDecision PIC X(40).

       FD fichierHistorique.
       01 ligneHistorique PIC X(120).

       FD fichierDoublons.
       01 ligneDoublon PIC X(150).

       FD fichierForcage.
       01 ligneForcage PIC X(40).

       FD fichierParametres.
       01 ligneParametre PIC X(40).

       WORKING-STORAGE SECTION.
       01 fs-ordres PIC X(2).
       01 fs-messages PIC X(2).
      * Champs de l'ordre de paiement courant et compteurs du lot.
       01 ws-ordre-iban PIC X(34).
       01 ws-ordre-benef PIC X(20).
       01 ws-ordre-montant PIC X(12).
       01 ws-ordre-devise PIC X(3).
       01 ws-nb-ordres PIC 9(4) VALUE 0.
       01 ws-nb-emis PIC 9(4) VALUE 0.
       01 ws-ref-ordre PIC 9(4) VALUE 0.
       01 IBAN PIC X(34) VALUE "FR7630004000031234567890143".
       01 BENEF-NAME PIC X(20) VALUE "DUPONT JEAN".
       01 AMOUNT PIC X(15) VALUE "1500EUR".
       01 SWIFT-MSG PIC X(90).
       01 cpt PIC 9(2).

      * Contrôles détaillés par champ, en plus du comptage de "/".

       01 WS-AMOUNT-LONGUEUR PIC 9(2).
       01 WS-AMOUNT-DEVISE PIC X(3).
       01 WS-AMOUNT-MONTANT PIC X(12).
       01 WS-AMOUNT-ENTIER PIC X(12).
       01 WS-AMOUNT-DECIMALES PIC X(12).
       01 WS-AMOUNT-NB-POINTS PIC 9(2).
       01 WS-AMOUNT-VALIDE PIC X(1).
           88 AMOUNT-OK VALUE "o".
           88 AMOUNT-KO VALUE "n".
           88 ANN-OK VALUE "o".
           88 ANN-KO VALUE "n".

      * Liste de filtrage, noms et IBAN normalisés (majuscules,
      * lettres et chiffres seuls) pour ignorer espaces, casse et
      * ponctuation.
       01 fs-filtrage PIC X(2).
       01 fs-attente PIC X(2).
       01 fs-decisions PIC X(2).

       01 ws-filtre-table.
           02 ws-filtre OCCURS 300 TIMES.
              03 ws-flt-nom       PIC X(40).
              03 ws-flt-nom-long  PIC 9(2).
              03 ws-flt-nom-brut  PIC X(40).
              03 ws-flt-pays      PIC X(2).
              03 ws-flt-iban      PIC X(34).
              03 ws-flt-iban-long PIC 9(2).
              03 ws-flt-source    PIC X(20).
       01 ws-nb-filtres PIC 9(3) VALUE 0.
       01 ws-cpt-filtre PIC 9(3).

       01 ws-flt-lu-nom PIC X(40).
       01 ws-flt-lu-pays PIC X(2).
       01 ws-flt-lu-iban PIC X(34).
       01 ws-flt-lu-source PIC X(20).

      * Normalisation : ws-norm-entree -> ws-norm-sortie (longueur
      * utile ws-norm-long).
       01 ws-norm-entree PIC X(40).
       01 ws-norm-sortie PIC X(40).
       01 ws-norm-long PIC 9(2).
       01 ws-norm-i PIC 9(2).
       01 ws-norm-car PIC X(1).

       01 ws-benef-norm PIC X(40).
       01 ws-benef-norm-long PIC 9(2).
       01 ws-iban-norm PIC X(40).
       01 ws-iban-norm-long PIC 9(2).

      * Comparaison approchée de deux noms normalisés : inclusion de
      * l'un dans l'autre, ou un seul caractère différent (substitué,
      * en plus ou en moins).
       01 ws-cmp-court PIC X(40).
       01 ws-cmp-court-long PIC 9(2).
       01 ws-cmp-long PIC X(40).
       01 ws-cmp-long-long PIC 9(2).
       01 ws-cmp-i PIC 9(2).
       01 ws-cmp-ecarts PIC 9(2).
       01 ws-cmp-inclus PIC 9(2).

       01 ws-filtrage-verdict PIC X(1).
           88 FILTRE-LIBRE VALUE "l".
           88 FILTRE-BLOQUE VALUE "b".
           88 FILTRE-DOUTE VALUE "d".
       01 ws-filtrage-source PIC X(20).
       01 ws-filtrage-nom PIC X(40).

      * Ordres en attente repris du run précédent (type F filtrage
      * conformité, D doublon présumé), avec la décision de la
      * conformité ou le forçage (L libérer, R rejeter, blanc = pas
      * encore décidé).
       01 ws-attente-table.
           02 ws-attente OCCURS 200 TIMES.
              03 ws-att-type     PIC X(1).
              03 ws-att-ref      PIC X(21).
              03 ws-att-iban     PIC X(34).
              03 ws-att-benef    PIC X(20).
              03 ws-att-montant  PIC X(12).
              03 ws-att-devise   PIC X(3).
              03 ws-att-source   PIC X(20).
              03 ws-att-nom      PIC X(40).
              03 ws-att-decision PIC X(1).
       01 ws-nb-attente-lues PIC 9(3) VALUE 0.
       01 ws-cpt-attente PIC 9(3).
       01 ws-dec-ref PIC X(21).
       01 ws-dec-code PIC X(1).
       01 ws-dec-type PIC X(1).
       01 ws-att-type-lu PIC X(1).

       01 ws-date-heure PIC X(21).
       01 ws-seq-attente PIC 9(4) VALUE 0.
       01 ws-nb-attente PIC 9(4) VALUE 0.
       01 ws-nb-liberes PIC 9(4) VALUE 0.
       01 ws-nb-bloques PIC 9(4) VALUE 0.

      * Détection des doublons : paiements de l'historique compris
      * dans la période de recherche.
       01 fs-historique PIC X(2).
       01 fs-doublons PIC X(2).
       01 fs-forcage PIC X(2).
       01 fs-parametres PIC X(2).

       01 ws-param-code PIC X(15).
       01 ws-param-valeur PIC X(15).
       01 ws-jours-doublon PIC 9(3) VALUE 30.
       01 ws-date-jour PIC 9(8).
       01 ws-date-limite PIC 9(8).

       01 ws-historique-table.
           02 ws-historique OCCURS 2000 TIMES.
              03 ws-his-iban    PIC X(34).
              03 ws-his-montant PIC 9(9)V9(2).
              03 ws-his-devise  PIC X(3).
              03 ws-his-date    PIC X(8).
              03 ws-his-ref     PIC X(30).
       01 ws-nb-historique PIC 9(4) VALUE 0.
       01 ws-cpt-historique PIC 9(4).
       01 ws-his-lu-iban PIC X(34).
       01 ws-his-lu-benef PIC X(20).
       01 ws-his-lu-montant PIC X(15).
       01 ws-his-lu-devise PIC X(3).
       01 ws-his-lu-date PIC X(8).
       01 ws-his-lu-ref PIC X(30).
       01 ws-ref-paiement PIC X(30).
       01 ws-montant-ordre PIC 9(9)V9(2).

       01 ws-doublon-trouve PIC 9(4).
       01 ws-nb-doublons PIC 9(4) VALUE 0.

      * Zone d'appel du service de dates commun BC810 (début de la
      * période de recherche des doublons).
       COPY BC810PRM.

       PROCEDURE DIVISION.

      * S'il existe un fichier d'ordres de paiement (ou des ordres
      * en attente de la conformité), tout le lot est traité en
      * batch ; sinon on garde la transaction de démonstration codée
      * en dur.
           MOVE FUNCTION CURRENT-DATE TO ws-date-heure.
           MOVE "DM" TO DT-FONCTION.
           CALL "BC810" USING DT-PARAMETRES.
           IF NOT DT-OK
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DT-DATE-RESULTAT TO ws-date-heure(1:8).
           MOVE ws-date-heure(1:8) TO ws-date-jour.
           PERFORM chargerAttente.

           OPEN INPUT fichierOrdres.

           IF fs-ordres = "00" OR ws-nb-attente-lues > 0
              PERFORM chargerFiltrage
              PERFORM chargerHistorique

              OPEN OUTPUT fichierMessages
              OPEN OUTPUT fichierRejets
              OPEN OUTPUT fichierAttente
              OPEN OUTPUT fichierDoublons
              OPEN EXTEND fichierHistorique
              IF fs-historique NOT = "00"
                 OPEN OUTPUT fichierHistorique
              END-IF

      *       Décisions de la conformité sur les ordres en attente du
      *       run précédent.
              PERFORM VARYING ws-cpt-attente FROM 1 BY 1
                 UNTIL ws-cpt-attente > ws-nb-attente-lues
                 PERFORM traiterAttente
              END-PERFORM

              IF fs-ordres = "00"
                 PERFORM UNTIL fs-ordres = "10"
                    READ fichierOrdres INTO ligneOrdre
                       NOT AT END
                          IF ligneOrdre NOT = SPACES
                             PERFORM traiterOrdre
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE fichierOrdres
              END-IF

              CLOSE fichierMessages
              CLOSE fichierRejets
              CLOSE fichierAttente
              CLOSE fichierDoublons
              CLOSE fichierHistorique

      *       Décisions et forçages appliqués : les fichiers sont
      *       consommés.
              OPEN OUTPUT fichierDecisions
              CLOSE fichierDecisions
              OPEN OUTPUT fichierForcage
              CLOSE fichierForcage

              DISPLAY "Lot de " ws-nb-ordres " ordre(s) : "
                 ws-nb-emis " message(s) MT103 émis, "
                 ws-nb-rejets " rejet(s)."
              DISPLAY "Filtrage conformité : " ws-nb-bloques
                 " bloqué(s), " ws-nb-attente " en attente (SwiftEn"
                 "Attente.txt), " ws-nb-liberes " libéré(s)."
              DISPLAY "Doublons présumés : " ws-nb-doublons
                 " retenu(s) sur " ws-jours-doublon " jour(s) d'histo"
                 "rique (SwiftDoublons.txt)."

      *       Annexe de règlement pour la trésorerie.
              PERFORM ecrireAnnexe
                   ws-ordre-devise
           END-UNSTRING.

      *    Les centimes peuvent venir avec une virgule (ordres
      *    transmis par BuildSepa ou le rapprochement des factures).
           INSPECT ws-ordre-montant REPLACING ALL "," BY ".".

           MOVE ws-ordre-iban TO IBAN.
           MOVE ws-ordre-benef TO BENEF-NAME.
           MOVE SPACES TO AMOUNT.
           PERFORM validerAmount.

           IF IBAN-OK AND AMOUNT-OK
      *       Filtrage conformité avant que l'argent ne parte :
      *       correspondance exacte rejetée, correspondance proche
      *       mise en attente de la conformité.
              PERFORM filtrerBeneficiaire
              EVALUATE TRUE
                 WHEN FILTRE-BLOQUE
                    ADD 1 TO ws-nb-bloques
                    ADD 1 TO ws-nb-rejets
                    COMPUTE ws-rejets-montant = ws-rejets-montant +
                       FUNCTION NUMVAL(ws-ordre-montant)
                    MOVE SPACES TO ligneRejet
                    STRING FUNCTION TRIM(ligneOrdre)
                       " : bénéficiaire sur liste "
                       FUNCTION TRIM(ws-filtrage-source) " ("
                       FUNCTION TRIM(ws-filtrage-nom) ")"
                       DELIMITED BY SIZE INTO ligneRejet
                    END-STRING
                    WRITE ligneRejet
                 WHEN FILTRE-DOUTE
                    PERFORM mettreEnAttente
                 WHEN OTHER
                    PERFORM emettreSiNonDoublon
              END-EVALUATE
           ELSE
              ADD 1 TO ws-nb-rejets

      *       Le montant du rejet (quand il est exploitable) entre
      *       dans le total des rejets de l'annexe.
              IF AMOUNT-OK
                 COMPUTE ws-rejets-montant = ws-rejets-montant +
                    FUNCTION NUMVAL(ws-ordre-montant)
              END-IF
              WRITE ligneRejet
           END-IF.

      * Emet le message MT103 de l'ordre courant (IBAN, BENEF-NAME,
      * montant et devise de l'ordre) et le cumule dans l'annexe de
      * règlement.
       emettreMessage.
           ADD 1 TO ws-nb-emis.
           ADD 1 TO ws-ref-ordre.

           MOVE SPACES TO ligneMessage.
           STRING ":20:ORDRE-" ws-ref-ordre
              DELIMITED BY SIZE INTO ligneMessage
           END-STRING.
           WRITE ligneMessage.

           MOVE SPACES TO ligneMessage.
           STRING ":32A:" FUNCTION TRIM(ws-ordre-devise)
              FUNCTION TRIM(ws-ordre-montant)
              DELIMITED BY SIZE INTO ligneMessage
           END-STRING.
           WRITE ligneMessage.

           MOVE SPACES TO ligneMessage.
           STRING ":59:/" FUNCTION TRIM(IBAN)
              DELIMITED BY SIZE INTO ligneMessage
           END-STRING.
           WRITE ligneMessage.

           MOVE SPACES TO ligneMessage.
           STRING ":70:" FUNCTION TRIM(BENEF-NAME)
              DELIMITED BY SIZE INTO ligneMessage
           END-STRING.
           WRITE ligneMessage.

           MOVE "-" TO ligneMessage.
           WRITE ligneMessage.

      *    Paiement inscrit à l'historique (fichier et table, pour
      *    repérer aussi un doublon plus loin dans le même lot).
           MOVE SPACES TO ws-ref-paiement.
           STRING ws-date-heure(1:16) "-ORDRE-" ws-ref-ordre
              DELIMITED BY SIZE INTO ws-ref-paiement
           END-STRING.
           MOVE SPACES TO ligneHistorique.
           STRING FUNCTION TRIM(IBAN) ";"
              FUNCTION TRIM(BENEF-NAME) ";"
              FUNCTION TRIM(ws-ordre-montant) ";"
              ws-ordre-devise ";"
              ws-date-jour ";"
              ws-ref-paiement
              DELIMITED BY SIZE INTO ligneHistorique
           END-STRING.
           WRITE ligneHistorique.
           IF ws-nb-historique < 2000
              ADD 1 TO ws-nb-historique
              MOVE IBAN TO ws-his-iban(ws-nb-historique)
              COMPUTE ws-his-montant(ws-nb-historique) =
                 FUNCTION NUMVAL(ws-ordre-montant)
              MOVE ws-ordre-devise TO ws-his-devise(ws-nb-historique)
              MOVE ws-date-jour TO ws-his-date(ws-nb-historique)
              MOVE ws-ref-paiement TO ws-his-ref(ws-nb-historique)
           END-IF.

      *    Cumul du message émis dans l'annexe de règlement.
           PERFORM cumulerAnnexe.

      * Emet l'ordre courant, sauf s'il reproduit un paiement de la
      * période de recherche (même IBAN, montant et devise) : il est
      * alors retenu comme doublon présumé avec la référence du
      * paiement antérieur.
       emettreSiNonDoublon.
           COMPUTE ws-montant-ordre = FUNCTION NUMVAL(ws-ordre-montant).
           MOVE 0 TO ws-doublon-trouve.
           PERFORM VARYING ws-cpt-historique FROM 1 BY 1
              UNTIL ws-cpt-historique > ws-nb-historique
              OR ws-doublon-trouve > 0
              IF ws-his-iban(ws-cpt-historique) = IBAN
                 AND ws-his-devise(ws-cpt-historique) = ws-ordre-devise
                 AND ws-his-montant(ws-cpt-historique) =
                    ws-montant-ordre
                 MOVE ws-cpt-historique TO ws-doublon-trouve
              END-IF
           END-PERFORM.

           IF ws-doublon-trouve > 0
              MOVE "DOUBLON" TO ws-filtrage-source
              MOVE SPACES TO ws-filtrage-nom
              STRING FUNCTION TRIM(ws-his-ref(ws-doublon-trouve))
                 " du " ws-his-date(ws-doublon-trouve)
                 DELIMITED BY SIZE INTO ws-filtrage-nom
              END-STRING
              PERFORM mettreEnAttente
           ELSE
              PERFORM emettreMessage
           END-IF.

      * Reprend les ordres en attente du run précédent et leur
      * applique les décisions de la conformité
      * (SwiftDecisionsFiltrage.txt : référence;L ou R).
       chargerAttente.
           MOVE 0 TO ws-nb-attente-lues.
           OPEN INPUT fichierAttente.
           IF fs-attente = "00"
              MOVE "F" TO ws-att-type-lu
              PERFORM UNTIL fs-attente = "10"
                 READ fichierAttente INTO ligneAttente
                    NOT AT END
                       IF ligneAttente NOT = SPACES
                          PERFORM reprendreAttente
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierAttente
           END-IF.

      *    Doublons présumés retenus au run précédent.
           OPEN INPUT fichierDoublons.
           IF fs-doublons = "00"
              MOVE "D" TO ws-att-type-lu
              PERFORM UNTIL fs-doublons = "10"
                 READ fichierDoublons INTO ligneAttente
                    NOT AT END
                       IF ligneAttente NOT = SPACES
                          PERFORM reprendreAttente
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierDoublons
           END-IF.

           OPEN INPUT fichierDecisions.
           IF fs-decisions = "00"
              MOVE "F" TO ws-dec-type
              PERFORM UNTIL fs-decisions = "10"
                 READ fichierDecisions INTO ligneDecision
                    NOT AT END
                       PERFORM appliquerDecision
                 END-READ
              END-PERFORM
              CLOSE fichierDecisions
           END-IF.

      *    Forçages des doublons présumés (même présentation que les
      *    décisions de la conformité).
           OPEN INPUT fichierForcage.
           IF fs-forcage = "00"
              MOVE "D" TO ws-dec-type
              PERFORM UNTIL fs-forcage = "10"
                 READ fichierForcage INTO ligneDecision
                    NOT AT END
                       PERFORM appliquerDecision
                 END-READ
              END-PERFORM
              CLOSE fichierForcage
           END-IF.

      * Range dans la table la ligne d'attente lue (ligneAttente), du
      * type ws-att-type-lu.
       reprendreAttente.
           IF ws-nb-attente-lues < 200
              ADD 1 TO ws-nb-attente-lues
              MOVE SPACES TO ws-attente(ws-nb-attente-lues)
              MOVE ws-att-type-lu TO ws-att-type(ws-nb-attente-lues)
              UNSTRING ligneAttente DELIMITED BY ";"
                 INTO ws-att-ref(ws-nb-attente-lues)
                      ws-att-iban(ws-nb-attente-lues)
                      ws-att-benef(ws-nb-attente-lues)
                      ws-att-montant(ws-nb-attente-lues)
                      ws-att-devise(ws-nb-attente-lues)
                      ws-att-source(ws-nb-attente-lues)
                      ws-att-nom(ws-nb-attente-lues)
              END-UNSTRING
           ELSE
              DISPLAY "Ordre en attente non repris (table pleine) : "
                 FUNCTION TRIM(ligneAttente)
           END-IF.

      * Applique la ligne référence;L ou R (ligneDecision) à l'ordre
      * en attente de même référence et du type ws-dec-type.
       appliquerDecision.
           MOVE SPACES TO ws-dec-ref.
           MOVE SPACES TO ws-dec-code.
           UNSTRING ligneDecision DELIMITED BY ";"
              INTO ws-dec-ref
                   ws-dec-code
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(ws-dec-code) TO ws-dec-code.
           PERFORM VARYING ws-cpt-attente FROM 1 BY 1
              UNTIL ws-cpt-attente > ws-nb-attente-lues
              IF ws-att-ref(ws-cpt-attente) = ws-dec-ref
                 AND ws-att-type(ws-cpt-attente) = ws-dec-type
                 AND (ws-dec-code = "L" OR ws-dec-code = "R")
                 MOVE ws-dec-code TO ws-att-decision(ws-cpt-attente)
              END-IF
           END-PERFORM.

      * Paramètres du contrôle des doublons (JOURSDOUBLON;jours) et
      * chargement des paiements de l'historique émis depuis le
      * début de la période de recherche.
       chargerHistorique.
           OPEN INPUT fichierParametres.
           IF fs-parametres = "00"
              PERFORM UNTIL fs-parametres = "10"
                 READ fichierParametres INTO ligneParametre
                    NOT AT END
                       MOVE SPACES TO ws-param-code
                       MOVE SPACES TO ws-param-valeur
                       UNSTRING ligneParametre DELIMITED BY ";"
                          INTO ws-param-code
                               ws-param-valeur
                       END-UNSTRING
                       IF ws-param-code = "JOURSDOUBLON"
                          AND FUNCTION TRIM(ws-param-valeur) IS NUMERIC
                          COMPUTE ws-jours-doublon =
                             FUNCTION NUMVAL(ws-param-valeur)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierParametres
           END-IF.

           MOVE "AJ" TO DT-FONCTION.
           MOVE ws-date-jour TO DT-DATE-1.
           COMPUTE DT-NB-JOURS = 0 - ws-jours-doublon.
           CALL "BC810" USING DT-PARAMETRES.
           MOVE DT-DATE-RESULTAT TO ws-date-limite.

           OPEN INPUT fichierHistorique.
           IF fs-historique = "00"
              PERFORM UNTIL fs-historique = "10"
                 READ fichierHistorique INTO ligneHistorique
                    NOT AT END
                       MOVE SPACES TO ws-his-lu-iban
                       MOVE SPACES TO ws-his-lu-benef
                       MOVE SPACES TO ws-his-lu-montant
                       MOVE SPACES TO ws-his-lu-devise
                       MOVE SPACES TO ws-his-lu-date
                       MOVE SPACES TO ws-his-lu-ref
                       UNSTRING ligneHistorique DELIMITED BY ";"
                          INTO ws-his-lu-iban
                               ws-his-lu-benef
                               ws-his-lu-montant
                               ws-his-lu-devise
                               ws-his-lu-date
                               ws-his-lu-ref
                       END-UNSTRING
                       IF ws-his-lu-date IS NUMERIC
                          AND ws-his-lu-date >= ws-date-limite
                          AND ws-nb-historique < 2000
                          ADD 1 TO ws-nb-historique
                          MOVE ws-his-lu-iban TO
                             ws-his-iban(ws-nb-historique)
                          COMPUTE ws-his-montant(ws-nb-historique) =
                             FUNCTION NUMVAL(ws-his-lu-montant)
                          MOVE ws-his-lu-devise TO
                             ws-his-devise(ws-nb-historique)
                          MOVE ws-his-lu-date TO
                             ws-his-date(ws-nb-historique)
                          MOVE ws-his-lu-ref TO
                             ws-his-ref(ws-nb-historique)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierHistorique
           END-IF.

      * Charge la liste de filtrage (nom;pays;IBAN ou préfixe;source),
      * noms et IBAN normalisés.
       chargerFiltrage.
           OPEN INPUT fichierFiltrage.
           IF fs-filtrage = "00"
              PERFORM UNTIL fs-filtrage = "10"
                 READ fichierFiltrage INTO ligneFiltrage
                    NOT AT END
                       MOVE SPACES TO ws-flt-lu-nom
                       MOVE SPACES TO ws-flt-lu-pays
                       MOVE SPACES TO ws-flt-lu-iban
                       MOVE SPACES TO ws-flt-lu-source
                       UNSTRING ligneFiltrage DELIMITED BY ";"
                          INTO ws-flt-lu-nom
                               ws-flt-lu-pays
                               ws-flt-lu-iban
                               ws-flt-lu-source
                       END-UNSTRING
                       IF (ws-flt-lu-nom NOT = SPACES OR
                           ws-flt-lu-iban NOT = SPACES)
                          AND ws-nb-filtres < 300
                          ADD 1 TO ws-nb-filtres
                          MOVE ws-flt-lu-nom TO ws-norm-entree
                          PERFORM normaliser
                          MOVE ws-norm-sortie TO
                             ws-flt-nom(ws-nb-filtres)
                          MOVE ws-norm-long TO
                             ws-flt-nom-long(ws-nb-filtres)
                          MOVE ws-flt-lu-nom TO
                             ws-flt-nom-brut(ws-nb-filtres)
                          MOVE FUNCTION UPPER-CASE(ws-flt-lu-pays) TO
                             ws-flt-pays(ws-nb-filtres)
                          MOVE ws-flt-lu-iban TO ws-norm-entree
                          PERFORM normaliser
                          MOVE ws-norm-sortie TO
                             ws-flt-iban(ws-nb-filtres)
                          MOVE ws-norm-long TO
                             ws-flt-iban-long(ws-nb-filtres)
                          MOVE ws-flt-lu-source TO
                             ws-flt-source(ws-nb-filtres)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierFiltrage
           ELSE
              DISPLAY "Attention : pas de liste SwiftFiltrage.txt, or"
                 "dres émis sans filtrage conformité."
           END-IF.

      * Ordre en attente du run précédent : libéré (émis sans nouveau
      * filtrage ; un ordre libéré par la conformité passe encore le
      * contrôle des doublons, un doublon forcé est émis tel quel),
      * rejeté, ou laissé en attente faute de décision.
       traiterAttente.
           EVALUATE ws-att-decision(ws-cpt-attente)
              WHEN "L"
                 ADD 1 TO ws-nb-liberes
                 MOVE ws-att-iban(ws-cpt-attente) TO ws-ordre-iban
                 MOVE ws-att-benef(ws-cpt-attente) TO ws-ordre-benef
                 MOVE ws-att-montant(ws-cpt-attente)
                    TO ws-ordre-montant
                 MOVE ws-att-devise(ws-cpt-attente) TO ws-ordre-devise
                 MOVE ws-ordre-iban TO IBAN
                 MOVE ws-ordre-benef TO BENEF-NAME
                 IF ws-att-type(ws-cpt-attente) = "D"
                    PERFORM emettreMessage
                 ELSE
                    PERFORM emettreSiNonDoublon
                 END-IF

              WHEN "R"
                 ADD 1 TO ws-nb-rejets
                 COMPUTE ws-rejets-montant = ws-rejets-montant +
                    FUNCTION NUMVAL(ws-att-montant(ws-cpt-attente))
                 MOVE SPACES TO ligneRejet
                 IF ws-att-type(ws-cpt-attente) = "D"
                    STRING FUNCTION TRIM(ws-att-iban(ws-cpt-attente))
                       ";" FUNCTION TRIM(ws-att-benef(ws-cpt-attente))
                       ";" FUNCTION TRIM(ws-att-montant(ws-cpt-attente))
                       ";" ws-att-devise(ws-cpt-attente)
                       " : doublon abandonné, déjà payé par "
                       FUNCTION TRIM(ws-att-nom(ws-cpt-attente))
                       DELIMITED BY SIZE INTO ligneRejet
                    END-STRING
                 ELSE
                    STRING FUNCTION TRIM(ws-att-iban(ws-cpt-attente))
                       ";" FUNCTION TRIM(ws-att-benef(ws-cpt-attente))
                       ";" FUNCTION TRIM(ws-att-montant(ws-cpt-attente))
                       ";" ws-att-devise(ws-cpt-attente)
                       " : rejeté par la conformité, liste "
                       FUNCTION TRIM(ws-att-source(ws-cpt-attente))
                       " (" FUNCTION TRIM(ws-att-nom(ws-cpt-attente))
                       ")"
                       DELIMITED BY SIZE INTO ligneRejet
                    END-STRING
                 END-IF
                 WRITE ligneRejet

              WHEN OTHER
                 MOVE SPACES TO ligneAttente
                 STRING ws-att-ref(ws-cpt-attente) ";"
                    FUNCTION TRIM(ws-att-iban(ws-cpt-attente)) ";"
                    FUNCTION TRIM(ws-att-benef(ws-cpt-attente)) ";"
                    FUNCTION TRIM(ws-att-montant(ws-cpt-attente)) ";"
                    ws-att-devise(ws-cpt-attente) ";"
                    FUNCTION TRIM(ws-att-source(ws-cpt-attente)) ";"
                    FUNCTION TRIM(ws-att-nom(ws-cpt-attente))
                    DELIMITED BY SIZE INTO ligneAttente
                 END-STRING
                 IF ws-att-type(ws-cpt-attente) = "D"
                    ADD 1 TO ws-nb-doublons
                    MOVE ligneAttente TO ligneDoublon
                    WRITE ligneDoublon
                 ELSE
                    ADD 1 TO ws-nb-attente
                    WRITE ligneAttente
                 END-IF
           END-EVALUATE.

      * Confronte le bénéficiaire et l'IBAN de l'ordre courant à la
      * liste de filtrage. Correspondance exacte (IBAN commençant par
      * l'IBAN ou le préfixe listé, ou même nom normalisé avec un
      * pays listé blanc ou égal à celui de l'IBAN) : ordre bloqué.
      * Correspondance proche (nom inclus dans l'autre ou à un
      * caractère près, ou même nom sous un autre pays, homonyme
      * possible) : ordre mis en attente de la conformité.
       filtrerBeneficiaire.
           SET FILTRE-LIBRE TO TRUE.
           MOVE SPACES TO ws-filtrage-source.
           MOVE SPACES TO ws-filtrage-nom.

           MOVE BENEF-NAME TO ws-norm-entree.
           PERFORM normaliser.
           MOVE ws-norm-sortie TO ws-benef-norm.
           MOVE ws-norm-long TO ws-benef-norm-long.
           MOVE IBAN TO ws-norm-entree.
           PERFORM normaliser.
           MOVE ws-norm-sortie TO ws-iban-norm.
           MOVE ws-norm-long TO ws-iban-norm-long.

           PERFORM VARYING ws-cpt-filtre FROM 1 BY 1
              UNTIL ws-cpt-filtre > ws-nb-filtres OR FILTRE-BLOQUE

              IF ws-flt-iban-long(ws-cpt-filtre) > 0
                 AND ws-flt-iban-long(ws-cpt-filtre) <=
                    ws-iban-norm-long
                 AND ws-iban-norm(1:ws-flt-iban-long(ws-cpt-filtre))
                    = ws-flt-iban(ws-cpt-filtre)
                       (1:ws-flt-iban-long(ws-cpt-filtre))
                 SET FILTRE-BLOQUE TO TRUE
              END-IF

              IF NOT FILTRE-BLOQUE
                 AND ws-flt-nom-long(ws-cpt-filtre) > 0
                 AND ws-benef-norm-long > 0
                 IF ws-benef-norm = ws-flt-nom(ws-cpt-filtre)
                    AND (ws-flt-pays(ws-cpt-filtre) = SPACES OR
                         ws-flt-pays(ws-cpt-filtre) =
                         ws-iban-norm(1:2))
                    SET FILTRE-BLOQUE TO TRUE
                 ELSE
                    IF NOT FILTRE-DOUTE
                       PERFORM comparerNoms
                       IF ws-cmp-ecarts <= 1 OR ws-cmp-inclus > 0
                          SET FILTRE-DOUTE TO TRUE
                          MOVE ws-flt-source(ws-cpt-filtre)
                             TO ws-filtrage-source
                          MOVE ws-flt-nom-brut(ws-cpt-filtre)
                             TO ws-filtrage-nom
                       END-IF
                    END-IF
                 END-IF
              END-IF

              IF FILTRE-BLOQUE
                 MOVE ws-flt-source(ws-cpt-filtre)
                    TO ws-filtrage-source
                 MOVE ws-flt-nom-brut(ws-cpt-filtre) TO ws-filtrage-nom
                 IF ws-filtrage-nom = SPACES
                    STRING "IBAN " ws-flt-iban(ws-cpt-filtre)
                       DELIMITED BY SIZE INTO ws-filtrage-nom
                    END-STRING
                 END-IF
              END-IF

           END-PERFORM.

      * Compare le bénéficiaire normalisé au nom listé
      * ws-cpt-filtre : ws-cmp-inclus > 0 si le plus court (4
      * caractères au moins) est inclus dans l'autre, ws-cmp-ecarts
      * = 0 ou 1 s'ils sont égaux ou ne diffèrent que d'un caractère
      * substitué, en plus ou en moins (99 sinon).
       comparerNoms.
           MOVE 99 TO ws-cmp-ecarts.
           MOVE 0 TO ws-cmp-inclus.

           IF ws-benef-norm-long <= ws-flt-nom-long(ws-cpt-filtre)
              MOVE ws-benef-norm TO ws-cmp-court
              MOVE ws-benef-norm-long TO ws-cmp-court-long
              MOVE ws-flt-nom(ws-cpt-filtre) TO ws-cmp-long
              MOVE ws-flt-nom-long(ws-cpt-filtre) TO ws-cmp-long-long
           ELSE
              MOVE ws-flt-nom(ws-cpt-filtre) TO ws-cmp-court
              MOVE ws-flt-nom-long(ws-cpt-filtre) TO ws-cmp-court-long
              MOVE ws-benef-norm TO ws-cmp-long
              MOVE ws-benef-norm-long TO ws-cmp-long-long
           END-IF.

           IF ws-cmp-court-long >= 4
              INSPECT ws-cmp-long(1:ws-cmp-long-long)
                 TALLYING ws-cmp-inclus
                 FOR ALL ws-cmp-court(1:ws-cmp-court-long)

              IF ws-cmp-court-long = ws-cmp-long-long
                 MOVE 0 TO ws-cmp-ecarts
                 PERFORM VARYING ws-cmp-i FROM 1 BY 1
                    UNTIL ws-cmp-i > ws-cmp-court-long
                    IF ws-cmp-court(ws-cmp-i:1) NOT =
                       ws-cmp-long(ws-cmp-i:1)
                       ADD 1 TO ws-cmp-ecarts
                    END-IF
                 END-PERFORM
              END-IF

      *       Un caractère en plus : identiques jusqu'au premier
      *       écart, puis le reste du plus long décalé d'un cran.
              IF ws-cmp-long-long = ws-cmp-court-long + 1
                 PERFORM VARYING ws-cmp-i FROM 1 BY 1
                    UNTIL ws-cmp-i > ws-cmp-court-long
                    OR ws-cmp-court(ws-cmp-i:1) NOT =
                       ws-cmp-long(ws-cmp-i:1)
                    CONTINUE
                 END-PERFORM
                 IF ws-cmp-i > ws-cmp-court-long
                    MOVE 1 TO ws-cmp-ecarts
                 ELSE
                    IF ws-cmp-long(ws-cmp-i + 1:
                          ws-cmp-court-long - ws-cmp-i + 1) =
                       ws-cmp-court(ws-cmp-i:
                          ws-cmp-court-long - ws-cmp-i + 1)
                       MOVE 1 TO ws-cmp-ecarts
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Normalise ws-norm-entree : majuscules, lettres et chiffres
      * seuls (espaces, ponctuation et accents ignorés).
       normaliser.
           MOVE SPACES TO ws-norm-sortie.
           MOVE 0 TO ws-norm-long.
           MOVE FUNCTION UPPER-CASE(ws-norm-entree) TO ws-norm-entree.
           PERFORM VARYING ws-norm-i FROM 1 BY 1 UNTIL ws-norm-i > 40
              MOVE ws-norm-entree(ws-norm-i:1) TO ws-norm-car
              IF (ws-norm-car >= "A" AND ws-norm-car <= "Z")
                 OR (ws-norm-car >= "0" AND ws-norm-car <= "9")
                 ADD 1 TO ws-norm-long
                 MOVE ws-norm-car TO ws-norm-sortie(ws-norm-long:1)
              END-IF
           END-PERFORM.

      * Met l'ordre courant en attente de la conformité, ou parmi les
      * doublons présumés (source DOUBLON), sous une référence unique
      * (date et heure du run au centième + rang).
       mettreEnAttente.
           ADD 1 TO ws-seq-attente.
           MOVE SPACES TO ligneAttente.
           STRING ws-date-heure(1:16) "-" ws-seq-attente ";"
              FUNCTION TRIM(IBAN) ";"
              FUNCTION TRIM(BENEF-NAME) ";"
              FUNCTION TRIM(ws-ordre-montant) ";"
              ws-ordre-devise ";"
              FUNCTION TRIM(ws-filtrage-source) ";"
              FUNCTION TRIM(ws-filtrage-nom)
              DELIMITED BY SIZE INTO ligneAttente
           END-STRING.
           IF ws-filtrage-source = "DOUBLON"
              ADD 1 TO ws-nb-doublons
              MOVE ligneAttente TO ligneDoublon
              WRITE ligneDoublon
           ELSE
              ADD 1 TO ws-nb-attente
              WRITE ligneAttente
           END-IF.

      * Cumule le message qui vient d'être émis dans l'annexe de
      * règlement, par banque bénéficiaire (5 premiers caractères du
      * BBAN) et par devise.
           END-IF.

      * Un montant valide se termine par un code devise ISO 4217
      * reconnu, précédé d'une partie numérique, avec au plus deux
      * décimales derrière un point.
       validerAmount.
           SET AMOUNT-OK TO TRUE.
           MOVE FUNCTION TRIM(AMOUNT) TO AMOUNT.
                 SET AMOUNT-KO TO TRUE
              END-IF

              MOVE 0 TO WS-AMOUNT-NB-POINTS
              INSPECT WS-AMOUNT-MONTANT TALLYING WS-AMOUNT-NB-POINTS
                 FOR ALL "."
              MOVE SPACES TO WS-AMOUNT-ENTIER
              MOVE SPACES TO WS-AMOUNT-DECIMALES
              UNSTRING WS-AMOUNT-MONTANT DELIMITED BY "."
                 INTO WS-AMOUNT-ENTIER
                      WS-AMOUNT-DECIMALES
              END-UNSTRING

              IF WS-AMOUNT-NB-POINTS > 1
                 SET AMOUNT-KO TO TRUE
              END-IF

              IF FUNCTION TRIM(WS-AMOUNT-ENTIER) IS NOT NUMERIC
                 SET AMOUNT-KO TO TRUE
              END-IF

              IF WS-AMOUNT-NB-POINTS = 1
                 IF FUNCTION TRIM(WS-AMOUNT-DECIMALES) IS NOT NUMERIC
                    OR WS-AMOUNT-DECIMALES(3:10) NOT = SPACES
                    SET AMOUNT-KO TO TRUE
                 END-IF
              END-IF
           END-IF.
