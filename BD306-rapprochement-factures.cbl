       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD306.

      ***************************************************************
      *    Rapprochement des factures fournisseurs avec les commandes
      *    et les réceptions de la gestion du stock. Chaque ligne de
      *    facture déposée dans FacturesFournisseurs.txt
      *    (fournisseur;n° facture;code article;quantité;prix
      *    unitaire;échéance AAAAMMJJ) est pointée :
      *       - contre la commande : code commandé au fournisseur
      *         (livraisons sur commande de FournisseursHisto.txt,
      *         ou commande encore ouverte de CommandesOuvertes.txt),
      *       - contre la réception : quantité reçue sur commande et
      *         pas encore facturée (FacturesHisto.txt), à la
      *         tolérance de quantité près,
      *       - contre le prix convenu du fournisseur
      *         (TarifsFournisseurs.txt : fournisseur;code;prix), ou à
      *         défaut le PMP du hangar (HangarPMP.txt), à la
      *         tolérance de prix près.
      *    Une facture dont toutes les lignes passent est enregistrée
      *    (FacturesHisto.txt) et mise en paiement (FacturesAPayer.txt)
      *    ; à son échéance, elle devient un ordre de paiement ajouté
      *    au lot de BuildSwift (SwiftOrdres.txt : IBAN;nom;montant;
      *    devise), avec les coordonnées bancaires du fournisseur
      *    (FournisseursBanque.txt : fournisseur;IBAN;devise).
      *    Une facture dont une ligne n'est pas commandée, jamais
      *    reçue, ou en écart de quantité ou de prix est bloquée sur
      *    le rapport de litiges FacturesLitiges.txt : elle n'est pas
      *    enregistrée et revient corrigée dans un prochain dépôt.
      *    Les tolérances (en %) peuvent être posées dans
      *    RapprochementParam.txt (quantité;prix). Le fichier des
      *    factures est consommé après traitement.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-FACTURES ASSIGN TO "./in/FacturesFournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FACTURES.

       SELECT F-FOURNISSEURS ASSIGN TO "./in/Fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURNISSEURS.

       SELECT F-BANQUE ASSIGN TO "./in/FournisseursBanque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-BANQUE.

       SELECT F-FOURN-HISTO ASSIGN TO "./out/FournisseursHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURN-HISTO.

       SELECT F-CMD-OUVERTES ASSIGN TO "./out/CommandesOuvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CMD-OUVERTES.

       SELECT F-TARIFS ASSIGN TO "./in/TarifsFournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TARIFS.

       SELECT F-PMP ASSIGN TO "./in/HangarPMP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PMP.

       SELECT F-PARAM ASSIGN TO "./in/RapprochementParam.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PARAM.

       SELECT F-FACT-HISTO ASSIGN TO "./out/FacturesHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FACT-HISTO.

       SELECT F-A-PAYER ASSIGN TO "./out/FacturesAPayer.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-A-PAYER.

       SELECT F-LITIGES ASSIGN TO "./out/FacturesLitiges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-LITIGES.

       SELECT F-SWIFT ASSIGN TO "./in/SwiftOrdres.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SWIFT.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-FACTURES.
       01 F-FACTURES-LIGNE PIC X(100).

       FD F-FOURNISSEURS.
       01 F-FOURNISSEURS-LIGNE PIC X(80).

       FD F-BANQUE.
       01 F-BANQUE-LIGNE PIC X(60).

       FD F-FOURN-HISTO.
       01 F-FOURN-HISTO-LIGNE PIC X(60).

       FD F-CMD-OUVERTES.
       01 F-CMD-OUVERTES-LIGNE PIC X(50).

       FD F-TARIFS.
       01 F-TARIFS-LIGNE PIC X(50).

       FD F-PMP.
       01 F-PMP-LIGNE PIC X(30).

       FD F-PARAM.
       01 F-PARAM-LIGNE PIC X(20).

       FD F-FACT-HISTO.
       01 F-FACT-HISTO-LIGNE PIC X(80).

       FD F-A-PAYER.
       01 F-A-PAYER-LIGNE PIC X(60).

       FD F-LITIGES.
       01 F-LITIGES-LIGNE PIC X(120).

       FD F-SWIFT.
       01 F-SWIFT-LIGNE PIC X(80).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-FACTURES     PIC X(2).
       01 FS-FOURNISSEURS PIC X(2).
       01 FS-BANQUE       PIC X(2).
       01 FS-FOURN-HISTO  PIC X(2).
       01 FS-CMD-OUVERTES PIC X(2).
       01 FS-TARIFS       PIC X(2).
       01 FS-PMP          PIC X(2).
       01 FS-PARAM        PIC X(2).
       01 FS-FACT-HISTO   PIC X(2).
       01 FS-A-PAYER      PIC X(2).
       01 FS-LITIGES      PIC X(2).
       01 FS-SWIFT        PIC X(2).
       01 FS-EXPLOIT      PIC X(2).

      *    Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.

      ***************************************************************
      *    Tolérances du rapprochement en % : quantité facturée
      *    au-delà du reçu non facturé, écart de prix unitaire avec le
      *    prix de référence (dans un sens ou dans l'autre).
      ***************************************************************
       01 WS-TOL-QTE       PIC 9(2)V9(2) VALUE 2.
       01 WS-TOL-PRIX      PIC 9(2)V9(2) VALUE 2.
       01 WS-PARAM-QTE-TXT  PIC X(8).
       01 WS-PARAM-PRIX-TXT PIC X(8).
       01 WS-TOL-QTE-ED     PIC Z9.99.
       01 WS-TOL-PRIX-ED    PIC Z9.99.

      ***************************************************************
      *    Lignes de factures du dépôt : ligne d'origine, zones
      *    découpées, rang de la réception pointée, quantité
      *    disponible et prix de référence relevés au contrôle, motif
      *    de blocage (blanc = ligne conforme).
      ***************************************************************
       01 WS-FAC-TABLE.
           02 WS-FAC OCCURS 200 TIMES.
              03 WS-FAC-LIGNE    PIC X(100).
              03 WS-FAC-FOURN    PIC X(4).
              03 WS-FAC-NUMERO   PIC X(15).
              03 WS-FAC-IDM      PIC X(3).
              03 WS-FAC-QTE      PIC 9(5).
              03 WS-FAC-PRIX     PIC 9(7)V9(4).
              03 WS-FAC-ECHEANCE PIC 9(8).
              03 WS-FAC-RANG-REC PIC 9(3).
              03 WS-FAC-DISPO    PIC S9(7).
              03 WS-FAC-REF      PIC 9(7)V9(4).
              03 WS-FAC-MOTIF    PIC X(50).
              03 WS-FAC-TRAITEE  PIC X(1).
       01 WS-FAC-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-FAC     PIC 9(3).
       01 WS-CPT-FAC2    PIC 9(3).

      *    Colonnes d'une ligne de facture découpées.
       01 WS-FAC-FOURN-TXT    PIC X(4).
       01 WS-FAC-NUMERO-TXT   PIC X(15).
       01 WS-FAC-IDM-TXT      PIC X(3).
       01 WS-FAC-QTE-TXT      PIC X(8).
       01 WS-FAC-PRIX-TXT     PIC X(12).
       01 WS-FAC-ECHEANCE-TXT PIC X(10).

      ***************************************************************
      *    Facture en cours de rapprochement : clé, montant, échéance
      *    retenue (la plus proche de ses lignes), verdict.
      ***************************************************************
       01 WS-COUR-FOURN    PIC X(4).
       01 WS-COUR-NUMERO   PIC X(15).
       01 WS-COUR-MONTANT  PIC 9(9)V9(2).
       01 WS-COUR-ECHEANCE PIC 9(8).
       01 WS-MOTIF-AJOUT   PIC X(50).
       01 WS-MOTIF-CUMUL   PIC X(50).
       01 WS-COUR-FLAG PIC X.
           88 FACTURE-BLOQUEE VALUE "O".
      *    FACTURE-BLOQUEE = 1 : Au moins une ligne en litige, la
      *                          facture part au rapport des litiges.
      *    FACTURE-BLOQUEE = 0 : Facture conforme, mise en paiement.

      ***************************************************************
      *    Réceptions sur commande par fournisseur et code article :
      *    quantité livrée contre une commande (cumul des livraisons
      *    de l'historique fournisseurs, bornée à la quantité
      *    attendue) et quantité déjà facturée.
      ***************************************************************
       01 WS-REC-TABLE.
           02 WS-REC OCCURS 300 TIMES.
              03 WS-REC-FOURN    PIC X(4).
              03 WS-REC-IDM      PIC X(3).
              03 WS-REC-RECU     PIC 9(7).
              03 WS-REC-FACTURE  PIC 9(7).
       01 WS-REC-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-REC     PIC 9(3).
       01 WS-RANG-REC    PIC 9(3).

      *    Ligne de l'historique fournisseurs relue (même découpage
      *    que la ligne écrite par la gestion du stock).
       01 WS-HISTO-LIGNE.
           02 WS-HST-DATE     PIC 9(8).
           02 FILLER          PIC X(1).
           02 WS-HST-TYPE     PIC X(1).
           02 FILLER          PIC X(1).
           02 WS-HST-FOURN    PIC X(4).
           02 FILLER          PIC X(1).
           02 WS-HST-IDM      PIC X(3).
           02 FILLER          PIC X(1).
           02 WS-HST-ATTENDU  PIC 9(5).
           02 FILLER          PIC X(1).
           02 WS-HST-LIVRE    PIC 9(5).
           02 FILLER          PIC X(1).
           02 WS-HST-DELAI    PIC 9(3).
           02 FILLER          PIC X(1).
           02 WS-HST-PROMIS   PIC 9(3).
           02 FILLER          PIC X(1).
           02 WS-HST-PONCTU   PIC X(1).
       01 WS-HST-SUR-CMD  PIC 9(5).

      *    Codes article encore en commande ouverte (commande émise,
      *    pas encore entièrement livrée).
       01 WS-OUV-TABLE.
           02 WS-OUV-IDM OCCURS 50 TIMES PIC X(3).
       01 WS-OUV-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-OUV     PIC 9(3).
       01 WS-OUV-IDM-TXT PIC X(3).
       01 WS-OUV-FLAG PIC X.
           88 COMMANDE-OUVERTE VALUE "O".
      *    COMMANDE-OUVERTE = 1 : Code de la ligne en commande
      *                           ouverte, pas encore livré.
      *    COMMANDE-OUVERTE = 0 : Code jamais commandé.

      ***************************************************************
      *    Prix de référence : prix convenus par fournisseur et code,
      *    PMP du hangar par code à défaut.
      ***************************************************************
       01 WS-TAR-TABLE.
           02 WS-TAR OCCURS 200 TIMES.
              03 WS-TAR-FOURN   PIC X(4).
              03 WS-TAR-IDM     PIC X(3).
              03 WS-TAR-PRIX    PIC 9(7)V9(4).
       01 WS-TAR-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-TAR     PIC 9(3).
       01 WS-TAR-FOURN-TXT PIC X(4).
       01 WS-TAR-IDM-TXT   PIC X(3).
       01 WS-TAR-PRIX-TXT  PIC X(12).

       01 WS-PMP-TABLE.
           02 WS-PMP OCCURS 50 TIMES.
              03 WS-PMP-IDM     PIC X(3).
              03 WS-PMP-VALEUR  PIC 9(5)V9(4).
       01 WS-PMP-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-PMP     PIC 9(3).
       01 WS-PMP-IDM-TXT    PIC X(3).
       01 WS-PMP-VALEUR-TXT PIC X(12).

       01 WS-PRIX-REF    PIC 9(7)V9(4).
       01 WS-ECART-PRIX  PIC S9(7)V9(4).
       01 WS-ECART-MAX   PIC 9(7)V9(4).
       01 WS-QTE-MAX     PIC 9(7)V9(2).

      ***************************************************************
      *    Fournisseurs : nom (fichier maître code;nom;délai;contact)
      *    et coordonnées bancaires (fournisseur;IBAN;devise, devise
      *    EUR par défaut).
      ***************************************************************
       01 WS-FRN-TABLE.
           02 WS-FRN OCCURS 50 TIMES.
              03 WS-FRN-CODE    PIC X(4).
              03 WS-FRN-NOM     PIC X(20).
              03 WS-FRN-IBAN    PIC X(34).
              03 WS-FRN-DEVISE  PIC X(3).
       01 WS-FRN-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-FRN     PIC 9(3).
       01 WS-RANG-FRN    PIC 9(3).
       01 WS-FRN-CODE-TXT   PIC X(4).
       01 WS-FRN-NOM-TXT    PIC X(20).
       01 WS-FRN-IBAN-TXT   PIC X(34).
       01 WS-FRN-DEVISE-TXT PIC X(3).

      ***************************************************************
      *    Factures déjà enregistrées (FacturesHisto.txt), pour
      *    bloquer une facture présentée deux fois.
      ***************************************************************
       01 WS-CONNUE-TABLE.
           02 WS-CONNUE OCCURS 500 TIMES.
              03 WS-CONNUE-FOURN  PIC X(4).
              03 WS-CONNUE-NUMERO PIC X(15).
       01 WS-CONNUE-NB   PIC 9(3) VALUE 0.
       01 WS-CPT-CONNUE  PIC 9(3).
       01 WS-FH-DATE-TXT    PIC X(8).
       01 WS-FH-FOURN-TXT   PIC X(4).
       01 WS-FH-NUMERO-TXT  PIC X(15).
       01 WS-FH-IDM-TXT     PIC X(3).
       01 WS-FH-QTE-TXT     PIC X(8).

      ***************************************************************
      *    Factures en attente de paiement (fournisseur;n° facture;
      *    montant;échéance), reprises du passage précédent et
      *    complétées des factures conformes du jour.
      ***************************************************************
       01 WS-PAY-TABLE.
           02 WS-PAY OCCURS 200 TIMES.
              03 WS-PAY-FOURN    PIC X(4).
              03 WS-PAY-NUMERO   PIC X(15).
              03 WS-PAY-MONTANT  PIC 9(9)V9(2).
              03 WS-PAY-ECHEANCE PIC 9(8).
              03 WS-PAY-GARDEE   PIC X(1).
       01 WS-PAY-NB      PIC 9(3) VALUE 0.
       01 WS-CPT-PAY     PIC 9(3).
       01 WS-PAY-FOURN-TXT    PIC X(4).
       01 WS-PAY-NUMERO-TXT   PIC X(15).
       01 WS-PAY-MONTANT-TXT  PIC X(15).
       01 WS-PAY-ECHEANCE-TXT PIC X(10).

      *    Zones éditées des fichiers écrits.
       01 WS-MONTANT-ED   PIC Z(8)9.9(2).
       01 WS-PRIX-ED      PIC Z(6)9.9(4).
       01 WS-QTE-ED       PIC Z(4)9.

      ***************************************************************
      *    Ligne du rapport des litiges, à positions fixes comme le
      *    bon de commande : fournisseur, facture, code, quantité
      *    facturée, reçue non facturée, prix facturé, prix de
      *    référence, motif.
      ***************************************************************
       01 WS-LITIGE-LIGNE.
           02 WS-LIT-FOURN    PIC X(4).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-NUMERO   PIC X(15).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-IDM      PIC X(3).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-QTE      PIC Z(4)9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-DISPO    PIC -(5)9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-PRIX     PIC Z(6)9.9(2).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-REF      PIC Z(6)9.9(2).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LIT-MOTIF    PIC X(50).

      *    Compteurs du traitement : lignes de factures lues,
      *    factures mises en paiement, factures bloquées, paiements
      *    échus transmis, anomalies.
       01 WS-NB-LUS       PIC 9(5) VALUE 0.
       01 WS-NB-CONFORMES PIC 9(5) VALUE 0.
       01 WS-NB-BLOQUEES  PIC 9(5) VALUE 0.
       01 WS-NB-PAYEES    PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE 0.

       01 WS-DATE-JOUR    PIC 9(8).

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

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

      *    Tolérances, fournisseurs, réceptions, prix de référence,
      *    factures déjà enregistrées ou en attente de paiement.
           PERFORM 6000-CHARGE-PARAMETRES.
           PERFORM 6005-CHARGE-FOURNISSEURS.
           PERFORM 6010-CHARGE-RECEPTIONS.
           PERFORM 6015-CHARGE-PRIX.
           PERFORM 6020-CHARGE-ENREGISTREES.

      *    Rapprochement des factures déposées.
           PERFORM 6030-CHARGE-FACTURES.
           PERFORM 6040-RAPPROCHE-FACTURES.

      *    Paiements arrivés à échéance transmis à BuildSwift.
           PERFORM 6070-PAIEMENTS-ECHUS.

           DISPLAY "Rapprochement des factures : " WS-NB-CONFORMES
              " facture(s) mise(s) en paiement, " WS-NB-BLOQUEES
              " bloquée(s) en litige, " WS-NB-PAYEES
              " paiement(s) échu(s) transmis.".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD306         *".
           DISPLAY "* Rapprochement factures fournisseurs *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-PARAMETRES.
      *    Lit la ligne de tolérances (quantité;prix, en %). Une
      *    tolérance absente ou de 50 % et plus garde la valeur par
      *    défaut.
           OPEN INPUT F-PARAM

           IF FS-PARAM = "00" THEN
              READ F-PARAM INTO F-PARAM-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-PARAM-QTE-TXT
                    MOVE SPACES TO WS-PARAM-PRIX-TXT
                    INSPECT F-PARAM-LIGNE REPLACING ALL "," BY "."
                    UNSTRING F-PARAM-LIGNE DELIMITED BY ";"
                       INTO WS-PARAM-QTE-TXT
                            WS-PARAM-PRIX-TXT
                    END-UNSTRING
                    IF WS-PARAM-QTE-TXT NOT = SPACES THEN
                       IF FUNCTION NUMVAL(WS-PARAM-QTE-TXT) < 50 THEN
                          COMPUTE WS-TOL-QTE =
                             FUNCTION NUMVAL(WS-PARAM-QTE-TXT)
                       END-IF
                    END-IF
                    IF WS-PARAM-PRIX-TXT NOT = SPACES THEN
                       IF FUNCTION NUMVAL(WS-PARAM-PRIX-TXT) < 50 THEN
                          COMPUTE WS-TOL-PRIX =
                             FUNCTION NUMVAL(WS-PARAM-PRIX-TXT)
                       END-IF
                    END-IF
              END-READ
              CLOSE F-PARAM
           END-IF

           MOVE WS-TOL-QTE TO WS-TOL-QTE-ED
           MOVE WS-TOL-PRIX TO WS-TOL-PRIX-ED
           DISPLAY "Tolérances : quantité " WS-TOL-QTE-ED " %, prix "
              WS-TOL-PRIX-ED " %."

           EXIT PROGRAM.

       6005-CHARGE-FOURNISSEURS.
      *    Noms des fournisseurs du fichier maître, puis coordonnées
      *    bancaires rattachées au code fournisseur.
           OPEN INPUT F-FOURNISSEURS

           IF FS-FOURNISSEURS = "00" THEN
              PERFORM UNTIL FS-FOURNISSEURS = "10"
                 READ F-FOURNISSEURS INTO F-FOURNISSEURS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-FRN-CODE-TXT
                       MOVE SPACES TO WS-FRN-NOM-TXT
                       UNSTRING F-FOURNISSEURS-LIGNE DELIMITED BY ";"
                          INTO WS-FRN-CODE-TXT
                               WS-FRN-NOM-TXT
                       END-UNSTRING
                       IF WS-FRN-CODE-TXT NOT = SPACES AND
                          WS-FRN-NB < 50 THEN
                          ADD 1 TO WS-FRN-NB
                          MOVE WS-FRN-CODE-TXT TO
                             WS-FRN-CODE(WS-FRN-NB)
                          MOVE WS-FRN-NOM-TXT TO WS-FRN-NOM(WS-FRN-NB)
                          MOVE SPACES TO WS-FRN-IBAN(WS-FRN-NB)
                          MOVE "EUR" TO WS-FRN-DEVISE(WS-FRN-NB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FOURNISSEURS
           ELSE
              DISPLAY "Pas de fichier maître des fournisseurs."
           END-IF

           OPEN INPUT F-BANQUE

           IF FS-BANQUE = "00" THEN
              PERFORM UNTIL FS-BANQUE = "10"
                 READ F-BANQUE INTO F-BANQUE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-FRN-CODE-TXT
                       MOVE SPACES TO WS-FRN-IBAN-TXT
                       MOVE SPACES TO WS-FRN-DEVISE-TXT
                       UNSTRING F-BANQUE-LIGNE DELIMITED BY ";"
                          INTO WS-FRN-CODE-TXT
                               WS-FRN-IBAN-TXT
                               WS-FRN-DEVISE-TXT
                       END-UNSTRING
                       PERFORM 6007-RANG-FOURNISSEUR
      *                Fournisseur absent du fichier maître : il est
      *                payé sous son code.
                       IF WS-RANG-FRN = 0 AND WS-FRN-NB < 50 THEN
                          ADD 1 TO WS-FRN-NB
                          MOVE WS-FRN-NB TO WS-RANG-FRN
                          MOVE WS-FRN-CODE-TXT TO
                             WS-FRN-CODE(WS-FRN-NB)
                          MOVE WS-FRN-CODE-TXT TO
                             WS-FRN-NOM(WS-FRN-NB)
                       END-IF
                       IF WS-RANG-FRN > 0 THEN
                          MOVE WS-FRN-IBAN-TXT TO
                             WS-FRN-IBAN(WS-RANG-FRN)
                          IF WS-FRN-DEVISE-TXT NOT = SPACES THEN
                             MOVE WS-FRN-DEVISE-TXT TO
                                WS-FRN-DEVISE(WS-RANG-FRN)
                          ELSE
                             MOVE "EUR" TO WS-FRN-DEVISE(WS-RANG-FRN)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-BANQUE
           ELSE
              DISPLAY "Pas de coordonnées bancaires fournisseurs."
           END-IF

           EXIT PROGRAM.

       6007-RANG-FOURNISSEUR.
      *    Rang du fournisseur WS-FRN-CODE-TXT dans la table (0 si
      *    inconnu).
           MOVE 0 TO WS-RANG-FRN

           PERFORM VARYING WS-CPT-FRN FROM 1 BY 1
              UNTIL WS-CPT-FRN > WS-FRN-NB OR WS-RANG-FRN > 0
              IF WS-FRN-CODE(WS-CPT-FRN) = WS-FRN-CODE-TXT THEN
                 MOVE WS-CPT-FRN TO WS-RANG-FRN
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6010-CHARGE-RECEPTIONS.
      *    Cumule par fournisseur et code les livraisons portées à
      *    l'historique fournisseurs contre une commande (quantité
      *    attendue non nulle), chaque livraison comptant au plus
      *    pour ce qui était attendu : une sur-livraison n'est pas
      *    due. Relève ensuite les codes encore en commande ouverte.
           OPEN INPUT F-FOURN-HISTO

           IF FS-FOURN-HISTO = "00" THEN
              PERFORM UNTIL FS-FOURN-HISTO = "10"
                 READ F-FOURN-HISTO INTO F-FOURN-HISTO-LIGNE
                    NOT AT END
                       MOVE F-FOURN-HISTO-LIGNE TO WS-HISTO-LIGNE
                       IF WS-HST-TYPE = "L" AND
                          WS-HST-ATTENDU IS NUMERIC AND
                          WS-HST-LIVRE IS NUMERIC THEN
                          IF WS-HST-ATTENDU > 0 THEN
                             PERFORM 6012-CUMUL-RECEPTION
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FOURN-HISTO
           ELSE
              DISPLAY "Pas d'historique fournisseurs : aucune "
                 "réception à rapprocher."
           END-IF

           OPEN INPUT F-CMD-OUVERTES

           IF FS-CMD-OUVERTES = "00" THEN
              PERFORM UNTIL FS-CMD-OUVERTES = "10"
                 READ F-CMD-OUVERTES INTO F-CMD-OUVERTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-OUV-IDM-TXT
                       UNSTRING F-CMD-OUVERTES-LIGNE DELIMITED BY ";"
                          INTO WS-OUV-IDM-TXT
                       END-UNSTRING
                       IF WS-OUV-NB < 50 THEN
                          ADD 1 TO WS-OUV-NB
                          MOVE WS-OUV-IDM-TXT TO WS-OUV-IDM(WS-OUV-NB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CMD-OUVERTES
           END-IF

           EXIT PROGRAM.

       6012-CUMUL-RECEPTION.
      *    Ajoute la livraison de la ligne d'historique courante à sa
      *    ligne fournisseur et code, créée au besoin.
           IF WS-HST-LIVRE > WS-HST-ATTENDU THEN
              MOVE WS-HST-ATTENDU TO WS-HST-SUR-CMD
           ELSE
              MOVE WS-HST-LIVRE TO WS-HST-SUR-CMD
           END-IF

           MOVE WS-HST-FOURN TO WS-FAC-FOURN-TXT
           MOVE WS-HST-IDM TO WS-FAC-IDM-TXT
           PERFORM 6014-RANG-RECEPTION

           IF WS-RANG-REC = 0 AND WS-REC-NB < 300 THEN
              ADD 1 TO WS-REC-NB
              MOVE WS-REC-NB TO WS-RANG-REC
              MOVE WS-HST-FOURN TO WS-REC-FOURN(WS-REC-NB)
              MOVE WS-HST-IDM TO WS-REC-IDM(WS-REC-NB)
              MOVE 0 TO WS-REC-RECU(WS-REC-NB)
              MOVE 0 TO WS-REC-FACTURE(WS-REC-NB)
           END-IF

           IF WS-RANG-REC > 0 THEN
              ADD WS-HST-SUR-CMD TO WS-REC-RECU(WS-RANG-REC)
           END-IF

           EXIT PROGRAM.

       6014-RANG-RECEPTION.
      *    Rang de la ligne de réception du fournisseur
      *    WS-FAC-FOURN-TXT et du code WS-FAC-IDM-TXT (0 si aucune).
           MOVE 0 TO WS-RANG-REC

           PERFORM VARYING WS-CPT-REC FROM 1 BY 1
              UNTIL WS-CPT-REC > WS-REC-NB OR WS-RANG-REC > 0
              IF WS-REC-FOURN(WS-CPT-REC) = WS-FAC-FOURN-TXT AND
                 WS-REC-IDM(WS-CPT-REC) = WS-FAC-IDM-TXT THEN
                 MOVE WS-CPT-REC TO WS-RANG-REC
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6015-CHARGE-PRIX.
      *    Prix convenus par fournisseur et code, puis PMP du hangar
      *    (code;PMP) pour les codes sans prix convenu.
           OPEN INPUT F-TARIFS

           IF FS-TARIFS = "00" THEN
              PERFORM UNTIL FS-TARIFS = "10"
                 READ F-TARIFS INTO F-TARIFS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-TAR-FOURN-TXT
                       MOVE SPACES TO WS-TAR-IDM-TXT
                       MOVE SPACES TO WS-TAR-PRIX-TXT
                       INSPECT F-TARIFS-LIGNE REPLACING ALL "," BY "."
                       UNSTRING F-TARIFS-LIGNE DELIMITED BY ";"
                          INTO WS-TAR-FOURN-TXT
                               WS-TAR-IDM-TXT
                               WS-TAR-PRIX-TXT
                       END-UNSTRING
                       IF WS-TAR-PRIX-TXT NOT = SPACES AND
                          WS-TAR-NB < 200 THEN
                          ADD 1 TO WS-TAR-NB
                          MOVE WS-TAR-FOURN-TXT TO
                             WS-TAR-FOURN(WS-TAR-NB)
                          MOVE WS-TAR-IDM-TXT TO WS-TAR-IDM(WS-TAR-NB)
                          COMPUTE WS-TAR-PRIX(WS-TAR-NB) =
                             FUNCTION NUMVAL(WS-TAR-PRIX-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TARIFS
           END-IF

           OPEN INPUT F-PMP

           IF FS-PMP = "00" THEN
              PERFORM UNTIL FS-PMP = "10"
                 READ F-PMP INTO F-PMP-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PMP-IDM-TXT
                       MOVE SPACES TO WS-PMP-VALEUR-TXT
                       UNSTRING F-PMP-LIGNE DELIMITED BY ";"
                          INTO WS-PMP-IDM-TXT
                               WS-PMP-VALEUR-TXT
                       END-UNSTRING
                       IF WS-PMP-VALEUR-TXT NOT = SPACES AND
                          WS-PMP-NB < 50 THEN
                          ADD 1 TO WS-PMP-NB
                          MOVE WS-PMP-IDM-TXT TO WS-PMP-IDM(WS-PMP-NB)
                          COMPUTE WS-PMP-VALEUR(WS-PMP-NB) =
                             FUNCTION NUMVAL(WS-PMP-VALEUR-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PMP
           END-IF

           EXIT PROGRAM.

       6020-CHARGE-ENREGISTREES.
      *    Factures déjà enregistrées (date;fournisseur;n° facture;
      *    code;quantité;prix) : clé de la facture, et quantité déjà
      *    facturée portée sur sa ligne de réception. Puis factures
      *    en attente de paiement.
           OPEN INPUT F-FACT-HISTO

           IF FS-FACT-HISTO = "00" THEN
              PERFORM UNTIL FS-FACT-HISTO = "10"
                 READ F-FACT-HISTO INTO F-FACT-HISTO-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-FH-FOURN-TXT
                       MOVE SPACES TO WS-FH-NUMERO-TXT
                       MOVE SPACES TO WS-FH-IDM-TXT
                       MOVE SPACES TO WS-FH-QTE-TXT
                       UNSTRING F-FACT-HISTO-LIGNE DELIMITED BY ";"
                          INTO WS-FH-DATE-TXT
                               WS-FH-FOURN-TXT
                               WS-FH-NUMERO-TXT
                               WS-FH-IDM-TXT
                               WS-FH-QTE-TXT
                       END-UNSTRING
                       PERFORM 6022-FACTURE-CONNUE
                 END-READ
              END-PERFORM
              CLOSE F-FACT-HISTO
           END-IF

           OPEN INPUT F-A-PAYER

           IF FS-A-PAYER = "00" THEN
              PERFORM UNTIL FS-A-PAYER = "10"
                 READ F-A-PAYER INTO F-A-PAYER-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PAY-FOURN-TXT
                       MOVE SPACES TO WS-PAY-NUMERO-TXT
                       MOVE SPACES TO WS-PAY-MONTANT-TXT
                       MOVE SPACES TO WS-PAY-ECHEANCE-TXT
                       UNSTRING F-A-PAYER-LIGNE DELIMITED BY ";"
                          INTO WS-PAY-FOURN-TXT
                               WS-PAY-NUMERO-TXT
                               WS-PAY-MONTANT-TXT
                               WS-PAY-ECHEANCE-TXT
                       END-UNSTRING
                       IF WS-PAY-NB < 200 THEN
                          ADD 1 TO WS-PAY-NB
                          MOVE WS-PAY-FOURN-TXT TO
                             WS-PAY-FOURN(WS-PAY-NB)
                          MOVE WS-PAY-NUMERO-TXT TO
                             WS-PAY-NUMERO(WS-PAY-NB)
                          COMPUTE WS-PAY-MONTANT(WS-PAY-NB) =
                             FUNCTION NUMVAL(WS-PAY-MONTANT-TXT)
                          MOVE WS-PAY-ECHEANCE-TXT TO
                             WS-PAY-ECHEANCE(WS-PAY-NB)
                          MOVE "O" TO WS-PAY-GARDEE(WS-PAY-NB)
                       ELSE
                          DISPLAY "Trop de factures à payer, ligne "
                             "ignorée : " F-A-PAYER-LIGNE
                          ADD 1 TO WS-NB-ANOMALIES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-A-PAYER
           END-IF

           EXIT PROGRAM.

       6022-FACTURE-CONNUE.
      *    Range la ligne de facture enregistrée relue : clé de la
      *    facture (une fois), quantité facturée sur sa réception.
           MOVE 0 TO WS-CPT-FAC2

           PERFORM VARYING WS-CPT-CONNUE FROM 1 BY 1
              UNTIL WS-CPT-CONNUE > WS-CONNUE-NB OR WS-CPT-FAC2 > 0
              IF WS-CONNUE-FOURN(WS-CPT-CONNUE) = WS-FH-FOURN-TXT AND
                 WS-CONNUE-NUMERO(WS-CPT-CONNUE) = WS-FH-NUMERO-TXT
                 THEN
                 MOVE 1 TO WS-CPT-FAC2
              END-IF
           END-PERFORM

           IF WS-CPT-FAC2 = 0 AND WS-CONNUE-NB < 500 THEN
              ADD 1 TO WS-CONNUE-NB
              MOVE WS-FH-FOURN-TXT TO WS-CONNUE-FOURN(WS-CONNUE-NB)
              MOVE WS-FH-NUMERO-TXT TO WS-CONNUE-NUMERO(WS-CONNUE-NB)
           END-IF

           MOVE WS-FH-FOURN-TXT TO WS-FAC-FOURN-TXT
           MOVE WS-FH-IDM-TXT TO WS-FAC-IDM-TXT
           PERFORM 6014-RANG-RECEPTION
           IF WS-RANG-REC > 0 THEN
              ADD FUNCTION NUMVAL(WS-FH-QTE-TXT) TO
                 WS-REC-FACTURE(WS-RANG-REC)
           END-IF

           EXIT PROGRAM.

       6030-CHARGE-FACTURES.
      *    Charge les lignes de factures déposées (fournisseur;
      *    n° facture;code;quantité;prix unitaire;échéance).
           OPEN INPUT F-FACTURES

           IF FS-FACTURES = "00" THEN
              PERFORM UNTIL FS-FACTURES = "10"
                 READ F-FACTURES INTO F-FACTURES-LIGNE
                    NOT AT END
                       IF F-FACTURES-LIGNE NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          IF WS-FAC-NB < 200 THEN
                             ADD 1 TO WS-FAC-NB
                             PERFORM 6035-DECOUPE-FACTURE
                          ELSE
                             DISPLAY "Dépôt de factures trop long, "
                                "ligne ignorée : " F-FACTURES-LIGNE
                             ADD 1 TO WS-NB-ANOMALIES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FACTURES
           ELSE
              DISPLAY "Pas de facture fournisseur déposée."
           END-IF

           EXIT PROGRAM.

       6035-DECOUPE-FACTURE.
      *    Découpe la ligne de facture lue dans la ligne WS-FAC-NB.
      *    Le prix accepte la virgule ; une quantité ou un prix non
      *    numérique, une échéance absente bloquent la facture.
           MOVE F-FACTURES-LIGNE TO WS-FAC-LIGNE(WS-FAC-NB)
           MOVE SPACES TO WS-FAC-FOURN-TXT
           MOVE SPACES TO WS-FAC-NUMERO-TXT
           MOVE SPACES TO WS-FAC-IDM-TXT
           MOVE SPACES TO WS-FAC-QTE-TXT
           MOVE SPACES TO WS-FAC-PRIX-TXT
           MOVE SPACES TO WS-FAC-ECHEANCE-TXT

           UNSTRING F-FACTURES-LIGNE DELIMITED BY ";"
              INTO WS-FAC-FOURN-TXT
                   WS-FAC-NUMERO-TXT
                   WS-FAC-IDM-TXT
                   WS-FAC-QTE-TXT
                   WS-FAC-PRIX-TXT
                   WS-FAC-ECHEANCE-TXT
           END-UNSTRING
           INSPECT WS-FAC-PRIX-TXT REPLACING ALL "," BY "."

           MOVE WS-FAC-FOURN-TXT TO WS-FAC-FOURN(WS-FAC-NB)
           MOVE WS-FAC-NUMERO-TXT TO WS-FAC-NUMERO(WS-FAC-NB)
           MOVE WS-FAC-IDM-TXT TO WS-FAC-IDM(WS-FAC-NB)
           MOVE 0 TO WS-FAC-QTE(WS-FAC-NB)
           MOVE 0 TO WS-FAC-PRIX(WS-FAC-NB)
           MOVE 0 TO WS-FAC-ECHEANCE(WS-FAC-NB)
           MOVE 0 TO WS-FAC-RANG-REC(WS-FAC-NB)
           MOVE 0 TO WS-FAC-DISPO(WS-FAC-NB)
           MOVE 0 TO WS-FAC-REF(WS-FAC-NB)
           MOVE SPACES TO WS-FAC-MOTIF(WS-FAC-NB)
           MOVE "N" TO WS-FAC-TRAITEE(WS-FAC-NB)

           IF FUNCTION TEST-NUMVAL(WS-FAC-QTE-TXT) = 0 AND
              FUNCTION TEST-NUMVAL(WS-FAC-PRIX-TXT) = 0 THEN
              COMPUTE WS-FAC-QTE(WS-FAC-NB) =
                 FUNCTION NUMVAL(WS-FAC-QTE-TXT)
              COMPUTE WS-FAC-PRIX(WS-FAC-NB) =
                 FUNCTION NUMVAL(WS-FAC-PRIX-TXT)
           ELSE
              MOVE "QUANTITE OU PRIX ILLISIBLE" TO
                 WS-FAC-MOTIF(WS-FAC-NB)
           END-IF

           IF WS-FAC-ECHEANCE-TXT(1:8) IS NUMERIC THEN
              MOVE WS-FAC-ECHEANCE-TXT(1:8) TO
                 WS-FAC-ECHEANCE(WS-FAC-NB)
           END-IF

           EXIT PROGRAM.

       6040-RAPPROCHE-FACTURES.
      *    Rapproche les factures déposées une à une, dans l'ordre de
      *    leur première ligne ; les réceptions consommées par une
      *    facture conforme ne sont plus disponibles pour les
      *    suivantes. Le rapport des litiges est refait à chaque
      *    passage.
           OPEN OUTPUT F-LITIGES

           MOVE SPACES TO F-LITIGES-LIGNE
           STRING "LITIGES FACTURES FOURNISSEURS DU " WS-DATE-JOUR
              DELIMITED BY SIZE
              INTO F-LITIGES-LIGNE
           END-STRING
           WRITE F-LITIGES-LIGNE
           MOVE SPACES TO F-LITIGES-LIGNE
           STRING "FRN   FACTURE          IDM    QTE   DISPO  "
              "  PRIX FACT     PRIX REF  MOTIF"
              DELIMITED BY SIZE
              INTO F-LITIGES-LIGNE
           END-STRING
           WRITE F-LITIGES-LIGNE

           OPEN EXTEND F-FACT-HISTO
           IF FS-FACT-HISTO = "35" THEN
              OPEN OUTPUT F-FACT-HISTO
           END-IF

           PERFORM VARYING WS-CPT-FAC FROM 1 BY 1
              UNTIL WS-CPT-FAC > WS-FAC-NB
              IF WS-FAC-TRAITEE(WS-CPT-FAC) = "N" THEN
                 PERFORM 6042-RAPPROCHE-UNE-FACTURE
              END-IF
           END-PERFORM

           CLOSE F-FACT-HISTO
           CLOSE F-LITIGES

      *    Dépôt consommé : les factures bloquées reviennent
      *    corrigées dans un prochain dépôt.
           IF WS-FAC-NB > 0 THEN
              OPEN OUTPUT F-FACTURES
              CLOSE F-FACTURES
           END-IF

           EXIT PROGRAM.

       6042-RAPPROCHE-UNE-FACTURE.
      *    Contrôle toutes les lignes de la facture de la ligne
      *    WS-CPT-FAC, puis la met en paiement ou la bloque.
           MOVE WS-FAC-FOURN(WS-CPT-FAC) TO WS-COUR-FOURN
           MOVE WS-FAC-NUMERO(WS-CPT-FAC) TO WS-COUR-NUMERO
           MOVE 0 TO WS-COUR-MONTANT
           MOVE 99999999 TO WS-COUR-ECHEANCE
           MOVE "N" TO WS-COUR-FLAG

      *    Facture déjà enregistrée (ou attendant son paiement) :
      *    présentée une seconde fois.
           PERFORM VARYING WS-CPT-CONNUE FROM 1 BY 1
              UNTIL WS-CPT-CONNUE > WS-CONNUE-NB
              IF WS-CONNUE-FOURN(WS-CPT-CONNUE) = WS-COUR-FOURN AND
                 WS-CONNUE-NUMERO(WS-CPT-CONNUE) = WS-COUR-NUMERO
                 THEN
                 SET FACTURE-BLOQUEE TO TRUE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CPT-FAC2 FROM WS-CPT-FAC BY 1
              UNTIL WS-CPT-FAC2 > WS-FAC-NB
              IF WS-FAC-FOURN(WS-CPT-FAC2) = WS-COUR-FOURN AND
                 WS-FAC-NUMERO(WS-CPT-FAC2) = WS-COUR-NUMERO THEN
                 MOVE "O" TO WS-FAC-TRAITEE(WS-CPT-FAC2)
                 IF FACTURE-BLOQUEE AND
                    WS-FAC-MOTIF(WS-CPT-FAC2) = SPACES THEN
                    MOVE "FACTURE DEJA ENREGISTREE" TO
                       WS-FAC-MOTIF(WS-CPT-FAC2)
                 END-IF
                 PERFORM 6045-CONTROLE-LIGNE
                 IF WS-FAC-MOTIF(WS-CPT-FAC2) NOT = SPACES THEN
                    SET FACTURE-BLOQUEE TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           IF FACTURE-BLOQUEE THEN
              ADD 1 TO WS-NB-BLOQUEES
              PERFORM 6050-ECRIT-LITIGE
           ELSE
              ADD 1 TO WS-NB-CONFORMES
              PERFORM 6055-ENREGISTRE-FACTURE
           END-IF

           EXIT PROGRAM.

       6045-CONTROLE-LIGNE.
      *    Contrôle la ligne WS-CPT-FAC2 : échéance, commande,
      *    réception, quantité et prix. Les motifs s'ajoutent ; la
      *    quantité de la ligne est réservée sur sa réception (rendue
      *    si la facture est bloquée).
           MOVE "NJ" TO DT-FONCTION
           MOVE WS-FAC-ECHEANCE(WS-CPT-FAC2) TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           IF NOT DT-OK THEN
              IF WS-FAC-MOTIF(WS-CPT-FAC2) = SPACES THEN
                 MOVE "ECHEANCE INVALIDE" TO WS-FAC-MOTIF(WS-CPT-FAC2)
              END-IF
           ELSE
              IF WS-FAC-ECHEANCE(WS-CPT-FAC2) < WS-COUR-ECHEANCE THEN
                 MOVE WS-FAC-ECHEANCE(WS-CPT-FAC2) TO WS-COUR-ECHEANCE
              END-IF
           END-IF

      *    Commande et réception : livraisons sur commande du
      *    fournisseur pour ce code, sinon commande ouverte pas encore
      *    livrée.
           MOVE WS-FAC-FOURN(WS-CPT-FAC2) TO WS-FAC-FOURN-TXT
           MOVE WS-FAC-IDM(WS-CPT-FAC2) TO WS-FAC-IDM-TXT
           PERFORM 6014-RANG-RECEPTION

           IF WS-RANG-REC = 0 THEN
              MOVE "N" TO WS-OUV-FLAG
              PERFORM VARYING WS-CPT-OUV FROM 1 BY 1
                 UNTIL WS-CPT-OUV > WS-OUV-NB
                 IF WS-OUV-IDM(WS-CPT-OUV) = WS-FAC-IDM-TXT THEN
                    SET COMMANDE-OUVERTE TO TRUE
                 END-IF
              END-PERFORM
              IF COMMANDE-OUVERTE THEN
                 MOVE "JAMAIS RECUE" TO WS-MOTIF-AJOUT
              ELSE
                 MOVE "NON COMMANDEE" TO WS-MOTIF-AJOUT
              END-IF
              PERFORM 6046-AJOUTE-MOTIF
           ELSE
              MOVE WS-RANG-REC TO WS-FAC-RANG-REC(WS-CPT-FAC2)
              COMPUTE WS-FAC-DISPO(WS-CPT-FAC2) =
                 WS-REC-RECU(WS-RANG-REC) -
                 WS-REC-FACTURE(WS-RANG-REC)
              COMPUTE WS-QTE-MAX =
                 WS-FAC-DISPO(WS-CPT-FAC2) +
                 WS-FAC-DISPO(WS-CPT-FAC2) * WS-TOL-QTE / 100
              IF WS-FAC-DISPO(WS-CPT-FAC2) <= 0 OR
                 WS-FAC-QTE(WS-CPT-FAC2) > WS-QTE-MAX THEN
                 MOVE "ECART QUANTITE" TO WS-MOTIF-AJOUT
                 PERFORM 6046-AJOUTE-MOTIF
              END-IF
              ADD WS-FAC-QTE(WS-CPT-FAC2) TO
                 WS-REC-FACTURE(WS-RANG-REC)
           END-IF

      *    Prix unitaire contre le prix convenu, à défaut le PMP.
           MOVE 0 TO WS-PRIX-REF
           PERFORM VARYING WS-CPT-TAR FROM 1 BY 1
              UNTIL WS-CPT-TAR > WS-TAR-NB OR WS-PRIX-REF > 0
              IF WS-TAR-FOURN(WS-CPT-TAR) = WS-FAC-FOURN-TXT AND
                 WS-TAR-IDM(WS-CPT-TAR) = WS-FAC-IDM-TXT THEN
                 MOVE WS-TAR-PRIX(WS-CPT-TAR) TO WS-PRIX-REF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CPT-PMP FROM 1 BY 1
              UNTIL WS-CPT-PMP > WS-PMP-NB OR WS-PRIX-REF > 0
              IF WS-PMP-IDM(WS-CPT-PMP) = WS-FAC-IDM-TXT THEN
                 MOVE WS-PMP-VALEUR(WS-CPT-PMP) TO WS-PRIX-REF
              END-IF
           END-PERFORM
           MOVE WS-PRIX-REF TO WS-FAC-REF(WS-CPT-FAC2)

           IF WS-PRIX-REF = 0 THEN
              IF WS-FAC-MOTIF(WS-CPT-FAC2) = SPACES THEN
                 MOVE "SANS PRIX DE REFERENCE" TO
                    WS-FAC-MOTIF(WS-CPT-FAC2)
              END-IF
           ELSE
              COMPUTE WS-ECART-PRIX =
                 WS-FAC-PRIX(WS-CPT-FAC2) - WS-PRIX-REF
              IF WS-ECART-PRIX < 0 THEN
                 COMPUTE WS-ECART-PRIX = -1 * WS-ECART-PRIX
              END-IF
              COMPUTE WS-ECART-MAX = WS-PRIX-REF * WS-TOL-PRIX / 100
              IF WS-ECART-PRIX > WS-ECART-MAX THEN
                 MOVE "ECART PRIX" TO WS-MOTIF-AJOUT
                 PERFORM 6046-AJOUTE-MOTIF
              END-IF
           END-IF

           COMPUTE WS-COUR-MONTANT ROUNDED = WS-COUR-MONTANT +
              WS-FAC-QTE(WS-CPT-FAC2) * WS-FAC-PRIX(WS-CPT-FAC2)

           EXIT PROGRAM.

       6046-AJOUTE-MOTIF.
      *    Ajoute le motif WS-MOTIF-AJOUT à ceux de la ligne
      *    WS-CPT-FAC2.
           IF WS-FAC-MOTIF(WS-CPT-FAC2) = SPACES THEN
              MOVE WS-MOTIF-AJOUT TO WS-FAC-MOTIF(WS-CPT-FAC2)
           ELSE
              MOVE SPACES TO WS-MOTIF-CUMUL
              STRING FUNCTION TRIM(WS-FAC-MOTIF(WS-CPT-FAC2))
                 " + " FUNCTION TRIM(WS-MOTIF-AJOUT)
                 DELIMITED BY SIZE
                 INTO WS-MOTIF-CUMUL
              END-STRING
              MOVE WS-MOTIF-CUMUL TO WS-FAC-MOTIF(WS-CPT-FAC2)
           END-IF

           EXIT PROGRAM.

       6050-ECRIT-LITIGE.
      *    Porte toutes les lignes de la facture bloquée au rapport
      *    des litiges, et rend aux réceptions les quantités
      *    réservées par ses lignes.
           PERFORM VARYING WS-CPT-FAC2 FROM WS-CPT-FAC BY 1
              UNTIL WS-CPT-FAC2 > WS-FAC-NB
              IF WS-FAC-FOURN(WS-CPT-FAC2) = WS-COUR-FOURN AND
                 WS-FAC-NUMERO(WS-CPT-FAC2) = WS-COUR-NUMERO THEN

                 IF WS-FAC-RANG-REC(WS-CPT-FAC2) > 0 THEN
                    SUBTRACT WS-FAC-QTE(WS-CPT-FAC2) FROM
                       WS-REC-FACTURE(WS-FAC-RANG-REC(WS-CPT-FAC2))
                 END-IF

                 MOVE WS-FAC-FOURN(WS-CPT-FAC2) TO WS-LIT-FOURN
                 MOVE WS-FAC-NUMERO(WS-CPT-FAC2) TO WS-LIT-NUMERO
                 MOVE WS-FAC-IDM(WS-CPT-FAC2) TO WS-LIT-IDM
                 MOVE WS-FAC-QTE(WS-CPT-FAC2) TO WS-LIT-QTE
                 MOVE WS-FAC-DISPO(WS-CPT-FAC2) TO WS-LIT-DISPO
                 MOVE WS-FAC-PRIX(WS-CPT-FAC2) TO WS-LIT-PRIX
                 MOVE WS-FAC-REF(WS-CPT-FAC2) TO WS-LIT-REF
                 IF WS-FAC-MOTIF(WS-CPT-FAC2) = SPACES THEN
                    MOVE "(BLOQUEE AVEC LA FACTURE)" TO WS-LIT-MOTIF
                 ELSE
                    MOVE WS-FAC-MOTIF(WS-CPT-FAC2) TO WS-LIT-MOTIF
                 END-IF
                 MOVE WS-LITIGE-LIGNE TO F-LITIGES-LIGNE
                 WRITE F-LITIGES-LIGNE
                 DISPLAY "Litige : " FUNCTION TRIM(F-LITIGES-LIGNE)
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6055-ENREGISTRE-FACTURE.
      *    Enregistre les lignes de la facture conforme et la met en
      *    attente de paiement jusqu'à son échéance.
           PERFORM VARYING WS-CPT-FAC2 FROM WS-CPT-FAC BY 1
              UNTIL WS-CPT-FAC2 > WS-FAC-NB
              IF WS-FAC-FOURN(WS-CPT-FAC2) = WS-COUR-FOURN AND
                 WS-FAC-NUMERO(WS-CPT-FAC2) = WS-COUR-NUMERO THEN
                 MOVE WS-FAC-QTE(WS-CPT-FAC2) TO WS-QTE-ED
                 MOVE WS-FAC-PRIX(WS-CPT-FAC2) TO WS-PRIX-ED
                 MOVE SPACES TO F-FACT-HISTO-LIGNE
                 STRING WS-DATE-JOUR ";"
                    WS-COUR-FOURN ";"
                    FUNCTION TRIM(WS-COUR-NUMERO) ";"
                    WS-FAC-IDM(WS-CPT-FAC2) ";"
                    FUNCTION TRIM(WS-QTE-ED) ";"
                    FUNCTION TRIM(WS-PRIX-ED)
                    DELIMITED BY SIZE
                    INTO F-FACT-HISTO-LIGNE
                 END-STRING
                 WRITE F-FACT-HISTO-LIGNE
              END-IF
           END-PERFORM

           IF WS-CONNUE-NB < 500 THEN
              ADD 1 TO WS-CONNUE-NB
              MOVE WS-COUR-FOURN TO WS-CONNUE-FOURN(WS-CONNUE-NB)
              MOVE WS-COUR-NUMERO TO WS-CONNUE-NUMERO(WS-CONNUE-NB)
           END-IF

           IF WS-PAY-NB < 200 THEN
              ADD 1 TO WS-PAY-NB
              MOVE WS-COUR-FOURN TO WS-PAY-FOURN(WS-PAY-NB)
              MOVE WS-COUR-NUMERO TO WS-PAY-NUMERO(WS-PAY-NB)
              MOVE WS-COUR-MONTANT TO WS-PAY-MONTANT(WS-PAY-NB)
              MOVE WS-COUR-ECHEANCE TO WS-PAY-ECHEANCE(WS-PAY-NB)
              MOVE "O" TO WS-PAY-GARDEE(WS-PAY-NB)
           ELSE
              DISPLAY "Trop de factures à payer : facture "
                 FUNCTION TRIM(WS-COUR-NUMERO) " de " WS-COUR-FOURN
                 " enregistrée sans mise en paiement."
              ADD 1 TO WS-NB-ANOMALIES
           END-IF

           MOVE WS-COUR-MONTANT TO WS-MONTANT-ED
           DISPLAY "Facture " FUNCTION TRIM(WS-COUR-NUMERO) " de "
              WS-COUR-FOURN " conforme : " FUNCTION TRIM(WS-MONTANT-ED)
              " à payer le " WS-COUR-ECHEANCE "."

           EXIT PROGRAM.

       6070-PAIEMENTS-ECHUS.
      *    Transmet à BuildSwift les factures arrivées à échéance
      *    (IBAN;nom;montant;devise), ajoutées à son lot d'ordres (créé
      *    s'il n'existe pas). Une facture sans coordonnées bancaires
      *    reste en attente. Le fichier des factures à payer est
      *    réécrit avec celles qui restent.
           PERFORM VARYING WS-CPT-PAY FROM 1 BY 1
              UNTIL WS-CPT-PAY > WS-PAY-NB
              IF WS-PAY-ECHEANCE(WS-CPT-PAY) <= WS-DATE-JOUR THEN
                 PERFORM 6075-ORDRE-PAIEMENT
              END-IF
           END-PERFORM

           IF WS-NB-PAYEES > 0 THEN
              CLOSE F-SWIFT
           END-IF

           OPEN OUTPUT F-A-PAYER

           PERFORM VARYING WS-CPT-PAY FROM 1 BY 1
              UNTIL WS-CPT-PAY > WS-PAY-NB
              IF WS-PAY-GARDEE(WS-CPT-PAY) = "O" THEN
                 MOVE WS-PAY-MONTANT(WS-CPT-PAY) TO WS-MONTANT-ED
                 MOVE SPACES TO F-A-PAYER-LIGNE
                 STRING WS-PAY-FOURN(WS-CPT-PAY) ";"
                    FUNCTION TRIM(WS-PAY-NUMERO(WS-CPT-PAY)) ";"
                    FUNCTION TRIM(WS-MONTANT-ED) ";"
                    WS-PAY-ECHEANCE(WS-CPT-PAY)
                    DELIMITED BY SIZE
                    INTO F-A-PAYER-LIGNE
                 END-STRING
                 WRITE F-A-PAYER-LIGNE
              END-IF
           END-PERFORM

           CLOSE F-A-PAYER

           EXIT PROGRAM.

       6075-ORDRE-PAIEMENT.
      *    Ordre de paiement de la facture échue WS-CPT-PAY, au nom
      *    et sur l'IBAN du fournisseur.
           MOVE WS-PAY-FOURN(WS-CPT-PAY) TO WS-FRN-CODE-TXT
           PERFORM 6007-RANG-FOURNISSEUR
           IF WS-RANG-FRN > 0 THEN
              IF WS-FRN-IBAN(WS-RANG-FRN) = SPACES THEN
                 MOVE 0 TO WS-RANG-FRN
              END-IF
           END-IF

           IF WS-RANG-FRN = 0 THEN
              DISPLAY "Facture "
                 FUNCTION TRIM(WS-PAY-NUMERO(WS-CPT-PAY)) " de "
                 WS-PAY-FOURN(WS-CPT-PAY) " échue, fournisseur sans "
                 "coordonnées bancaires : paiement différé."
              ADD 1 TO WS-NB-ANOMALIES
           ELSE
              IF WS-NB-PAYEES = 0 THEN
                 OPEN EXTEND F-SWIFT
                 IF FS-SWIFT = "35" THEN
                    OPEN OUTPUT F-SWIFT
                 END-IF
              END-IF

              MOVE WS-PAY-MONTANT(WS-CPT-PAY) TO WS-MONTANT-ED
              MOVE SPACES TO F-SWIFT-LIGNE
              STRING FUNCTION TRIM(WS-FRN-IBAN(WS-RANG-FRN)) ";"
                 FUNCTION TRIM(WS-FRN-NOM(WS-RANG-FRN)) ";"
                 FUNCTION TRIM(WS-MONTANT-ED) ";"
                 WS-FRN-DEVISE(WS-RANG-FRN)
                 DELIMITED BY SIZE
                 INTO F-SWIFT-LIGNE
              END-STRING
              WRITE F-SWIFT-LIGNE

              ADD 1 TO WS-NB-PAYEES
              MOVE "N" TO WS-PAY-GARDEE(WS-CPT-PAY)
              DISPLAY "Paiement transmis : facture "
                 FUNCTION TRIM(WS-PAY-NUMERO(WS-CPT-PAY)) " de "
                 WS-PAY-FOURN(WS-CPT-PAY) ", "
                 FUNCTION TRIM(WS-MONTANT-ED) " "
                 WS-FRN-DEVISE(WS-RANG-FRN) "."
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
              ";BD306;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-CONFORMES
              ";rejets=" WS-NB-BLOQUEES
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
           DISPLAY "* FIN PROGRAMME : BD306               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD306.
