           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ALERTES.

      *    Stationnements prolongés trouvés par le dernier balayage,
      *    repris par la boîte d'alertes consolidée (BD905).
       SELECT F-PROLONGES ASSIGN TO "./out/ParkingProlonges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PROLONGES.

       SELECT F-CAISSE-DECL ASSIGN TO "./in/ParkingCaisseDeclaree.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAISSE-DECL.

       SELECT F-RAPPROCHEMENT
           ASSIGN TO "./out/ParkingRapprochementCaisse.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RAPPROCHEMENT.

       SELECT F-COMPTES ASSIGN TO "./in/ParkingComptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMPTES.

       SELECT F-SEJOURS ASSIGN TO "./out/ParkingSejoursComptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SEJOURS.

       SELECT F-FACTURE ASSIGN TO DYNAMIC WS-FACTURE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FACTURE.

       SELECT F-CLIENTS ASSIGN TO "./out/ParkingComptesClients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CLIENTS.

       SELECT F-DERN-FACT
           ASSIGN TO "./out/ParkingDerniereFacturation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DERN-FACT.

       SELECT F-VALIDATIONS ASSIGN TO "./in/ParkingValidations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VALIDATIONS.

       SELECT F-REGLES-VALID
           ASSIGN TO "./in/ParkingReglesValidation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REGLES-VALID.

       SELECT F-VALID-APPL
           ASSIGN TO "./out/ParkingValidationsAppliquees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VALID-APPL.

       SELECT F-BORNES ASSIGN TO "./in/ParkingBornes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-BORNES.

       SELECT F-RECHARGES ASSIGN TO "./in/ParkingRecharges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECHARGES.

       SELECT F-RECHARGES-SEJ
           ASSIGN TO "./out/ParkingRechargesSejours.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECHARGES-SEJ.

       SELECT F-RAPPORT-BORNES
           ASSIGN TO "./out/ParkingRapportBornes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RAPPORT-BORNES.

       SELECT F-RECUS ASSIGN TO "./out/ParkingRecus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECUS.

       SELECT F-DERN-RECU ASSIGN TO "./out/ParkingDernierRecu.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DERN-RECU.

       SELECT F-BOUCLES ASSIGN TO "./in/ParkingCompteursBoucles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-BOUCLES.

       SELECT F-RAPPORT-BOUCLES
           ASSIGN TO "./out/ParkingRapprochementBoucles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RAPPORT-BOUCLES.

       SELECT F-HISTO-Z ASSIGN TO "./out/ParkingRapportsZ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HISTO-Z.

       DATA DIVISION.
       FILE SECTION.

       01 F-MOUVEMENTS-LIGNE PIC X(60).

       FD F-RESERVATIONS.
       01 F-RESERVATIONS-LIGNE PIC X(40).

       FD F-TRANSACTIONS.
       01 F-TRANSACTIONS-LIGNE PIC X(20).

       FD F-TARIFS.
       01 F-TARIFS-LIGNE PIC X(20).
       01 F-ANOMALIES-LIGNE PIC X(60).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       FD F-WATCHLIST.
       01 F-WATCHLIST-LIGNE PIC X(30).
       FD F-ALERTES.
       01 F-ALERTES-LIGNE PIC X(60).

       FD F-PROLONGES.
       01 F-PROLONGES-LIGNE PIC X(50).

       FD F-CAISSE-DECL.
       01 F-CAISSE-DECL-LIGNE PIC X(40).

       FD F-RAPPROCHEMENT.
       01 F-RAPPROCHEMENT-LIGNE PIC X(100).

       FD F-COMPTES.
       01 F-COMPTES-LIGNE PIC X(100).

       FD F-SEJOURS.
       01 F-SEJOURS-LIGNE PIC X(100).

       FD F-FACTURE.
       01 F-FACTURE-LIGNE PIC X(100).

       FD F-CLIENTS.
       01 F-CLIENTS-LIGNE PIC X(120).

       FD F-DERN-FACT.
       01 F-DERN-FACT-LIGNE PIC X(6).

       FD F-VALIDATIONS.
       01 F-VALIDATIONS-LIGNE PIC X(60).

       FD F-REGLES-VALID.
       01 F-REGLES-VALID-LIGNE PIC X(40).

       FD F-VALID-APPL.
       01 F-VALID-APPL-LIGNE PIC X(100).

       FD F-BORNES.
       01 F-BORNES-LIGNE PIC X(20).

       FD F-RECHARGES.
       01 F-RECHARGES-LIGNE PIC X(60).

       FD F-RECHARGES-SEJ.
       01 F-RECHARGES-SEJ-LIGNE PIC X(100).

       FD F-RAPPORT-BORNES.
       01 F-RAPPORT-BORNES-LIGNE PIC X(100).

       FD F-RECUS.
       01 F-RECUS-LIGNE PIC X(120).

       FD F-DERN-RECU.
       01 F-DERN-RECU-LIGNE PIC X(8).

       FD F-BOUCLES.
       01 F-BOUCLES-LIGNE PIC X(30).

       FD F-RAPPORT-BOUCLES.
       01 F-RAPPORT-BOUCLES-LIGNE PIC X(100).

       FD F-HISTO-Z.
       01 F-HISTO-Z-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.

       01 FS-MOUVEMENTS PIC X(2).
           02 WS-MLU-EMP   PIC X(2).
           02 WS-MLU-TARIF PIC X(9).
           02 WS-MLU-BANDE PIC X(1).
           02 WS-MLU-MODE  PIC X(1).
           02 WS-MLU-CAISSIER PIC X(4).
           02 WS-MLU-COMPTE   PIC X(6).

      *    Cumuls du rapport : mouvements par heure de la journée
      *    (0-23) et par niveau.
      ***************************************************************
      *    Table des abonnés mensuels : plaque et date d'expiration
      *    de l'abonnement (AAAAMMJJ). Un abonné dont le pass est
      *    valide sort sans paiement à l'acte, comme au guichet. Un
      *    troisième champ facultatif (id client de l'abonné) n'est
      *    lu que par le compte de points fidélité (BD908).
      ***************************************************************
       01 WS-ABONNES.
           02 WS-ABO-ENTRIES OCCURS 50 TIMES.
       01 WS-OVERSTAY-MINUTES PIC S9(7).
       01 WS-OVERSTAY-HEURES  PIC 9(5).
       01 WS-NB-OVERSTAY      PIC 9(3).
       01 FS-PROLONGES        PIC X(2).

      *    Zones de calcul de la facturation d'une sortie.
       01 WS-HEURES-FACTUREES PIC 9(5).
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.
       01 WS-EXP-LUS       PIC 9(5) VALUE 0.
       01 WS-EXP-APPLIQUES PIC 9(5) VALUE 0.
       01 WS-EXP-REJETS    PIC 9(5) VALUE 0.
       01 WS-BOUCLE PIC X(1).
           88 WS-FIN VALUE "Y".
       
       01 WS-SAISIE PIC X(20).
       01 WS-ORDRE PIC X.
       01 WS-NUMID PIC X(4).
       01 WS-LOT-TXT PIC X.
      *    Champs optionnels de la sortie : mode de paiement (E ou
      *    C, espèces par défaut) et identifiant du caissier.
       01 WS-MODE-TXT     PIC X.
       01 WS-CAISSIER-TXT PIC X(4).

       01 WS-PLACE-TROUVEE PIC X(2).
           88 PLACE-TROUVEE VALUE "y1".
       01 WS-DATE-SORTIE-NUM PIC 9(8).
       01 WS-JOUR-ENTREE PIC 9(7).
       01 WS-JOUR-SORTIE PIC 9(7).
      *    Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.
      *    Zone d'appel du service de configuration commun (section
      *    [BC802] de Gestion.txt) et règle en cours de déclaration
      *    (clé, type N/D/A, bornes).
       COPY BC812PRM.
       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).
       01 WS-CFGR-RANG PIC 9(3).

       01 WS-DUREE-MINUTES    PIC S9(7).
       01 WS-DUREE-HEURES     PIC 9(5).
      *    heures creuses, J = plafond journalier, A = abonné, blanc
      *    sur les entrées), pour la ventilation du rapport Z.
           02 WS-MVT-BANDE  PIC X(1).
      *    Mode de paiement de la sortie (E = espèces, C = carte,
      *    A = abonné, F = forfait ticket perdu, encaissé en
      *    espèces) et caissier de la guérite, blancs sur les
      *    entrées, pour le rapprochement des tiroirs-caisses.
           02 WS-MVT-MODE     PIC X(1).
           02 WS-MVT-CAISSIER PIC X(4).
      *    Compte entreprise débité (mode K), blanc sinon.
           02 WS-MVT-COMPTE   PIC X(6).

       01 WS-MOUVEMENT-LIGNE-SORTIE PIC X(60).

       01 WS-Z-GRAND-TOTAL PIC 9(9)V9(2).
       01 WS-Z-L           PIC 9.

      *    Historique des rapports Z (ParkingRapportsZ.txt :
      *    date;chiffre d'affaires tous lots;à encaisser;porté aux
      *    comptes), un rapport relancé le même jour ajoutant une
      *    ligne qui remplace les précédentes de cette date.
       01 FS-HISTO-Z       PIC X(2).
       01 WS-Z-CA-JOUR     PIC 9(9)V9(2).
       01 WS-Z-CA-JOUR-ED  PIC 9(9).9(2).
       01 WS-Z-ENCAISSE-ED PIC 9(9).9(2).
       01 WS-Z-COMPTES-ED  PIC 9(9).9(2).

      ***************************************************************
      *    Table des emplacements réservés (VIP) : pour chaque
      *    emplacement, une plaque non vide signifie que seul ce
       01 WS-RES-PLAQUE-TXT PIC X(4).
       01 WS-RES-LOT-TXT    PIC X.

      ***************************************************************
      *    Rapprochement des tiroirs-caisses : pour chaque poste de
      *    caisse (date et caissier), les totaux espèces et carte
      *    déclarés à la fermeture (ParkingCaisseDeclaree.txt,
      *    date;caissier;espèces;carte) sont comparés aux montants
      *    attendus d'après les sorties journalisées. Un écart au-
      *    delà de la tolérance (code TOLERANCE de ParkingTarifs.txt)
      *    est signalé, comme un poste encaissé et non déclaré.
      ***************************************************************
       01 FS-CAISSE-DECL    PIC X(2).
       01 FS-RAPPROCHEMENT  PIC X(2).

       01 WS-POSTES.
           02 WS-POSTE OCCURS 100 TIMES.
              03 WS-PST-DATE       PIC X(8).
              03 WS-PST-CAISSIER   PIC X(4).
              03 WS-PST-DECLARE    PIC X(1).
              03 WS-PST-ESP-DECL   PIC 9(7)V9(2).
              03 WS-PST-CB-DECL    PIC 9(7)V9(2).
              03 WS-PST-ESP-ATT    PIC 9(7)V9(2).
              03 WS-PST-CB-ATT     PIC 9(7)V9(2).
              03 WS-PST-NB-SORTIES PIC 9(5).
       01 WS-NB-POSTES  PIC 9(3) VALUE 0.
       01 WS-CPT-POSTE  PIC 9(3).

       01 WS-TOLERANCE-CAISSE PIC 9(3)V9(2) VALUE 2.00.

       01 WS-DECL-DATE-TXT     PIC X(8).
       01 WS-DECL-CAISSIER-TXT PIC X(4).
       01 WS-DECL-ESP-TXT      PIC X(10).
       01 WS-DECL-CB-TXT       PIC X(10).

       01 WS-PST-DATE-IN     PIC X(8).
       01 WS-PST-CAISSIER-IN PIC X(4).

       01 WS-POSTE-TROUVE PIC X(1).
           88 POSTE-TROUVE VALUE "O".
      *    POSTE-TROUVE = 1 : Le poste (date, caissier) est déjà
      *                       dans la table.
      *    POSTE-TROUVE = 0 : Poste pas encore rencontré.

       01 WS-ECART-ESP     PIC S9(7)V9(2).
       01 WS-ECART-CB      PIC S9(7)V9(2).
       01 WS-ECART-ESP-ED  PIC +(6)9.99.
       01 WS-ECART-CB-ED   PIC +(6)9.99.
       01 WS-ESP-ATT-ED    PIC Z(6)9.99.
       01 WS-ESP-DECL-ED   PIC Z(6)9.99.
       01 WS-CB-ATT-ED     PIC Z(6)9.99.
       01 WS-CB-DECL-ED    PIC Z(6)9.99.
       01 WS-STATUT-POSTE  PIC X(14).
       01 WS-NB-HORS-TOL   PIC 9(3).

      *    Cumuls du rapport Z par mode de paiement.
       01 WS-Z-ESPECES  PIC 9(9)V9(2).
       01 WS-Z-CARTE    PIC 9(9)V9(2).
       01 WS-Z-FORFAITS PIC 9(9)V9(2).
       01 WS-Z-COMPTES  PIC 9(9)V9(2).

      ***************************************************************
      *    Comptes entreprises (ParkingComptes.txt) : lignes
      *    C;code;société;adresse de facturation;remise en %, et
      *    P;plaque;code pour chaque plaque rattachée. La sortie
      *    d'une plaque rattachée n'est pas encaissée : le séjour
      *    remisé est porté au compte (ParkingSejoursComptes.txt) et
      *    facturé au mois, une facture par compte, avec une ligne
      *    par facture dans le fichier des comptes clients remis au
      *    comptable (ParkingComptesClients.txt). Un sixième champ
      *    facultatif sur la ligne C (id client du titulaire) n'est
      *    lu que par le compte de points fidélité (BD908).
      ***************************************************************
       01 FS-COMPTES    PIC X(2).
       01 FS-SEJOURS    PIC X(2).
       01 FS-FACTURE    PIC X(2).
       01 FS-CLIENTS    PIC X(2).
       01 FS-DERN-FACT  PIC X(2).

       01 WS-COMPTES.
           02 WS-CPTE-ENTRIES OCCURS 30 TIMES.
              03 WS-CPTE-CODE    PIC X(6).
              03 WS-CPTE-SOCIETE PIC X(30).
              03 WS-CPTE-ADRESSE PIC X(40).
              03 WS-CPTE-REMISE  PIC 9(2)V9(2).
       01 WS-NB-CPTE  PIC 9(3) VALUE 0.
       01 WS-CPT-CPTE PIC 9(3).

       01 WS-CPTE-PLAQUES.
           02 WS-CPL-ENTRIES OCCURS 100 TIMES.
              03 WS-CPL-PLAQUE PIC X(4).
              03 WS-CPL-CODE   PIC X(6).
       01 WS-NB-CPL  PIC 9(3) VALUE 0.
       01 WS-CPT-CPL PIC 9(3).

       01 WS-CPTE-TYPE-TXT    PIC X(1).
       01 WS-CPTE-CHAMP1-TXT  PIC X(30).
       01 WS-CPTE-CHAMP2-TXT  PIC X(30).
       01 WS-CPTE-CHAMP3-TXT  PIC X(40).
       01 WS-CPTE-CHAMP4-TXT  PIC X(8).

       01 WS-COMPTE-TROUVE PIC X(1).
           88 COMPTE-OK VALUE "O".
      *    COMPTE-OK = 1 : La plaque est rattachée à un compte
      *                    entreprise connu.
      *    COMPTE-OK = 0 : Plaque payée à la barrière.

       01 WS-CPTE-IDX       PIC 9(3).
       01 WS-MONTANT-NET    PIC 9(5)V9(2).
       01 WS-MONTANT-NET-ED PIC ZZZZ9.99.

      *    Séjour porté au compte, tel qu'écrit dans
      *    ParkingSejoursComptes.txt et relu à la facturation.
       01 WS-SEJOUR.
           02 WS-SEJ-COMPTE     PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-PLAQUE     PIC X(4).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-DATE-ENT   PIC X(8).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-HEURE-ENT  PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-DATE-SOR   PIC X(8).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-HEURE-SOR  PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-DUREE-H    PIC 9(5).
           02 FILLER            PIC X(1) VALUE "h".
           02 WS-SEJ-DUREE-M    PIC 9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-BANDE      PIC X(1).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-BRUT       PIC 9(5).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-SEJ-NET        PIC 9(5).9(2).

      *    Facturation mensuelle : mois facturé (AAAAMM), dernier
      *    mois déjà facturé, nom de la facture du compte courant et
      *    totaux de la facture.
       01 WS-FACT-MOIS       PIC X(6).
       01 WS-FACT-ANNEE      PIC 9(4).
       01 WS-FACT-MM         PIC 9(2).
       01 WS-DERN-MOIS       PIC X(6).
       01 WS-FACTURE-NOM     PIC X(60).
       01 WS-FACT-NUMERO     PIC X(20).
       01 WS-FACT-NB-SEJ     PIC 9(5).
       01 WS-FACT-BRUT       PIC 9(7)V9(2).
       01 WS-FACT-NET        PIC 9(7)V9(2).
       01 WS-FACT-REMISE     PIC 9(7)V9(2).
       01 WS-FACT-TOTAL-ED   PIC Z(6)9.99.
       01 WS-FACT-BRUT-CC    PIC 9(7).9(2).
       01 WS-FACT-REMISE-CC  PIC 9(7).9(2).
       01 WS-FACT-NET-CC     PIC 9(7).9(2).
       01 WS-FACT-ECHEANCE   PIC 9(8).
       01 WS-FACT-NB-FACTURES PIC 9(3).
       01 WS-REMISE-ED       PIC Z9.99.

       01 WS-FACT-OUVERTE PIC X(1).
           88 FACTURE-OUVERTE VALUE "O".
      *    FACTURE-OUVERTE = 1 : La facture du compte courant a été
      *                          ouverte (au moins un séjour).
      *    FACTURE-OUVERTE = 0 : Aucun séjour pour ce compte.

      ***************************************************************
      *    Validations des restaurants : la caisse du restaurant
      *    dépose dans ParkingValidations.txt une ligne
      *    ticket;plaque;site;montant de l'addition. A la sortie de
      *    la plaque, 6040-CALCUL-TARIF applique la règle de
      *    ParkingReglesValidation.txt (seuil d'addition;minutes
      *    offertes;remise en %) dont le seuil est le plus élevé
      *    atteint par l'addition. Chaque séjour validé est tracé
      *    dans ParkingValidationsAppliquees.txt, repris ligne à
      *    ligne au rapport Z pour la refacturation interne aux
      *    restaurants. Une validation ne sert qu'une fois.
      ***************************************************************
       01 FS-VALIDATIONS  PIC X(2).
       01 FS-REGLES-VALID PIC X(2).
       01 FS-VALID-APPL   PIC X(2).

       01 WS-VALIDATIONS.
           02 WS-VAL-ENTRIES OCCURS 200 TIMES.
              03 WS-VAL-TICKET   PIC X(10).
              03 WS-VAL-PLAQUE   PIC X(4).
              03 WS-VAL-SITE     PIC X(10).
              03 WS-VAL-ADDITION PIC 9(5)V9(2).
              03 WS-VAL-UTILISEE PIC X(1).
       01 WS-NB-VAL  PIC 9(3) VALUE 0.
       01 WS-CPT-VAL PIC 9(3).
       01 WS-VAL-IDX PIC 9(3).

       01 WS-REGLES-VALID.
           02 WS-REG-ENTRIES OCCURS 20 TIMES.
              03 WS-REG-SEUIL   PIC 9(5)V9(2).
              03 WS-REG-MINUTES PIC 9(4).
              03 WS-REG-REMISE  PIC 9(3)V9(2).
       01 WS-NB-REG  PIC 9(2) VALUE 0.
       01 WS-CPT-REG PIC 9(2).
       01 WS-REG-IDX PIC 9(2).

       01 WS-VAL-CHAMP1-TXT PIC X(10).
       01 WS-VAL-CHAMP2-TXT PIC X(10).
       01 WS-VAL-CHAMP3-TXT PIC X(10).
       01 WS-VAL-CHAMP4-TXT PIC X(10).

       01 WS-VALIDATION-TROUVEE PIC X(1).
           88 VALIDATION-OK VALUE "O".
      *    VALIDATION-OK = 1 : Une validation restaurant non encore
      *                        utilisée existe pour la plaque, et
      *                        son addition atteint une règle.
      *    VALIDATION-OK = 0 : Tarif normal.

      *    Minutes servant de base au barème : la durée réelle, ou
      *    la durée diminuée de la période offerte par validation.
       01 WS-MINUTES-BASE     PIC S9(7).
       01 WS-MONTANT-PLEIN    PIC 9(5)V9(2).
       01 WS-MONTANT-OFFERT   PIC 9(5)V9(2).
       01 WS-Z-VALID-NB       PIC 9(5).
       01 WS-Z-VALID-OFFERT   PIC 9(7)V9(2).

      *    Séjour validé, tel qu'écrit dans
      *    ParkingValidationsAppliquees.txt et relu au rapport Z.
       01 WS-VALID-APPL.
           02 WS-VAP-DATE      PIC X(8).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-HEURE     PIC X(6).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-SITE      PIC X(10).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-TICKET    PIC X(10).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-PLAQUE    PIC X(4).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-ADDITION  PIC 9(5).9(2).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-PLEIN     PIC 9(5).9(2).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-PAYE      PIC 9(5).9(2).
           02 FILLER           PIC X(1) VALUE ";".
           02 WS-VAP-OFFERT    PIC 9(5).9(2).

      ***************************************************************
      *    Emplacements équipés d'une borne de recharge : chargés
      *    depuis ParkingBornes.txt (niveau;emplacement;borne;lot),
      *    une borne non vide marquant l'emplacement. Ils sont
      *    réservés aux entrées demandant une place de recharge
      *    (V en quatrième champ) ; faute de borne libre le véhicule
      *    est garé sur une place normale. Les relevés des bornes
      *    (ParkingRecharges.txt : lot;niveau;emplacement;kWh;
      *    début;fin AAAAMMJJHHMMSS) sont rapprochés du séjour à la
      *    sortie : l'énergie au tarif KWH et l'inactivité (heure
      *    entamée au tarif INACTIF au-delà de GRACEIRVE minutes
      *    après la fin de charge) s'ajoutent au stationnement.
      *    Chaque séjour sur borne est tracé dans
      *    ParkingRechargesSejours.txt pour le rapport mensuel par
      *    borne (ParkingRapportBornes.txt).
      ***************************************************************
       01 FS-BORNES          PIC X(2).
       01 FS-RECHARGES       PIC X(2).
       01 FS-RECHARGES-SEJ   PIC X(2).
       01 FS-RAPPORT-BORNES  PIC X(2).

       01 WS-BORNES-PLAN.
           02 WS-BRN-LOT OCCURS 2 TIMES.
              03 WS-BRN-NIV OCCURS 5 TIMES.
                 04 WS-BRN-ID PIC X(6) OCCURS 20 TIMES.

       01 WS-BRN-NIV-TXT  PIC 9.
       01 WS-BRN-EMP-TXT  PIC 9(2).
       01 WS-BRN-ID-TXT   PIC X(6).
       01 WS-BRN-LOT-TXT  PIC X.

      *    Liste des bornes et cumuls du rapport mensuel.
       01 WS-BORNES-LISTE.
           02 WS-BRL-ENTRIES OCCURS 60 TIMES.
              03 WS-BRL-ID         PIC X(6).
              03 WS-BRL-LOT        PIC 9.
              03 WS-BRL-NIV        PIC 9.
              03 WS-BRL-EMP        PIC 9(2).
              03 WS-BRL-SESSIONS   PIC 9(5).
              03 WS-BRL-KWH        PIC 9(7)V9(3).
              03 WS-BRL-CA         PIC 9(7)V9(2).
              03 WS-BRL-MIN-OCC    PIC 9(9).
              03 WS-BRL-MIN-CHARGE PIC 9(9).
       01 WS-NB-BRL  PIC 9(2) VALUE 0.
       01 WS-CPT-BRL PIC 9(2).

       01 WS-TARIF-KWH      PIC 9(3)V9(3) VALUE 0.350.
       01 WS-TARIF-INACTIF  PIC 9(3)V9(2) VALUE 6.00.
       01 WS-GRACE-INACTIF  PIC 9(3) VALUE 30.

       01 WS-RECH-BORNE PIC X(1).
           88 RECH-BORNE VALUE "O".
      *    RECH-BORNE = 1 : La recherche de place porte sur les
      *                     emplacements équipés d'une borne.
      *    RECH-BORNE = 0 : Recherche sur les places normales.

       01 WS-SORTIE-BORNE PIC X(1).
           88 SORTIE-BORNE VALUE "O".
      *    SORTIE-BORNE = 1 : Le véhicule qui sort occupait un
      *                       emplacement équipé d'une borne.
      *    SORTIE-BORNE = 0 : Emplacement normal.

       01 WS-RCH-LOT-TXT    PIC X(1).
       01 WS-RCH-NIV-TXT    PIC X(1).
       01 WS-RCH-EMP-TXT    PIC X(2).
       01 WS-RCH-KWH-TXT    PIC X(10).
       01 WS-RCH-DEBUT-TXT  PIC X(14).
       01 WS-RCH-FIN-TXT    PIC X(14).

       01 WS-ENTREE-DH      PIC X(14).
       01 WS-SORTIE-DH      PIC X(14).
       01 WS-RCH-FIN-MAX    PIC X(14).
       01 WS-DH-CALC        PIC X(14).
       01 WS-DH-MINUTES     PIC 9(11).
       01 WS-DH-MIN-DEB     PIC 9(11).
       01 WS-RCH-KWH        PIC 9(5)V9(3).
       01 WS-RCH-MIN-CHARGE PIC 9(7).
       01 WS-MIN-INACTIF    PIC S9(7).
       01 WS-H-INACTIF      PIC 9(5).
       01 WS-MONTANT-ENERGIE  PIC 9(5)V9(2).
       01 WS-MONTANT-INACTIF  PIC 9(5)V9(2).
       01 WS-MONTANT-RECHARGE PIC 9(5)V9(2).

      *    Séjour sur borne, tel qu'écrit dans
      *    ParkingRechargesSejours.txt et relu au rapport mensuel.
       01 WS-RECHARGE-SEJ.
           02 WS-RSJ-DATE       PIC X(8).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-HEURE      PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-BORNE      PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-PLAQUE     PIC X(4).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-KWH        PIC 9(5).9(3).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-ENERGIE    PIC 9(5).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-INACTIF    PIC 9(5).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-MIN-OCC    PIC 9(7).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RSJ-MIN-CHARGE PIC 9(7).

       01 WS-RB-MOIS        PIC X(6).
       01 WS-RB-KWH-ED      PIC Z(6)9.999.
       01 WS-RB-CA-ED       PIC Z(6)9.99.
       01 WS-RB-H-OCC-ED    PIC Z(6)9.
       01 WS-RB-H-SANS-ED   PIC Z(6)9.
       01 WS-RB-PCT-ED      PIC ZZ9.
       01 WS-RB-MIN-SANS    PIC 9(9).
       01 WS-RB-PCT         PIC 9(3).

      ***************************************************************
      *    Reçus clients : chaque sortie payée (espèces, carte ou
      *    forfait ticket perdu) reçoit un reçu numéroté écrit dans
      *    ParkingRecus.txt, avec la ventilation HT / TVA (taux TVA
      *    de ParkingTarifs.txt) / TTC. Le dernier numéro attribué
      *    est conservé dans ParkingDernierRecu.txt pour que la
      *    séquence continue d'une exécution à l'autre. Un reçu se
      *    réimprime par son numéro (ordre P,numéro) et le contrôle
      *    de fin de journée signale tout numéro manquant.
      ***************************************************************
       01 FS-RECUS       PIC X(2).
       01 FS-DERN-RECU   PIC X(2).

       01 WS-TAUX-TVA        PIC 9(2)V9(2) VALUE 20.00.
       01 WS-DERNIER-RECU    PIC 9(8) VALUE 0.
       01 WS-RECU-DEMANDE-TXT PIC X(8).
       01 WS-RECU-DEMANDE    PIC 9(8).
       01 WS-RECU-TTC        PIC 9(5)V9(2).
       01 WS-RECU-HT         PIC 9(5)V9(2).
       01 WS-RECU-TVA        PIC 9(5)V9(2).

       01 WS-RECU-TROUVE PIC X(1).
           88 RECU-TROUVE VALUE "O".
      *    RECU-TROUVE = 1 : Le reçu demandé en réimpression existe.
      *    RECU-TROUVE = 0 : Numéro inconnu.

       01 WS-RECU-DUPLICATA PIC X(1).
           88 RECU-DUPLICATA VALUE "O".
      *    RECU-DUPLICATA = 1 : Réimpression d'un reçu déjà émis.
      *    RECU-DUPLICATA = 0 : Impression à l'émission.

      *    Contrôle de séquence : numéro attendu, manquants et
      *    doublons relevés en relisant tout le fichier des reçus.
       01 WS-SEQ-ATTENDU    PIC 9(8).
       01 WS-SEQ-NB-RECUS   PIC 9(8).
       01 WS-SEQ-MANQUANTS  PIC 9(8).
       01 WS-SEQ-DOUBLONS   PIC 9(8).
       01 WS-SEQ-NUM        PIC 9(8).
       01 WS-SEQ-MANQUANT   PIC 9(8).

      *    Reçu tel qu'écrit dans ParkingRecus.txt.
       01 WS-RECU.
           02 WS-RCU-NUMERO     PIC 9(8).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-PLAQUE     PIC X(4).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-DATE-ENT   PIC X(8).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-HEURE-ENT  PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-DATE-SOR   PIC X(8).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-HEURE-SOR  PIC X(6).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-DUREE-H    PIC 9(5).
           02 FILLER            PIC X(1) VALUE "h".
           02 WS-RCU-DUREE-M    PIC 9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-BANDE      PIC X(1).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-HT         PIC 9(5).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-TAUX       PIC 9(2).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-TVA        PIC 9(5).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-TTC        PIC 9(5).9(2).
           02 FILLER            PIC X(1) VALUE ";".
           02 WS-RCU-MODE       PIC X(1).

      ***************************************************************
      *    Rapprochement avec les boucles de comptage des barrières :
      *    l'export des compteurs (ParkingCompteursBoucles.txt :
      *    lot;heure;entrées comptées;sorties comptées, pour la
      *    journée) est comparé heure par heure aux mouvements du
      *    jour. Un écart signale un véhicule passé en fraude ou une
      *    entrée saisie sans véhicule ; au-delà de la tolérance
      *    (code BOUCLETOL de ParkingTarifs.txt) l'heure est tracée
      *    dans le fichier des anomalies.
      ***************************************************************
       01 FS-BOUCLES          PIC X(2).
       01 FS-RAPPORT-BOUCLES  PIC X(2).

       01 WS-BOUCLES.
           02 WS-BCL-LOT OCCURS 2 TIMES.
              03 WS-BCL-HEURE OCCURS 24 TIMES.
                 04 WS-BCL-E-COMPTE PIC 9(5).
                 04 WS-BCL-S-COMPTE PIC 9(5).
                 04 WS-BCL-E-MVT    PIC 9(5).
                 04 WS-BCL-S-MVT    PIC 9(5).

       01 WS-BCL-LOT-TXT    PIC X(1).
       01 WS-BCL-HEURE-TXT  PIC X(2).
       01 WS-BCL-E-TXT      PIC X(6).
       01 WS-BCL-S-TXT      PIC X(6).
       01 WS-BCL-L          PIC 9.
       01 WS-BCL-H          PIC 9(2).
       01 WS-BCL-HEURE-AFF  PIC 9(2).

       01 WS-BOUCLE-TOLERANCE PIC 9(3) VALUE 1.
       01 WS-BCL-ECART-E    PIC S9(5).
       01 WS-BCL-ECART-S    PIC S9(5).
       01 WS-BCL-CUMUL      PIC S9(5).
       01 WS-BCL-SOLDE-BCL  PIC S9(5).
       01 WS-BCL-SOLDE-MVT  PIC S9(5).
       01 WS-BCL-GARES      PIC 9(5).
       01 WS-BCL-NB-ANOM    PIC 9(5).
       01 WS-BCL-ECART-E-ED PIC +(4)9.
       01 WS-BCL-ECART-S-ED PIC +(4)9.
       01 WS-BCL-CUMUL-ED   PIC +(4)9.

       01 WS-BOUCLES-LUES PIC X(1).
           88 BOUCLES-LUES VALUE "O".
      *    BOUCLES-LUES = 1 : Un export des compteurs a été lu.
      *    BOUCLES-LUES = 0 : Pas d'export, pas de rapprochement.

       LINKAGE SECTION.


           THRU 8910-MSG-LANCEMENT-FIN.

      *    Ligne de début d'exécution au journal d'exploitation.
           PERFORM 8930-DATE-METIER.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

           PERFORM 6046-CHARGE-CONFIGURATION.

           PERFORM 6035-CHARGE-RESERVATIONS.

           PERFORM 6055-CHARGE-ABONNES.

           PERFORM 6056-CHARGE-WATCHLIST.

           PERFORM 6099-CHARGE-COMPTES.

           PERFORM 6110-CHARGE-VALIDATIONS.

           PERFORM 6115-CHARGE-BORNES.

           PERFORM 6121-CHARGE-NUMERO-RECU.

      *    Reconstruction de l'état du parking par rejeu des
      *    mouvements du jour : après une coupure, la table en
      *    mémoire est perdue mais le journal survit.
                    NOT AT END
                       MOVE F-TRANSACTIONS-LIGNE TO WS-SAISIE
                       MOVE SPACE TO WS-LOT-TXT
                       MOVE SPACE TO WS-MODE-TXT
                       MOVE SPACES TO WS-CAISSIER-TXT
                       UNSTRING WS-SAISIE
                          DELIMITED BY ","
                          INTO  WS-ORDRE
                                WS-NUMID
                                WS-LOT-TXT
                                WS-MODE-TXT
                                WS-CAISSIER-TXT
                       END-UNSTRING
                       PERFORM 6070-LOT-COURANT
                       ADD 1 TO WS-EXP-LUS
                             PERFORM 6010-FCT-ENTREE
                          WHEN "S"
                             PERFORM 6020-FCT-SORTIE
                          WHEN "P"
                             PERFORM 6124-REIMPRIME-RECU
                          WHEN OTHER
                             DISPLAY "Saisie inconnue"
                             ADD 1 TO WS-EXP-REJETS
              PERFORM 6065-SCAN-OVERSTAY
              PERFORM 6080-RAPPORT-HEATMAP
              PERFORM 6090-RAPPORT-Z
              PERFORM 6125-CONTROLE-SEQUENCE-RECUS
              PERFORM 6097-RAPPROCHEMENT-CAISSE
              PERFORM 6127-RAPPROCHEMENT-BOUCLES
              PERFORM 6105-FACTURATION-MENSUELLE
              PERFORM 6120-RAPPORT-BORNES
           ELSE
              PERFORM UNTIL WS-FIN

                 DISPLAY
                    "Saisissez votre ordre (<E/S>,id<2chiffres>, O (s
      -             "tationnements prolongés), H (occupation par heur
      -             "e), Z (rapport Z du jour), R (rapprochement "
                    "des caisses), M (facturation des comptes), B "
                    "(rapport des bornes), P,n° (duplicata de reçu) "
                    ", L (rapprochement des boucles) OU F"
                 ACCEPT WS-SAISIE

                 MOVE SPACE TO WS-LOT-TXT
                 MOVE SPACE TO WS-MODE-TXT
                 MOVE SPACES TO WS-CAISSIER-TXT
                 UNSTRING WS-SAISIE
                    DELIMITED BY ","
                    INTO  WS-ORDRE
                          WS-NUMID
                          WS-LOT-TXT
                          WS-MODE-TXT
                          WS-CAISSIER-TXT
                 END-UNSTRING
                 PERFORM 6070-LOT-COURANT


                    WHEN "Z"
                       PERFORM 6090-RAPPORT-Z
                       PERFORM 6125-CONTROLE-SEQUENCE-RECUS

                    WHEN "P"
                       PERFORM 6124-REIMPRIME-RECU

                    WHEN "R"
                       PERFORM 6097-RAPPROCHEMENT-CAISSE

                    WHEN "M"
                       PERFORM 6105-FACTURATION-MENSUELLE

                    WHEN "B"
                       PERFORM 6120-RAPPORT-BORNES

                    WHEN "L"
                       PERFORM 6127-RAPPROCHEMENT-BOUCLES

                    WHEN OTHER
                       DISPLAY "Saisie inconnue"
      *    (tous niveaux confondus) à la recherche de la première
      *    place libre.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           SET WS-PLACE-TROUVEE TO "n "
           SET WS-DOUBLON TO "n "

                 " sous surveillance (" WS-WATCH-MOTIF-TROUVE ")"
              ELSE

      *       Une place de recharge demandée (V) est cherchée parmi
      *       les emplacements à borne, puis à défaut parmi les
      *       places normales.
              SET WS-RECH-BORNE TO "N"
              IF WS-MODE-TXT = "V" THEN
                 SET RECH-BORNE TO TRUE
              END-IF
              PERFORM 6011-RECHERCHE-PLACE
              IF RECH-BORNE AND NOT PLACE-TROUVEE THEN
                 DISPLAY "Pas de borne de recharge libre, "
                    "recherche d'une place normale."
                 SET WS-RECH-BORNE TO "N"
                 PERFORM 6011-RECHERCHE-PLACE
              END-IF

              IF PLACE-TROUVEE THEN
                 MOVE SPACES TO WS-MVT-TARIF
                 MOVE SPACE TO WS-MVT-BANDE
                 MOVE SPACE TO WS-MVT-MODE
                 MOVE SPACES TO WS-MVT-CAISSIER
                 MOVE SPACES TO WS-MVT-COMPTE
                 PERFORM 6030-LOG-MOUVEMENT
                 ADD 1 TO WS-EXP-APPLIQUES
                 DISPLAY "Parking libre"

           EXIT PROGRAM.

      *    Recherche la première place libre du lot courant, parmi
      *    les emplacements à borne (RECH-BORNE) ou parmi les places
      *    normales, en respectant les réservations.
       6011-RECHERCHE-PLACE.
           PERFORM VARYING I-NIV FROM 1 BY 1
              UNTIL I-NIV > WS-NB-NIVEAUX OR PLACE-TROUVEE

              SET I-EMPL TO 1
              SEARCH WS-EMPL VARYING I-EMPL
                 AT END
                    CONTINUE
                 WHEN I-EMPL <= WS-NB-EMPLACEMENTS
                    AND FUNCTION LENGTH(FUNCTION TRIM(
                       WS-EMPL(WS-LOT-COURANT,I-NIV,I-EMPL))) = 0
                    AND (WS-RES-PLAQUE(WS-LOT-COURANT,I-NIV,
                       I-EMPL) = SPACES
                       OR WS-RES-PLAQUE(WS-LOT-COURANT,I-NIV,
                       I-EMPL) = WS-NUMID)
                    AND ((RECH-BORNE AND WS-BRN-ID(WS-LOT-COURANT,
                       I-NIV,I-EMPL) NOT = SPACES)
                       OR (NOT RECH-BORNE AND WS-BRN-ID(
                       WS-LOT-COURANT,I-NIV,I-EMPL) = SPACES))
                    MOVE WS-NUMID TO
                       WS-EMPL-ID(WS-LOT-COURANT,I-NIV,I-EMPL)
                    MOVE WS-DHA-DATE TO
                       WS-EMPL-DATE(WS-LOT-COURANT,I-NIV,I-EMPL)
                    MOVE WS-DHA-HEURE TO
                       WS-EMPL-HEURE(WS-LOT-COURANT,I-NIV,I-EMPL)
                    MOVE WS-LOT-COURANT TO WS-SAVE-LOT
                    MOVE I-NIV TO WS-SAVE-NIV
                    MOVE I-EMPL TO WS-SAVE-EMP
                    SET PLACE-TROUVEE TO TRUE
                    DISPLAY "Entrée d'un véhicule"
              END-SEARCH

           END-PERFORM

           EXIT PROGRAM.

       6020-FCT-SORTIE.
      *    Parcourt la table unique à la recherche du véhicule et
      *    libère sa place.
              PERFORM 6095-TICKET-PERDU
           ELSE
              PERFORM 6025-CALCUL-DUREE
              PERFORM 6116-RECHARGE-SEJOUR

      *       Un abonné dont le pass est valide est dispensé du
      *       paiement à l'acte ; les autres passent au barème.
              PERFORM 6058-CONTROLE-ABONNE
              MOVE SPACES TO WS-MVT-COMPTE
              IF ABONNE-OK THEN
                 MOVE "ABONNE" TO WS-MVT-TARIF
                 MOVE "A" TO WS-MVT-BANDE
                 MOVE "A" TO WS-MVT-MODE
                 DISPLAY "Abonné en cours de validité, sortie sans pa
      -          "iement."
              ELSE
                 PERFORM 6040-CALCUL-TARIF
      *          Plaque rattachée à un compte entreprise : le séjour
      *          remisé est porté au compte, rien n'est encaissé.
                 PERFORM 6100-CONTROLE-COMPTE
                 IF COMPTE-OK THEN
                    PERFORM 6101-SEJOUR-COMPTE
                 ELSE
                    PERFORM 6096-MODE-PAIEMENT
                 END-IF
              END-IF
              MOVE WS-CAISSIER-TXT TO WS-MVT-CAISSIER

              IF SORTIE-BORNE THEN
                 PERFORM 6119-TRACE-RECHARGE
              END-IF

      *       Reçu numéroté pour toute sortie payée à la guérite.
              IF (WS-MVT-MODE = "E" OR WS-MVT-MODE = "C") AND
                 FUNCTION NUMVAL(WS-MVT-TARIF) > 0 THEN
                 PERFORM 6122-EMET-RECU
              END-IF

              PERFORM 6030-LOG-MOUVEMENT
      *    entrée/sortie, avec horodatage et emplacement concerné.
       6030-LOG-MOUVEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-MOUVEMENT-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-MVT-DATE-JOUR
           MOVE WS-MVT-DATE-JOUR TO WS-MVT-DATE
           MOVE WS-MVT-HEURE-JOUR TO WS-MVT-HEURE
           MOVE WS-ORDRE TO WS-MVT-ORDRE
      *    qui vient de sortir, pour la facturation horaire.
       6025-CALCUL-DUREE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE

           MOVE WS-SAVE-EMPL-DATE TO WS-DATE-ENTREE-NUM
           MOVE WS-DHA-DATE TO WS-DATE-SORTIE-NUM

           MOVE "NJ" TO DT-FONCTION
           MOVE WS-DATE-ENTREE-NUM TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-JOURS-RESULTAT TO WS-JOUR-ENTREE
           MOVE WS-DATE-SORTIE-NUM TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-JOURS-RESULTAT TO WS-JOUR-SORTIE

           COMPUTE WS-DUREE-MINUTES =
              (WS-JOUR-SORTIE - WS-JOUR-ENTREE) * 1440
      *    facturée au tarif plein (entrée entre 08h et 18h) ou au
      *    tarif creux, avec un plafond journalier. Le montant est
      *    repris dans la ligne de mouvement pour réconciliation
      *    avec les encaissements de la guérite. Une validation
      *    restaurant retire la période offerte de la durée
      *    facturée, puis applique la remise de la règle atteinte.
       6040-CALCUL-TARIF.
           MOVE WS-DUREE-MINUTES TO WS-MINUTES-BASE
           PERFORM 6041-BAREME
           MOVE WS-MONTANT-DU TO WS-MONTANT-PLEIN

           PERFORM 6111-RECHERCHE-VALIDATION
           IF VALIDATION-OK THEN
              COMPUTE WS-MINUTES-BASE = WS-DUREE-MINUTES -
                 WS-REG-MINUTES(WS-REG-IDX)
              IF WS-MINUTES-BASE < 0 THEN
                 MOVE 0 TO WS-MINUTES-BASE
              END-IF
              PERFORM 6041-BAREME
              COMPUTE WS-MONTANT-DU ROUNDED = WS-MONTANT-DU *
                 (100 - WS-REG-REMISE(WS-REG-IDX)) / 100
              COMPUTE WS-MONTANT-OFFERT =
                 WS-MONTANT-PLEIN - WS-MONTANT-DU
              PERFORM 6112-TRACE-VALIDATION
           END-IF

      *    Recharge sur borne : énergie et inactivité s'ajoutent au
      *    stationnement, hors validation restaurant.
           IF SORTIE-BORNE THEN
              ADD WS-MONTANT-RECHARGE TO WS-MONTANT-DU
           END-IF

           MOVE WS-MONTANT-DU TO WS-MONTANT-ED
           MOVE WS-MONTANT-ED TO WS-MVT-TARIF

           DISPLAY "Montant dû : " WS-MONTANT-ED " ("
              WS-HEURES-FACTUREES " heure(s) facturée(s))"

           EXIT PROGRAM.

      *    Barème horaire appliqué à WS-MINUTES-BASE : heures
      *    entamées au tarif plein ou creux, plafond journalier.
       6041-BAREME.
           IF WS-MINUTES-BASE = 0 THEN
              MOVE 0 TO WS-HEURES-FACTUREES
           ELSE
              COMPUTE WS-HEURES-FACTUREES =
                 (WS-MINUTES-BASE + 59) / 60
           END-IF

           MOVE FUNCTION NUMVAL(WS-SAVE-EMPL-HEURE(1:2)) TO
      *    Plafond journalier : un véhicule resté N jours entamés ne
      *    paie jamais plus de N fois le tarif jour.
           COMPUTE WS-JOURS-ENTAMES =
              (WS-MINUTES-BASE + 1439) / 1440
           IF WS-JOURS-ENTAMES = 0 THEN
              MOVE 1 TO WS-JOURS-ENTAMES
           END-IF
              MOVE "J" TO WS-MVT-BANDE
           END-IF

           EXIT PROGRAM.

      *    Charge le barème de facturation depuis ParkingTarifs.txt
      *    (CODE;VALEUR), en conservant les valeurs par défaut pour
      *    tout code absent du fichier.
      *    Avec une section BC802 dans Gestion.txt, l'ancien fichier
      *    n'est plus lu.
       6045-CHARGE-TARIFS.
           IF CF-SECTION-TROUVEE THEN
              MOVE "35" TO FS-TARIFS
           ELSE
              OPEN INPUT F-TARIFS
           END-IF

           IF FS-TARIFS = "00" THEN
              PERFORM UNTIL FS-TARIFS = "10"
                             WS-TARIF-VAL-TXT
                       END-UNSTRING

                       PERFORM 6044-APPLIQUE-TARIF-CODE
                 END-READ
              END-PERFORM
              CLOSE F-TARIFS
           ELSE
              IF NOT CF-SECTION-TROUVEE THEN
                 DISPLAY "Pas de barème trouvé, tarifs par défaut."
              END-IF
           END-IF

           EXIT PROGRAM.

      *    Applique la valeur WS-TARIF-VAL-TXT au code de barème
      *    WS-TARIF-CODE-TXT (ancien fichier ou section de
      *    Gestion.txt).
       6044-APPLIQUE-TARIF-CODE.
           EVALUATE WS-TARIF-CODE-TXT
              WHEN "HPLEIN"
                 COMPUTE WS-TARIF-HPLEIN =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "HCREUX"
                 COMPUTE WS-TARIF-HCREUX =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "JOUR"
                 COMPUTE WS-TARIF-JOUR =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "OVERSTAY"
                 COMPUTE WS-SEUIL-OVERSTAY-H =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "FORFAIT"
                 COMPUTE WS-TARIF-FORFAIT =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "TOLERANCE"
                 COMPUTE WS-TOLERANCE-CAISSE =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "KWH"
                 COMPUTE WS-TARIF-KWH =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "INACTIF"
                 COMPUTE WS-TARIF-INACTIF =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "GRACEIRVE"
                 COMPUTE WS-GRACE-INACTIF =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "TVA"
                 COMPUTE WS-TAUX-TVA =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN "BOUCLETOL"
                 COMPUTE WS-BOUCLE-TOLERANCE =
                    FUNCTION NUMVAL(WS-TARIF-VAL-TXT)
              WHEN OTHER
                 DISPLAY "Tarif inconnu ignoré : "
                    WS-TARIF-CODE-TXT
           END-EVALUATE

           EXIT PROGRAM.

      *    Réglages du parking lus dans la section [BC802] de
      *    Gestion.txt par le service BC812, sous les codes de
      *    l'ancien ParkingTarifs.txt (HPLEIN, HCREUX, JOUR,
      *    OVERSTAY, FORFAIT, TOLERANCE, KWH, INACTIF, GRACEIRVE,
      *    TVA, BOUCLETOL). Une valeur refusée arrête le programme
      *    avant toute lecture. Sans section BC802,
      *    ParkingTarifs.txt reste lu. Les valeurs employées sont
      *    tracées dans ConfigUtilisee.txt.
       6046-CHARGE-CONFIGURATION.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BC802" TO CF-PROGRAMME

           MOVE "D" TO WS-CFGR-TYPE
           MOVE 0 TO WS-CFGR-MIN
           MOVE 999.99 TO WS-CFGR-MAX
           MOVE "HPLEIN" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "HCREUX" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "JOUR" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "FORFAIT" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "TOLERANCE" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "INACTIF" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "KWH" TO WS-CFGR-CLE
           MOVE 999.999 TO WS-CFGR-MAX
           PERFORM 6047-AJOUT-REGLE
           MOVE "TVA" TO WS-CFGR-CLE
           MOVE 99.99 TO WS-CFGR-MAX
           PERFORM 6047-AJOUT-REGLE
           MOVE "N" TO WS-CFGR-TYPE
           MOVE 999 TO WS-CFGR-MAX
           MOVE "GRACEIRVE" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE "BOUCLETOL" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE
           MOVE 1 TO WS-CFGR-MIN
           MOVE "OVERSTAY" TO WS-CFGR-CLE
           PERFORM 6047-AJOUT-REGLE

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BC802]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              PERFORM VARYING WS-CFGR-RANG FROM 1 BY 1
                 UNTIL WS-CFGR-RANG > CF-NB-CLES
                 MOVE CF-CLE-NOM(WS-CFGR-RANG) TO WS-TARIF-CODE-TXT
                 MOVE CF-CLE-VALEUR(WS-CFGR-RANG) TO WS-TARIF-VAL-TXT
                 PERFORM 6044-APPLIQUE-TARIF-CODE
              END-PERFORM
           ELSE
              PERFORM 6045-CHARGE-TARIFS
           END-IF

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           MOVE "HPLEIN" TO CF-CHERCHE
           MOVE WS-TARIF-HPLEIN TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "HCREUX" TO CF-CHERCHE
           MOVE WS-TARIF-HCREUX TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "JOUR" TO CF-CHERCHE
           MOVE WS-TARIF-JOUR TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "OVERSTAY" TO CF-CHERCHE
           MOVE WS-SEUIL-OVERSTAY-H TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "FORFAIT" TO CF-CHERCHE
           MOVE WS-TARIF-FORFAIT TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TOLERANCE" TO CF-CHERCHE
           MOVE WS-TOLERANCE-CAISSE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "KWH" TO CF-CHERCHE
           MOVE WS-TARIF-KWH TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "INACTIF" TO CF-CHERCHE
           MOVE WS-TARIF-INACTIF TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "GRACEIRVE" TO CF-CHERCHE
           MOVE WS-GRACE-INACTIF TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TVA" TO CF-CHERCHE
           MOVE WS-TAUX-TVA TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "BOUCLETOL" TO CF-CHERCHE
           MOVE WS-BOUCLE-TOLERANCE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
       6047-AJOUT-REGLE.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

      *    Charge la table des abonnés mensuels depuis
           EXIT PROGRAM.

      *    Charge une fois pour toutes la table des emplacements
      *    réservés (niveau;emplacement;plaque, puis lot et, pour les
      *    places d'invités tenues par les réservations d'évènements
      *    BD904, la référence de l'évènement) en mémoire, afin que
      *    6010-FCT-ENTREE n'attribue pas un emplacement VIP à un
      *    véhicule qui n'en est pas titulaire.
       6035-CHARGE-RESERVATIONS.
      *    parking ne se remplisse.
       6065-SCAN-OVERSTAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           MOVE WS-DHA-DATE TO WS-DATE-SORTIE-NUM
           MOVE "NJ" TO DT-FONCTION
           MOVE WS-DATE-SORTIE-NUM TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-JOURS-RESULTAT TO WS-JOUR-SORTIE

           MOVE 0 TO WS-NB-OVERSTAY

      *    Le fichier des prolongés est refait à chaque balayage
      *    (date du balayage;plaque;lot;niveau;emplacement;date
      *    d'entrée;heures de présence).
           OPEN OUTPUT F-PROLONGES

           DISPLAY "-- STATIONNEMENTS PROLONGES (> "
              WS-SEUIL-OVERSTAY-H " h) --"

                 THEN
                    MOVE WS-EMPL-DATE(WS-CPT-LOT,WS-CPT-NIV,
                       WS-CPT-EMP) TO WS-DATE-ENTREE-NUM
                    MOVE "NJ" TO DT-FONCTION
                    MOVE WS-DATE-ENTREE-NUM TO DT-DATE-1
                    CALL "BC810" USING DT-PARAMETRES
                    MOVE DT-JOURS-RESULTAT TO WS-JOUR-ENTREE

                    COMPUTE WS-OVERSTAY-MINUTES =
                       (WS-JOUR-SORTIE - WS-JOUR-ENTREE) * 1440
                       " Lot " WS-CPT-LOT
                       " Niveau " WS-CPT-NIV " Empl. " WS-CPT-EMP
                       " garé depuis " WS-OVERSTAY-HEURES " heure(s)"
                       MOVE SPACES TO F-PROLONGES-LIGNE
                       STRING WS-DHA-DATE ";"
                          WS-EMPL-ID(WS-CPT-LOT,WS-CPT-NIV,WS-CPT-EMP)
                          ";" WS-CPT-LOT ";" WS-CPT-NIV ";"
                          WS-CPT-EMP ";" WS-DATE-ENTREE-NUM ";"
                          WS-OVERSTAY-HEURES DELIMITED BY SIZE
                          INTO F-PROLONGES-LIGNE
                       END-STRING
                       WRITE F-PROLONGES-LIGNE
                    END-IF

                 END-IF

           END-PERFORM

           CLOSE F-PROLONGES

           IF WS-NB-OVERSTAY = 0 THEN
              DISPLAY "Aucun stationnement prolongé."
           END-IF
      *    heure d'arrivée et le lot demandé.
       6075-AJOUT-ATTENTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE

           OPEN EXTEND F-ATTENTE
           IF FS-ATTENTE = "35" THEN
      *    été refait au bloc-notes sur les cinq niveaux.
       6085-RECONSTRUIT-ETAT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           MOVE 0 TO WS-REC-ENTREES
           MOVE 0 TO WS-REC-SORTIES
           MOVE 0 TO WS-REC-ANOMALIES
      *    gratuites sont une fuite de recettes pure.
       6095-TICKET-PERDU.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE

           DISPLAY "Véhicule " WS-NUMID " sans entrée connue : procéd
      -    "ure ticket perdu, forfait " WS-TARIF-FORFAIT " facturé."
           MOVE WS-TARIF-FORFAIT TO WS-MONTANT-ED
           MOVE WS-MONTANT-ED TO WS-MVT-TARIF
           MOVE "X" TO WS-MVT-BANDE
           MOVE "F" TO WS-MVT-MODE
           MOVE WS-CAISSIER-TXT TO WS-MVT-CAISSIER
           MOVE SPACES TO WS-MVT-COMPTE
           MOVE WS-LOT-COURANT TO WS-SAVE-LOT
           MOVE 0 TO WS-SAVE-NIV
           MOVE 0 TO WS-SAVE-EMP

      *    Reçu du forfait, sans entrée ni durée connues.
           MOVE SPACES TO WS-SAVE-EMPL-DATE
           MOVE SPACES TO WS-SAVE-EMPL-HEURE
           MOVE 0 TO WS-DUREE-HEURES
           MOVE 0 TO WS-DUREE-MIN-RESTE
           PERFORM 6122-EMET-RECU

           PERFORM 6030-LOG-MOUVEMENT

      *    Cas tracé dans le fichier des anomalies, pour la revue.
      *    listing.
       6090-RAPPORT-Z.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           MOVE WS-DHA-DATE TO WS-Z-DATE

           PERFORM VARYING WS-Z-L FROM 1 BY 1
              MOVE 0 TO WS-Z-TOTAL(WS-Z-L)
           END-PERFORM
           MOVE 0 TO WS-Z-GRAND-TOTAL
           MOVE 0 TO WS-Z-ESPECES
           MOVE 0 TO WS-Z-CARTE
           MOVE 0 TO WS-Z-FORFAITS
           MOVE 0 TO WS-Z-COMPTES

           OPEN INPUT F-MOUVEMENTS

                             END-EVALUATE

                             ADD WS-Z-MONTANT TO WS-Z-TOTAL(WS-Z-L)

      *                      Les séjours portés aux comptes
      *                      entreprises ne sont pas à encaisser.
                             IF WS-MLU-MODE NOT = "K" THEN
                                ADD WS-Z-MONTANT TO WS-Z-GRAND-TOTAL
                             END-IF

                             EVALUATE WS-MLU-MODE
                                WHEN "K"
                                   ADD WS-Z-MONTANT TO WS-Z-COMPTES
                                WHEN "C"
                                   ADD WS-Z-MONTANT TO WS-Z-CARTE
                                WHEN "F"
                                   ADD WS-Z-MONTANT TO WS-Z-FORFAITS
                                WHEN OTHER
                                   ADD WS-Z-MONTANT TO WS-Z-ESPECES
                             END-EVALUATE
                          END-IF

                       END-IF

              DISPLAY "====== RAPPORT Z DU " WS-Z-DATE " ======"

      *       Rattachement du jour au calendrier fiscal (période,
      *       semaine ISO, trimestre), pour cumuler les Z par période
      *       comptable plutôt que par mois civil.
              MOVE "PE" TO DT-FONCTION
              MOVE WS-Z-DATE TO DT-DATE-1
              CALL "BC810" USING DT-PARAMETRES
              IF DT-PERIODE-COMPTABLE THEN
                 DISPLAY "Période comptable " DT-PERIODE
                 " - semaine ISO " DT-SEMAINE-ISO
                 " - trimestre " DT-TRIMESTRE
              ELSE
                 DISPLAY "Mois civil " DT-PERIODE
                 " (hors calendrier fiscal) - semaine ISO "
                 DT-SEMAINE-ISO
              END-IF
              IF DT-FERIE-NOM NOT = SPACES THEN
                 DISPLAY "Jour férié : " DT-FERIE-NOM
              END-IF

              PERFORM VARYING WS-Z-L FROM 1 BY 1
                 UNTIL WS-Z-L > WS-NB-LOTS

              END-PERFORM

              DISPLAY "TOTAL GENERAL A ENCAISSER : " WS-Z-GRAND-TOTAL
              DISPLAY "  dont espèces            : " WS-Z-ESPECES
              DISPLAY "  dont carte              : " WS-Z-CARTE
              DISPLAY "  dont forfaits (espèces) : " WS-Z-FORFAITS
              DISPLAY "PORTE AUX COMPTES ENTREPRISES : " WS-Z-COMPTES
              PERFORM 6113-Z-VALIDATIONS
              DISPLAY "========================================"
              PERFORM 6091-HISTORIQUE-Z
           ELSE
              DISPLAY "Pas de journal de mouvements à analyser."
           END-IF

           EXIT PROGRAM.

      *    Conserve le rapport Z du jour dans ParkingRapportsZ.txt,
      *    seule trace datée du chiffre d'affaires du parking (le
      *    rapport lui-même n'est qu'affiché).
       6091-HISTORIQUE-Z.
           MOVE 0 TO WS-Z-CA-JOUR
           PERFORM VARYING WS-Z-L FROM 1 BY 1
              UNTIL WS-Z-L > WS-NB-LOTS
              ADD WS-Z-TOTAL(WS-Z-L) TO WS-Z-CA-JOUR
           END-PERFORM

           MOVE WS-Z-CA-JOUR TO WS-Z-CA-JOUR-ED
           MOVE WS-Z-GRAND-TOTAL TO WS-Z-ENCAISSE-ED
           MOVE WS-Z-COMPTES TO WS-Z-COMPTES-ED

           OPEN EXTEND F-HISTO-Z
           IF FS-HISTO-Z = "35" THEN
              OPEN OUTPUT F-HISTO-Z
           END-IF

           MOVE SPACES TO F-HISTO-Z-LIGNE
           STRING WS-Z-DATE ";"
              WS-Z-CA-JOUR-ED ";"
              WS-Z-ENCAISSE-ED ";"
              WS-Z-COMPTES-ED DELIMITED BY SIZE
              INTO F-HISTO-Z-LIGNE
           END-STRING
           WRITE F-HISTO-Z-LIGNE

           CLOSE F-HISTO-Z

           EXIT PROGRAM.

      *    Mode de paiement d'une sortie facturée, saisi en
      *    quatrième champ (E = espèces, C = carte). Sans saisie, ou
      *    sur un code inconnu, la sortie est comptée en espèces.
       6096-MODE-PAIEMENT.
           EVALUATE WS-MODE-TXT
              WHEN "E"
              WHEN "C"
                 MOVE WS-MODE-TXT TO WS-MVT-MODE
              WHEN SPACE
                 MOVE "E" TO WS-MVT-MODE
              WHEN OTHER
                 MOVE "E" TO WS-MVT-MODE
                 DISPLAY "Mode de paiement " WS-MODE-TXT
                 " inconnu, sortie comptée en espèces."
           END-EVALUATE

           IF WS-CAISSIER-TXT = SPACES THEN
              DISPLAY "Sortie encaissée sans caissier saisi."
           END-IF

           EXIT PROGRAM.

      *    Rapprochement des tiroirs-caisses : les déclarations de
      *    fin de poste (date;caissier;espèces;carte) sont relues,
      *    puis les sorties journalisées du jour et des dates
      *    déclarées sont cumulées par poste (espèces et forfaits
      *    d'un côté, carte de l'autre). Chaque poste part dans
      *    ParkingRapprochementCaisse.txt avec ses écarts (positif =
      *    excédent, négatif = manquant) ; un écart au-delà de la
      *    tolérance, ou un poste encaissé sans déclaration, est
      *    signalé HORS TOLERANCE / NON DECLARE.
       6097-RAPPROCHEMENT-CAISSE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           MOVE 0 TO WS-NB-POSTES
           MOVE 0 TO WS-NB-HORS-TOL

           OPEN INPUT F-CAISSE-DECL

           IF FS-CAISSE-DECL = "00" THEN
              PERFORM UNTIL FS-CAISSE-DECL = "10"
                 READ F-CAISSE-DECL INTO F-CAISSE-DECL-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-DECL-ESP-TXT
                       MOVE SPACES TO WS-DECL-CB-TXT
                       UNSTRING F-CAISSE-DECL-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-DECL-DATE-TXT
                             WS-DECL-CAISSIER-TXT
                             WS-DECL-ESP-TXT
                             WS-DECL-CB-TXT
                       END-UNSTRING

                       IF WS-DECL-DATE-TXT IS NUMERIC THEN
                          MOVE WS-DECL-DATE-TXT TO WS-PST-DATE-IN
                          MOVE WS-DECL-CAISSIER-TXT TO
                             WS-PST-CAISSIER-IN
                          PERFORM 6098-RECHERCHE-POSTE
                          IF POSTE-TROUVE THEN
                             MOVE "O" TO WS-PST-DECLARE(WS-CPT-POSTE)
                             IF WS-DECL-ESP-TXT NOT = SPACES THEN
                                COMPUTE WS-PST-ESP-DECL(WS-CPT-POSTE)
                                   = WS-PST-ESP-DECL(WS-CPT-POSTE) +
                                   FUNCTION NUMVAL(WS-DECL-ESP-TXT)
                             END-IF
                             IF WS-DECL-CB-TXT NOT = SPACES THEN
                                COMPUTE WS-PST-CB-DECL(WS-CPT-POSTE)
                                   = WS-PST-CB-DECL(WS-CPT-POSTE) +
                                   FUNCTION NUMVAL(WS-DECL-CB-TXT)
                             END-IF
                          END-IF
                       ELSE
                          DISPLAY "Déclaration de caisse ignorée : "
                          F-CAISSE-DECL-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CAISSE-DECL
           ELSE
              DISPLAY "Pas de déclaration de caisse trouvée."
           END-IF

      *    Attendu par poste, d'après les sorties journalisées : le
      *    jour courant, plus les dates ayant une déclaration.
           OPEN INPUT F-MOUVEMENTS

           IF FS-MOUVEMENTS = "00" THEN
              PERFORM UNTIL FS-MOUVEMENTS = "10"
                 READ F-MOUVEMENTS INTO WS-MVT-LUE
                    NOT AT END
                       IF WS-MLU-ORDRE = "S" AND
                          WS-MLU-MODE NOT = "A" AND
                          WS-MLU-MODE NOT = "K" AND
                          WS-MLU-TARIF NOT = SPACES AND
                          WS-MLU-TARIF NOT = "ABONNE" THEN
                          MOVE WS-MLU-DATE TO WS-PST-DATE-IN
                          MOVE WS-MLU-CAISSIER TO WS-PST-CAISSIER-IN
                          SET WS-POSTE-TROUVE TO "N"
                          IF WS-MLU-DATE = WS-DHA-DATE THEN
                             PERFORM 6098-RECHERCHE-POSTE
                          ELSE
                             PERFORM VARYING WS-CPT-POSTE FROM 1 BY 1
                                UNTIL WS-CPT-POSTE > WS-NB-POSTES
                                OR POSTE-TROUVE
                                IF WS-PST-DATE(WS-CPT-POSTE) =
                                   WS-MLU-DATE THEN
                                   SET POSTE-TROUVE TO TRUE
                                END-IF
                             END-PERFORM
                             IF POSTE-TROUVE THEN
                                PERFORM 6098-RECHERCHE-POSTE
                             END-IF
                          END-IF

                          IF POSTE-TROUVE THEN
                             COMPUTE WS-Z-MONTANT =
                                FUNCTION NUMVAL(WS-MLU-TARIF)
                             ADD 1 TO WS-PST-NB-SORTIES(WS-CPT-POSTE)
                             IF WS-MLU-MODE = "C" THEN
                                ADD WS-Z-MONTANT TO
                                   WS-PST-CB-ATT(WS-CPT-POSTE)
                             ELSE
                                ADD WS-Z-MONTANT TO
                                   WS-PST-ESP-ATT(WS-CPT-POSTE)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MOUVEMENTS
           END-IF

           OPEN OUTPUT F-RAPPROCHEMENT

           MOVE SPACES TO F-RAPPROCHEMENT-LIGNE
           STRING "DATE;CAISSIER;SORTIES;ESP ATTENDU;ESP DECLARE;"
              "ECART ESP;CB ATTENDU;CB DECLARE;ECART CB;STATUT"
              DELIMITED BY SIZE
              INTO F-RAPPROCHEMENT-LIGNE
           END-STRING
           WRITE F-RAPPROCHEMENT-LIGNE

           PERFORM VARYING WS-CPT-POSTE FROM 1 BY 1
              UNTIL WS-CPT-POSTE > WS-NB-POSTES

              COMPUTE WS-ECART-ESP = WS-PST-ESP-DECL(WS-CPT-POSTE) -
                 WS-PST-ESP-ATT(WS-CPT-POSTE)
              COMPUTE WS-ECART-CB = WS-PST-CB-DECL(WS-CPT-POSTE) -
                 WS-PST-CB-ATT(WS-CPT-POSTE)

              EVALUATE TRUE
                 WHEN WS-PST-DECLARE(WS-CPT-POSTE) NOT = "O"
                    MOVE "NON DECLARE" TO WS-STATUT-POSTE
                    ADD 1 TO WS-NB-HORS-TOL
                 WHEN WS-ECART-ESP > WS-TOLERANCE-CAISSE
                   OR WS-ECART-ESP < 0 - WS-TOLERANCE-CAISSE
                   OR WS-ECART-CB > WS-TOLERANCE-CAISSE
                   OR WS-ECART-CB < 0 - WS-TOLERANCE-CAISSE
                    MOVE "HORS TOLERANCE" TO WS-STATUT-POSTE
                    ADD 1 TO WS-NB-HORS-TOL
                 WHEN OTHER
                    MOVE "OK" TO WS-STATUT-POSTE
              END-EVALUATE

              MOVE WS-PST-ESP-ATT(WS-CPT-POSTE) TO WS-ESP-ATT-ED
              MOVE WS-PST-ESP-DECL(WS-CPT-POSTE) TO WS-ESP-DECL-ED
              MOVE WS-PST-CB-ATT(WS-CPT-POSTE) TO WS-CB-ATT-ED
              MOVE WS-PST-CB-DECL(WS-CPT-POSTE) TO WS-CB-DECL-ED
              MOVE WS-ECART-ESP TO WS-ECART-ESP-ED
              MOVE WS-ECART-CB TO WS-ECART-CB-ED

              MOVE SPACES TO F-RAPPROCHEMENT-LIGNE
              STRING WS-PST-DATE(WS-CPT-POSTE) ";"
                 WS-PST-CAISSIER(WS-CPT-POSTE) ";"
                 WS-PST-NB-SORTIES(WS-CPT-POSTE) ";"
                 WS-ESP-ATT-ED ";" WS-ESP-DECL-ED ";"
                 WS-ECART-ESP-ED ";"
                 WS-CB-ATT-ED ";" WS-CB-DECL-ED ";"
                 WS-ECART-CB-ED ";" WS-STATUT-POSTE
                 DELIMITED BY SIZE
                 INTO F-RAPPROCHEMENT-LIGNE
              END-STRING
              WRITE F-RAPPROCHEMENT-LIGNE

              IF WS-STATUT-POSTE NOT = "OK" THEN
                 DISPLAY "CAISSE " WS-STATUT-POSTE " : poste du "
                 WS-PST-DATE(WS-CPT-POSTE) " caissier "
                 WS-PST-CAISSIER(WS-CPT-POSTE) " écart espèces "
                 WS-ECART-ESP-ED " écart carte " WS-ECART-CB-ED
              END-IF

           END-PERFORM

           CLOSE F-RAPPROCHEMENT

           DISPLAY "Rapprochement des caisses : " WS-NB-POSTES
           " poste(s), " WS-NB-HORS-TOL " à revoir (tolérance "
           WS-TOLERANCE-CAISSE ")."

           EXIT PROGRAM.

      *    Recherche le poste WS-PST-DATE-IN / WS-PST-CAISSIER-IN
      *    et le crée s'il est absent ; WS-CPT-POSTE pointe le poste.
       6098-RECHERCHE-POSTE.
           SET WS-POSTE-TROUVE TO "N"

           PERFORM VARYING WS-CPT-POSTE FROM 1 BY 1
              UNTIL WS-CPT-POSTE > WS-NB-POSTES OR POSTE-TROUVE
              IF WS-PST-DATE(WS-CPT-POSTE) = WS-PST-DATE-IN AND
                 WS-PST-CAISSIER(WS-CPT-POSTE) = WS-PST-CAISSIER-IN
              THEN
                 SET POSTE-TROUVE TO TRUE
              END-IF
           END-PERFORM

           IF POSTE-TROUVE THEN
              SUBTRACT 1 FROM WS-CPT-POSTE
           ELSE
              IF WS-NB-POSTES < 100 THEN
                 ADD 1 TO WS-NB-POSTES
                 MOVE WS-NB-POSTES TO WS-CPT-POSTE
                 MOVE WS-PST-DATE-IN TO WS-PST-DATE(WS-CPT-POSTE)
                 MOVE WS-PST-CAISSIER-IN TO
                    WS-PST-CAISSIER(WS-CPT-POSTE)
                 MOVE "N" TO WS-PST-DECLARE(WS-CPT-POSTE)
                 MOVE 0 TO WS-PST-ESP-DECL(WS-CPT-POSTE)
                 MOVE 0 TO WS-PST-CB-DECL(WS-CPT-POSTE)
                 MOVE 0 TO WS-PST-ESP-ATT(WS-CPT-POSTE)
                 MOVE 0 TO WS-PST-CB-ATT(WS-CPT-POSTE)
                 MOVE 0 TO WS-PST-NB-SORTIES(WS-CPT-POSTE)
                 SET POSTE-TROUVE TO TRUE
              ELSE
                 DISPLAY "Table des postes de caisse pleine, poste "
                 WS-PST-DATE-IN " " WS-PST-CAISSIER-IN " ignoré."
              END-IF
           END-IF

           EXIT PROGRAM.

      *    Charge les comptes entreprises et leurs plaques depuis
      *    ParkingComptes.txt (C;code;société;adresse;remise et
      *    P;plaque;code).
       6099-CHARGE-COMPTES.
           OPEN INPUT F-COMPTES

           IF FS-COMPTES = "00" THEN
              PERFORM UNTIL FS-COMPTES = "10"
                 READ F-COMPTES INTO F-COMPTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CPTE-TYPE-TXT
                       MOVE SPACES TO WS-CPTE-CHAMP1-TXT
                       MOVE SPACES TO WS-CPTE-CHAMP2-TXT
                       MOVE SPACES TO WS-CPTE-CHAMP3-TXT
                       MOVE SPACES TO WS-CPTE-CHAMP4-TXT
                       UNSTRING F-COMPTES-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-CPTE-TYPE-TXT
                             WS-CPTE-CHAMP1-TXT
                             WS-CPTE-CHAMP2-TXT
                             WS-CPTE-CHAMP3-TXT
                             WS-CPTE-CHAMP4-TXT
                       END-UNSTRING

                       EVALUATE WS-CPTE-TYPE-TXT
                          WHEN "C"
                             IF WS-NB-CPTE < 30 THEN
                                ADD 1 TO WS-NB-CPTE
                                MOVE WS-CPTE-CHAMP1-TXT TO
                                   WS-CPTE-CODE(WS-NB-CPTE)
                                MOVE WS-CPTE-CHAMP2-TXT TO
                                   WS-CPTE-SOCIETE(WS-NB-CPTE)
                                MOVE WS-CPTE-CHAMP3-TXT TO
                                   WS-CPTE-ADRESSE(WS-NB-CPTE)
                                IF WS-CPTE-CHAMP4-TXT = SPACES THEN
                                   MOVE 0 TO WS-CPTE-REMISE(WS-NB-CPTE)
                                ELSE
                                   COMPUTE WS-CPTE-REMISE(WS-NB-CPTE) =
                                   FUNCTION NUMVAL(WS-CPTE-CHAMP4-TXT)
                                END-IF
                             END-IF
                          WHEN "P"
                             IF WS-NB-CPL < 100 THEN
                                ADD 1 TO WS-NB-CPL
                                MOVE WS-CPTE-CHAMP1-TXT TO
                                   WS-CPL-PLAQUE(WS-NB-CPL)
                                MOVE WS-CPTE-CHAMP2-TXT TO
                                   WS-CPL-CODE(WS-NB-CPL)
                             END-IF
                          WHEN OTHER
                             DISPLAY "Ligne de compte ignorée : "
                                F-COMPTES-LIGNE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE F-COMPTES
           ELSE
              DISPLAY "Pas de comptes entreprises."
           END-IF

           EXIT PROGRAM.

      *    Contrôle si la plaque en cours de sortie est rattachée à
      *    un compte entreprise connu ; WS-CPTE-IDX pointe le compte.
       6100-CONTROLE-COMPTE.
           SET WS-COMPTE-TROUVE TO "N"
           MOVE 0 TO WS-CPTE-IDX

           PERFORM VARYING WS-CPT-CPL FROM 1 BY 1
              UNTIL WS-CPT-CPL > WS-NB-CPL OR COMPTE-OK

              IF WS-CPL-PLAQUE(WS-CPT-CPL) = WS-NUMID THEN
                 PERFORM VARYING WS-CPT-CPTE FROM 1 BY 1
                    UNTIL WS-CPT-CPTE > WS-NB-CPTE OR COMPTE-OK
                    IF WS-CPTE-CODE(WS-CPT-CPTE) =
                       WS-CPL-CODE(WS-CPT-CPL) THEN
                       MOVE WS-CPT-CPTE TO WS-CPTE-IDX
                       SET COMPTE-OK TO TRUE
                    END-IF
                 END-PERFORM
              END-IF

           END-PERFORM

           EXIT PROGRAM.

      *    Porte le séjour au compte entreprise : montant remisé
      *    selon la remise négociée, ligne de mouvement en mode K
      *    avec le code du compte, et séjour détaillé ajouté à
      *    ParkingSejoursComptes.txt pour la facture du mois.
       6101-SEJOUR-COMPTE.
           COMPUTE WS-MONTANT-NET ROUNDED = WS-MONTANT-DU *
              (100 - WS-CPTE-REMISE(WS-CPTE-IDX)) / 100

           MOVE WS-MONTANT-NET TO WS-MONTANT-NET-ED
           MOVE WS-MONTANT-NET-ED TO WS-MVT-TARIF
           MOVE "K" TO WS-MVT-MODE
           MOVE WS-CPTE-CODE(WS-CPTE-IDX) TO WS-MVT-COMPTE

           MOVE WS-CPTE-CODE(WS-CPTE-IDX) TO WS-SEJ-COMPTE
           MOVE WS-NUMID TO WS-SEJ-PLAQUE
           MOVE WS-SAVE-EMPL-DATE TO WS-SEJ-DATE-ENT
           MOVE WS-SAVE-EMPL-HEURE TO WS-SEJ-HEURE-ENT
           MOVE WS-DHA-DATE TO WS-SEJ-DATE-SOR
           MOVE WS-DHA-HEURE TO WS-SEJ-HEURE-SOR
           MOVE WS-DUREE-HEURES TO WS-SEJ-DUREE-H
           MOVE WS-DUREE-MIN-RESTE TO WS-SEJ-DUREE-M
           MOVE WS-MVT-BANDE TO WS-SEJ-BANDE
           MOVE WS-MONTANT-DU TO WS-SEJ-BRUT
           MOVE WS-MONTANT-NET TO WS-SEJ-NET

           OPEN EXTEND F-SEJOURS
           IF FS-SEJOURS = "35" THEN
              OPEN OUTPUT F-SEJOURS
           END-IF
           MOVE WS-SEJOUR TO F-SEJOURS-LIGNE
           WRITE F-SEJOURS-LIGNE
           CLOSE F-SEJOURS

           DISPLAY "Sortie portée au compte "
           WS-CPTE-CODE(WS-CPTE-IDX) " ("
           FUNCTION TRIM(WS-CPTE-SOCIETE(WS-CPTE-IDX)) ") : "
           WS-MONTANT-NET-ED " après remise."

           EXIT PROGRAM.

      *    Facturation mensuelle des comptes entreprises : le
      *    premier passage d'un nouveau mois facture le mois écoulé,
      *    une facture par compte (FactureParking-code-AAAAMM.txt)
      *    listant chaque séjour, et une ligne par facture ajoutée
      *    au fichier des comptes clients. Le dernier mois facturé
      *    est conservé pour qu'un mois ne soit jamais facturé deux
      *    fois.
       6105-FACTURATION-MENSUELLE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE

           MOVE WS-DHA-DATE(1:4) TO WS-FACT-ANNEE
           MOVE WS-DHA-DATE(5:2) TO WS-FACT-MM
           IF WS-FACT-MM = 1 THEN
              SUBTRACT 1 FROM WS-FACT-ANNEE
              MOVE 12 TO WS-FACT-MM
           ELSE
              SUBTRACT 1 FROM WS-FACT-MM
           END-IF
           MOVE WS-FACT-ANNEE TO WS-FACT-MOIS(1:4)
           MOVE WS-FACT-MM TO WS-FACT-MOIS(5:2)

           MOVE SPACES TO WS-DERN-MOIS
           OPEN INPUT F-DERN-FACT
           IF FS-DERN-FACT = "00" THEN
              READ F-DERN-FACT INTO F-DERN-FACT-LIGNE
                 NOT AT END
                    MOVE F-DERN-FACT-LIGNE TO WS-DERN-MOIS
              END-READ
              CLOSE F-DERN-FACT
           END-IF

           IF WS-DERN-MOIS NOT = SPACES AND
              WS-DERN-MOIS >= WS-FACT-MOIS THEN
              DISPLAY "Comptes entreprises déjà facturés pour "
              WS-FACT-MOIS "."
           ELSE
              MOVE 0 TO WS-FACT-NB-FACTURES

              MOVE "AJ" TO DT-FONCTION
              MOVE WS-DHA-DATE TO DT-DATE-1
              MOVE 30 TO DT-NB-JOURS
              CALL "BC810" USING DT-PARAMETRES
              MOVE DT-DATE-RESULTAT TO WS-FACT-ECHEANCE

              PERFORM VARYING WS-CPT-CPTE FROM 1 BY 1
                 UNTIL WS-CPT-CPTE > WS-NB-CPTE
                 PERFORM 6106-FACTURE-COMPTE
              END-PERFORM

              OPEN OUTPUT F-DERN-FACT
              MOVE WS-FACT-MOIS TO F-DERN-FACT-LIGNE
              WRITE F-DERN-FACT-LIGNE
              CLOSE F-DERN-FACT

              DISPLAY "Facturation des comptes entreprises "
              WS-FACT-MOIS " : " WS-FACT-NB-FACTURES " facture(s)."
           END-IF

           EXIT PROGRAM.

      *    Facture du mois pour le compte WS-CPT-CPTE : relit les
      *    séjours portés au compte dont la sortie tombe dans le
      *    mois facturé. Un compte sans séjour n'a pas de facture.
       6106-FACTURE-COMPTE.
           MOVE "N" TO WS-FACT-OUVERTE
           MOVE 0 TO WS-FACT-NB-SEJ
           MOVE 0 TO WS-FACT-BRUT
           MOVE 0 TO WS-FACT-NET

           MOVE SPACES TO WS-FACT-NUMERO
           STRING "FP-" WS-FACT-MOIS "-"
              WS-CPTE-CODE(WS-CPT-CPTE) DELIMITED BY SPACE
              INTO WS-FACT-NUMERO
           END-STRING

           OPEN INPUT F-SEJOURS

           IF FS-SEJOURS = "00" THEN
              PERFORM UNTIL FS-SEJOURS = "10"
                 READ F-SEJOURS INTO WS-SEJOUR
                    NOT AT END
                       IF WS-SEJ-COMPTE = WS-CPTE-CODE(WS-CPT-CPTE)
                          AND WS-SEJ-DATE-SOR(1:6) = WS-FACT-MOIS THEN

                          IF NOT FACTURE-OUVERTE THEN
                             PERFORM 6107-ENTETE-FACTURE
                          END-IF

                          ADD 1 TO WS-FACT-NB-SEJ
                          COMPUTE WS-FACT-BRUT = WS-FACT-BRUT +
                             FUNCTION NUMVAL(WS-SEJ-BRUT)
                          COMPUTE WS-FACT-NET = WS-FACT-NET +
                             FUNCTION NUMVAL(WS-SEJ-NET)

                          MOVE SPACES TO F-FACTURE-LIGNE
                          STRING WS-SEJ-PLAQUE "   "
                             WS-SEJ-DATE-ENT " " WS-SEJ-HEURE-ENT(1:2)
                             ":" WS-SEJ-HEURE-ENT(3:2) "  "
                             WS-SEJ-DATE-SOR " " WS-SEJ-HEURE-SOR(1:2)
                             ":" WS-SEJ-HEURE-SOR(3:2) "  "
                             WS-SEJ-DUREE-H "h" WS-SEJ-DUREE-M "  "
                             WS-SEJ-BANDE "    " WS-SEJ-BRUT "  "
                             WS-SEJ-NET DELIMITED BY SIZE
                             INTO F-FACTURE-LIGNE
                          END-STRING
                          WRITE F-FACTURE-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SEJOURS
           END-IF

           IF FACTURE-OUVERTE THEN
              COMPUTE WS-FACT-REMISE = WS-FACT-BRUT - WS-FACT-NET

              MOVE SPACES TO F-FACTURE-LIGNE
              WRITE F-FACTURE-LIGNE
              MOVE WS-FACT-BRUT TO WS-FACT-TOTAL-ED
              MOVE SPACES TO F-FACTURE-LIGNE
              STRING "Total brut          : " WS-FACT-TOTAL-ED
                 " EUR (" WS-FACT-NB-SEJ " séjour(s))"
                 DELIMITED BY SIZE
                 INTO F-FACTURE-LIGNE
              END-STRING
              WRITE F-FACTURE-LIGNE
              MOVE WS-FACT-REMISE TO WS-FACT-TOTAL-ED
              MOVE SPACES TO F-FACTURE-LIGNE
              STRING "Remise " WS-REMISE-ED " %      : "
                 WS-FACT-TOTAL-ED " EUR" DELIMITED BY SIZE
                 INTO F-FACTURE-LIGNE
              END-STRING
              WRITE F-FACTURE-LIGNE
              MOVE WS-FACT-NET TO WS-FACT-TOTAL-ED
              MOVE SPACES TO F-FACTURE-LIGNE
              STRING "NET A PAYER         : " WS-FACT-TOTAL-ED
                 " EUR, échéance " WS-FACT-ECHEANCE
                 DELIMITED BY SIZE
                 INTO F-FACTURE-LIGNE
              END-STRING
              WRITE F-FACTURE-LIGNE

              CLOSE F-FACTURE
              ADD 1 TO WS-FACT-NB-FACTURES

      *       Ligne du fichier des comptes clients pour le
      *       comptable (facture;émission;échéance;compte;société;
      *       mois;séjours;brut;remise;net).
              MOVE WS-FACT-BRUT TO WS-FACT-BRUT-CC
              MOVE WS-FACT-REMISE TO WS-FACT-REMISE-CC
              MOVE WS-FACT-NET TO WS-FACT-NET-CC
              OPEN EXTEND F-CLIENTS
              IF FS-CLIENTS = "35" THEN
                 OPEN OUTPUT F-CLIENTS
              END-IF
              MOVE SPACES TO F-CLIENTS-LIGNE
              STRING WS-FACT-NUMERO ";" WS-DHA-DATE ";"
                 WS-FACT-ECHEANCE ";" WS-CPTE-CODE(WS-CPT-CPTE) ";"
                 WS-CPTE-SOCIETE(WS-CPT-CPTE) ";" WS-FACT-MOIS ";"
                 WS-FACT-NB-SEJ ";" WS-FACT-BRUT-CC ";"
                 WS-FACT-REMISE-CC ";" WS-FACT-NET-CC
                 DELIMITED BY SIZE
                 INTO F-CLIENTS-LIGNE
              END-STRING
              WRITE F-CLIENTS-LIGNE
              CLOSE F-CLIENTS

              DISPLAY "Facture " WS-FACT-NUMERO " : "
              WS-FACT-NB-SEJ " séjour(s), net " WS-FACT-TOTAL-ED
           END-IF

           EXIT PROGRAM.

      *    Ouvre la facture du compte courant et en écrit l'en-tête.
       6107-ENTETE-FACTURE.
           MOVE SPACES TO WS-FACTURE-NOM
           STRING "./out/FactureParking-" DELIMITED BY SIZE
              WS-CPTE-CODE(WS-CPT-CPTE) DELIMITED BY SPACE
              "-" WS-FACT-MOIS ".txt" DELIMITED BY SIZE
              INTO WS-FACTURE-NOM
           END-STRING

           OPEN OUTPUT F-FACTURE
           SET FACTURE-OUVERTE TO TRUE
           MOVE WS-CPTE-REMISE(WS-CPT-CPTE) TO WS-REMISE-ED

           MOVE SPACES TO F-FACTURE-LIGNE
           STRING "FACTURE STATIONNEMENT " WS-FACT-NUMERO
              " DU " WS-DHA-DATE DELIMITED BY SIZE
              INTO F-FACTURE-LIGNE
           END-STRING
           WRITE F-FACTURE-LIGNE
           MOVE SPACES TO F-FACTURE-LIGNE
           STRING "Compte " WS-CPTE-CODE(WS-CPT-CPTE) " - "
              WS-CPTE-SOCIETE(WS-CPT-CPTE) DELIMITED BY SIZE
              INTO F-FACTURE-LIGNE
           END-STRING
           WRITE F-FACTURE-LIGNE
           MOVE WS-CPTE-ADRESSE(WS-CPT-CPTE) TO F-FACTURE-LIGNE
           WRITE F-FACTURE-LIGNE
           MOVE SPACES TO F-FACTURE-LIGNE
           STRING "Période " WS-FACT-MOIS " - remise négociée "
              WS-REMISE-ED " %" DELIMITED BY SIZE
              INTO F-FACTURE-LIGNE
           END-STRING
           WRITE F-FACTURE-LIGNE
           MOVE SPACES TO F-FACTURE-LIGNE
           WRITE F-FACTURE-LIGNE
           MOVE SPACES TO F-FACTURE-LIGNE
           STRING "PLAQ   ENTREE            SORTIE            "
              "DUREE     BANDE BRUT      NET" DELIMITED BY SIZE
              INTO F-FACTURE-LIGNE
           END-STRING
           WRITE F-FACTURE-LIGNE

           EXIT PROGRAM.

      *    Charge les validations des restaurants
      *    (ticket;plaque;site;montant de l'addition) et les règles
      *    de validation (seuil;minutes offertes;remise en %), puis
      *    marque comme utilisées les validations déjà appliquées
      *    (reprise après coupure).
       6110-CHARGE-VALIDATIONS.
           OPEN INPUT F-REGLES-VALID

           IF FS-REGLES-VALID = "00" THEN
              PERFORM UNTIL FS-REGLES-VALID = "10"
                 READ F-REGLES-VALID INTO F-REGLES-VALID-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-VAL-CHAMP1-TXT
                       MOVE SPACES TO WS-VAL-CHAMP2-TXT
                       MOVE SPACES TO WS-VAL-CHAMP3-TXT
                       UNSTRING F-REGLES-VALID-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-VAL-CHAMP1-TXT
                             WS-VAL-CHAMP2-TXT
                             WS-VAL-CHAMP3-TXT
                       END-UNSTRING

                       IF WS-VAL-CHAMP1-TXT NOT = SPACES AND
                          WS-NB-REG < 20 THEN
                          ADD 1 TO WS-NB-REG
                          COMPUTE WS-REG-SEUIL(WS-NB-REG) =
                             FUNCTION NUMVAL(WS-VAL-CHAMP1-TXT)
                          MOVE 0 TO WS-REG-MINUTES(WS-NB-REG)
                          MOVE 0 TO WS-REG-REMISE(WS-NB-REG)
                          IF WS-VAL-CHAMP2-TXT NOT = SPACES THEN
                             COMPUTE WS-REG-MINUTES(WS-NB-REG) =
                                FUNCTION NUMVAL(WS-VAL-CHAMP2-TXT)
                          END-IF
                          IF WS-VAL-CHAMP3-TXT NOT = SPACES THEN
                             COMPUTE WS-REG-REMISE(WS-NB-REG) =
                                FUNCTION NUMVAL(WS-VAL-CHAMP3-TXT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-REGLES-VALID
           ELSE
              DISPLAY "Pas de règles de validation restaurant."
           END-IF

           OPEN INPUT F-VALIDATIONS

           IF FS-VALIDATIONS = "00" THEN
              PERFORM UNTIL FS-VALIDATIONS = "10"
                 READ F-VALIDATIONS INTO F-VALIDATIONS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-VAL-CHAMP1-TXT
                       MOVE SPACES TO WS-VAL-CHAMP2-TXT
                       MOVE SPACES TO WS-VAL-CHAMP3-TXT
                       MOVE SPACES TO WS-VAL-CHAMP4-TXT
                       UNSTRING F-VALIDATIONS-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-VAL-CHAMP1-TXT
                             WS-VAL-CHAMP2-TXT
                             WS-VAL-CHAMP3-TXT
                             WS-VAL-CHAMP4-TXT
                       END-UNSTRING

                       IF WS-VAL-CHAMP2-TXT NOT = SPACES AND
                          WS-NB-VAL < 200 THEN
                          ADD 1 TO WS-NB-VAL
                          MOVE WS-VAL-CHAMP1-TXT TO
                             WS-VAL-TICKET(WS-NB-VAL)
                          MOVE WS-VAL-CHAMP2-TXT TO
                             WS-VAL-PLAQUE(WS-NB-VAL)
                          MOVE WS-VAL-CHAMP3-TXT TO
                             WS-VAL-SITE(WS-NB-VAL)
                          MOVE 0 TO WS-VAL-ADDITION(WS-NB-VAL)
                          IF WS-VAL-CHAMP4-TXT NOT = SPACES THEN
                             COMPUTE WS-VAL-ADDITION(WS-NB-VAL) =
                                FUNCTION NUMVAL(WS-VAL-CHAMP4-TXT)
                          END-IF
                          MOVE "N" TO WS-VAL-UTILISEE(WS-NB-VAL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-VALIDATIONS
           END-IF

      *    Une validation déjà portée dans le fichier des séjours
      *    validés ne peut pas resservir.
           OPEN INPUT F-VALID-APPL

           IF FS-VALID-APPL = "00" THEN
              PERFORM UNTIL FS-VALID-APPL = "10"
                 READ F-VALID-APPL INTO WS-VALID-APPL
                    NOT AT END
                       PERFORM VARYING WS-CPT-VAL FROM 1 BY 1
                          UNTIL WS-CPT-VAL > WS-NB-VAL
                          IF WS-VAL-TICKET(WS-CPT-VAL) =
                             WS-VAP-TICKET AND
                             WS-VAL-SITE(WS-CPT-VAL) = WS-VAP-SITE THEN
                             MOVE "O" TO WS-VAL-UTILISEE(WS-CPT-VAL)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE F-VALID-APPL
           END-IF

           EXIT PROGRAM.

      *    Recherche une validation restaurant non utilisée pour la
      *    plaque qui sort, puis la règle dont le seuil est le plus
      *    élevé atteint par l'addition. WS-VAL-IDX et WS-REG-IDX
      *    pointent la validation et la règle retenues.
       6111-RECHERCHE-VALIDATION.
           SET WS-VALIDATION-TROUVEE TO "N"
           MOVE 0 TO WS-VAL-IDX
           MOVE 0 TO WS-REG-IDX

           PERFORM VARYING WS-CPT-VAL FROM 1 BY 1
              UNTIL WS-CPT-VAL > WS-NB-VAL OR WS-VAL-IDX > 0
              IF WS-VAL-PLAQUE(WS-CPT-VAL) = WS-NUMID AND
                 WS-VAL-UTILISEE(WS-CPT-VAL) = "N" THEN
                 MOVE WS-CPT-VAL TO WS-VAL-IDX
              END-IF
           END-PERFORM

           IF WS-VAL-IDX > 0 THEN
              PERFORM VARYING WS-CPT-REG FROM 1 BY 1
                 UNTIL WS-CPT-REG > WS-NB-REG
                 IF WS-VAL-ADDITION(WS-VAL-IDX) >=
                    WS-REG-SEUIL(WS-CPT-REG) THEN
                    IF WS-REG-IDX = 0 THEN
                       MOVE WS-CPT-REG TO WS-REG-IDX
                    ELSE
                       IF WS-REG-SEUIL(WS-CPT-REG) >
                          WS-REG-SEUIL(WS-REG-IDX) THEN
                          MOVE WS-CPT-REG TO WS-REG-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM

              IF WS-REG-IDX > 0 THEN
                 SET VALIDATION-OK TO TRUE
              ELSE
                 DISPLAY "Validation " WS-VAL-TICKET(WS-VAL-IDX)
                 " : addition sous le premier seuil, tarif normal."
              END-IF
           END-IF

           EXIT PROGRAM.

      *    Trace le séjour validé dans ParkingValidationsAppliquees
      *    .txt (montant plein, montant payé et montant offert par
      *    le restaurant) et marque la validation comme utilisée.
       6112-TRACE-VALIDATION.
           MOVE WS-DHA-DATE TO WS-VAP-DATE
           MOVE WS-DHA-HEURE TO WS-VAP-HEURE
           MOVE WS-VAL-SITE(WS-VAL-IDX) TO WS-VAP-SITE
           MOVE WS-VAL-TICKET(WS-VAL-IDX) TO WS-VAP-TICKET
           MOVE WS-NUMID TO WS-VAP-PLAQUE
           MOVE WS-VAL-ADDITION(WS-VAL-IDX) TO WS-VAP-ADDITION
           MOVE WS-MONTANT-PLEIN TO WS-VAP-PLEIN
           MOVE WS-MONTANT-DU TO WS-VAP-PAYE
           MOVE WS-MONTANT-OFFERT TO WS-VAP-OFFERT

           OPEN EXTEND F-VALID-APPL
           IF FS-VALID-APPL = "35" THEN
              OPEN OUTPUT F-VALID-APPL
           END-IF
           MOVE WS-VALID-APPL TO F-VALID-APPL-LIGNE
           WRITE F-VALID-APPL-LIGNE
           CLOSE F-VALID-APPL

           MOVE "O" TO WS-VAL-UTILISEE(WS-VAL-IDX)

           DISPLAY "Validation " WS-VAL-TICKET(WS-VAL-IDX) " ("
           FUNCTION TRIM(WS-VAL-SITE(WS-VAL-IDX)) ") : "
           WS-REG-MINUTES(WS-REG-IDX) " min offertes, remise "
           WS-REG-REMISE(WS-REG-IDX) " %, offert " WS-VAP-OFFERT

           EXIT PROGRAM.

      *    Section du rapport Z : une ligne par séjour validé du
      *    jour, pour la refacturation interne aux restaurants du
      *    stationnement qu'ils ont offert.
       6113-Z-VALIDATIONS.
           MOVE 0 TO WS-Z-VALID-NB
           MOVE 0 TO WS-Z-VALID-OFFERT

           OPEN INPUT F-VALID-APPL

           IF FS-VALID-APPL = "00" THEN
              DISPLAY "--- Validations restaurants à refacturer ---"
              DISPLAY "SITE       TICKET     PLAQ ADDITION PLEIN   "
                 " PAYE     OFFERT"
              PERFORM UNTIL FS-VALID-APPL = "10"
                 READ F-VALID-APPL INTO WS-VALID-APPL
                    NOT AT END
                       IF WS-VAP-DATE = WS-Z-DATE THEN
                          ADD 1 TO WS-Z-VALID-NB
                          COMPUTE WS-Z-VALID-OFFERT =
                             WS-Z-VALID-OFFERT +
                             FUNCTION NUMVAL(WS-VAP-OFFERT)
                          DISPLAY WS-VAP-SITE " " WS-VAP-TICKET " "
                             WS-VAP-PLAQUE " " WS-VAP-ADDITION " "
                             WS-VAP-PLEIN " " WS-VAP-PAYE " "
                             WS-VAP-OFFERT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-VALID-APPL
              DISPLAY "Séjours validés    : " WS-Z-VALID-NB
              DISPLAY "OFFERT PAR LES RESTAURANTS : "
                 WS-Z-VALID-OFFERT
           END-IF

           EXIT PROGRAM.

      *    Charge le plan des bornes de recharge depuis
      *    ParkingBornes.txt (niveau;emplacement;borne;lot), avec
      *    les mêmes garde-fous que les réservations, et la liste
      *    des bornes servant au rapport mensuel.
       6115-CHARGE-BORNES.
           OPEN INPUT F-BORNES

           IF FS-BORNES = "00" THEN
              PERFORM UNTIL FS-BORNES = "10"
                 READ F-BORNES INTO F-BORNES-LIGNE
                    NOT AT END
                       MOVE SPACE TO WS-BRN-LOT-TXT
                       MOVE SPACES TO WS-BRN-ID-TXT
                       UNSTRING F-BORNES-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-BRN-NIV-TXT
                             WS-BRN-EMP-TXT
                             WS-BRN-ID-TXT
                             WS-BRN-LOT-TXT
                       END-UNSTRING

                       IF WS-BRN-LOT-TXT IS NUMERIC AND
                          WS-BRN-LOT-TXT >= "1" AND
                          WS-BRN-LOT-TXT <= "2" THEN
                          MOVE WS-BRN-LOT-TXT TO WS-LOT-COURANT
                       ELSE
                          MOVE 1 TO WS-LOT-COURANT
                       END-IF

                       IF WS-BRN-NIV-TXT >= 1
                          AND WS-BRN-NIV-TXT <= WS-NB-NIVEAUX
                          AND WS-BRN-EMP-TXT >= 1
                          AND WS-BRN-EMP-TXT <= WS-NB-EMPLACEMENTS
                          AND WS-BRN-ID-TXT NOT = SPACES
                          AND WS-NB-BRL < 60 THEN
                          MOVE WS-BRN-ID-TXT TO
                             WS-BRN-ID(WS-LOT-COURANT,
                                WS-BRN-NIV-TXT,WS-BRN-EMP-TXT)
                          ADD 1 TO WS-NB-BRL
                          MOVE WS-BRN-ID-TXT TO WS-BRL-ID(WS-NB-BRL)
                          MOVE WS-LOT-COURANT TO WS-BRL-LOT(WS-NB-BRL)
                          MOVE WS-BRN-NIV-TXT TO WS-BRL-NIV(WS-NB-BRL)
                          MOVE WS-BRN-EMP-TXT TO WS-BRL-EMP(WS-NB-BRL)
                       ELSE
                          DISPLAY "Borne ignorée (niveau/emplacement "
                             "hors bornes) : " F-BORNES-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-BORNES
           ELSE
              DISPLAY "Pas d'emplacements équipés de bornes."
           END-IF

      *    Le lot courant est repositionné par chaque transaction.
           MOVE 1 TO WS-LOT-COURANT

           EXIT PROGRAM.

      *    Rapproche les relevés de la borne de l'emplacement libéré
      *    du séjour (charges commencées entre l'entrée et la
      *    sortie) et calcule l'énergie et l'inactivité à facturer.
       6116-RECHARGE-SEJOUR.
           SET WS-SORTIE-BORNE TO "N"
           MOVE 0 TO WS-RCH-KWH
           MOVE 0 TO WS-RCH-MIN-CHARGE
           MOVE 0 TO WS-MONTANT-ENERGIE
           MOVE 0 TO WS-MONTANT-INACTIF
           MOVE 0 TO WS-MONTANT-RECHARGE
           MOVE SPACES TO WS-RCH-FIN-MAX

           IF WS-BRN-ID(WS-SAVE-LOT,WS-SAVE-NIV,WS-SAVE-EMP)
              NOT = SPACES THEN
              SET SORTIE-BORNE TO TRUE

              MOVE SPACES TO WS-ENTREE-DH
              STRING WS-SAVE-EMPL-DATE WS-SAVE-EMPL-HEURE
                 DELIMITED BY SIZE INTO WS-ENTREE-DH
              END-STRING
              MOVE WS-DATE-HEURE-ACTUELLE TO WS-SORTIE-DH

              OPEN INPUT F-RECHARGES
              IF FS-RECHARGES = "00" THEN
                 PERFORM UNTIL FS-RECHARGES = "10"
                    READ F-RECHARGES INTO F-RECHARGES-LIGNE
                       NOT AT END
                          PERFORM 6117-RELEVE-RECHARGE
                    END-READ
                 END-PERFORM
                 CLOSE F-RECHARGES
              END-IF

              COMPUTE WS-MONTANT-ENERGIE ROUNDED =
                 WS-RCH-KWH * WS-TARIF-KWH

      *       Inactivité : le véhicule reste branché après la fin de
      *       charge ; chaque heure entamée au-delà de la période de
      *       grâce est facturée.
              IF WS-RCH-FIN-MAX NOT = SPACES THEN
                 MOVE WS-RCH-FIN-MAX TO WS-DH-CALC
                 PERFORM 6118-MINUTES-DH
                 MOVE WS-DH-MINUTES TO WS-DH-MIN-DEB
                 MOVE WS-SORTIE-DH TO WS-DH-CALC
                 PERFORM 6118-MINUTES-DH
                 COMPUTE WS-MIN-INACTIF = WS-DH-MINUTES -
                    WS-DH-MIN-DEB - WS-GRACE-INACTIF
                 IF WS-MIN-INACTIF > 0 THEN
                    COMPUTE WS-H-INACTIF = (WS-MIN-INACTIF + 59) / 60
                    COMPUTE WS-MONTANT-INACTIF =
                       WS-H-INACTIF * WS-TARIF-INACTIF
                 END-IF
              END-IF

              COMPUTE WS-MONTANT-RECHARGE =
                 WS-MONTANT-ENERGIE + WS-MONTANT-INACTIF
           END-IF

           EXIT PROGRAM.

      *    Un relevé de borne : retenu s'il porte sur l'emplacement
      *    libéré et si la charge a commencé pendant le séjour.
       6117-RELEVE-RECHARGE.
           MOVE SPACES TO WS-RCH-LOT-TXT
           MOVE SPACES TO WS-RCH-NIV-TXT
           MOVE SPACES TO WS-RCH-EMP-TXT
           MOVE SPACES TO WS-RCH-KWH-TXT
           MOVE SPACES TO WS-RCH-DEBUT-TXT
           MOVE SPACES TO WS-RCH-FIN-TXT
           UNSTRING F-RECHARGES-LIGNE
              DELIMITED BY ";"
              INTO
                 WS-RCH-LOT-TXT
                 WS-RCH-NIV-TXT
                 WS-RCH-EMP-TXT
                 WS-RCH-KWH-TXT
                 WS-RCH-DEBUT-TXT
                 WS-RCH-FIN-TXT
           END-UNSTRING

           IF WS-RCH-LOT-TXT IS NUMERIC AND
              WS-RCH-NIV-TXT IS NUMERIC AND
              WS-RCH-EMP-TXT IS NUMERIC AND
              WS-RCH-DEBUT-TXT IS NUMERIC AND
              WS-RCH-FIN-TXT IS NUMERIC THEN
              IF WS-RCH-LOT-TXT = WS-SAVE-LOT AND
                 WS-RCH-NIV-TXT = WS-SAVE-NIV AND
                 WS-RCH-EMP-TXT = WS-SAVE-EMP AND
                 WS-RCH-DEBUT-TXT >= WS-ENTREE-DH AND
                 WS-RCH-DEBUT-TXT <= WS-SORTIE-DH THEN

                 COMPUTE WS-RCH-KWH = WS-RCH-KWH +
                    FUNCTION NUMVAL(WS-RCH-KWH-TXT)

      *          Une charge relevée au-delà de la sortie est bornée à
      *          l'heure de sortie.
                 IF WS-RCH-FIN-TXT > WS-SORTIE-DH THEN
                    MOVE WS-SORTIE-DH TO WS-RCH-FIN-TXT
                 END-IF

                 MOVE WS-RCH-DEBUT-TXT TO WS-DH-CALC
                 PERFORM 6118-MINUTES-DH
                 MOVE WS-DH-MINUTES TO WS-DH-MIN-DEB
                 MOVE WS-RCH-FIN-TXT TO WS-DH-CALC
                 PERFORM 6118-MINUTES-DH
                 IF WS-DH-MINUTES > WS-DH-MIN-DEB THEN
                    COMPUTE WS-RCH-MIN-CHARGE = WS-RCH-MIN-CHARGE +
                       WS-DH-MINUTES - WS-DH-MIN-DEB
                 END-IF

                 IF WS-RCH-FIN-MAX = SPACES OR
                    WS-RCH-FIN-TXT > WS-RCH-FIN-MAX THEN
                    MOVE WS-RCH-FIN-TXT TO WS-RCH-FIN-MAX
                 END-IF
              END-IF
           ELSE
              DISPLAY "Relevé de borne ignoré : " F-RECHARGES-LIGNE
           END-IF

           EXIT PROGRAM.

      *    Convertit un horodatage AAAAMMJJHHMMSS en minutes depuis
      *    l'origine du calendrier, pour le calcul des écarts.
       6118-MINUTES-DH.
           MOVE "NJ" TO DT-FONCTION
           MOVE WS-DH-CALC(1:8) TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           COMPUTE WS-DH-MINUTES =
              DT-JOURS-RESULTAT * 1440
              + FUNCTION NUMVAL(WS-DH-CALC(9:2)) * 60
              + FUNCTION NUMVAL(WS-DH-CALC(11:2))

           EXIT PROGRAM.

      *    Trace le séjour sur borne dans ParkingRechargesSejours.txt.
      *    Un abonné n'est pas facturé à l'acte : son séjour est
      *    tracé pour l'occupation, sans chiffre d'affaires.
       6119-TRACE-RECHARGE.
           IF ABONNE-OK THEN
              MOVE 0 TO WS-MONTANT-ENERGIE
              MOVE 0 TO WS-MONTANT-INACTIF
           END-IF

           MOVE WS-DHA-DATE TO WS-RSJ-DATE
           MOVE WS-DHA-HEURE TO WS-RSJ-HEURE
           MOVE WS-BRN-ID(WS-SAVE-LOT,WS-SAVE-NIV,WS-SAVE-EMP) TO
              WS-RSJ-BORNE
           MOVE WS-NUMID TO WS-RSJ-PLAQUE
           MOVE WS-RCH-KWH TO WS-RSJ-KWH
           MOVE WS-MONTANT-ENERGIE TO WS-RSJ-ENERGIE
           MOVE WS-MONTANT-INACTIF TO WS-RSJ-INACTIF
           MOVE WS-DUREE-MINUTES TO WS-RSJ-MIN-OCC
           MOVE WS-RCH-MIN-CHARGE TO WS-RSJ-MIN-CHARGE

           OPEN EXTEND F-RECHARGES-SEJ
           IF FS-RECHARGES-SEJ = "35" THEN
              OPEN OUTPUT F-RECHARGES-SEJ
           END-IF
           MOVE WS-RECHARGE-SEJ TO F-RECHARGES-SEJ-LIGNE
           WRITE F-RECHARGES-SEJ-LIGNE
           CLOSE F-RECHARGES-SEJ

           DISPLAY "Borne " WS-RSJ-BORNE " : " WS-RSJ-KWH " kWh, "
              "énergie " WS-RSJ-ENERGIE ", inactivité " WS-RSJ-INACTIF

           EXIT PROGRAM.

      *    Rapport mensuel par borne (mois en cours) : séjours,
      *    énergie délivrée, chiffre d'affaires recharge et temps
      *    d'occupation sans charge, dans ParkingRapportBornes.txt.
       6120-RAPPORT-BORNES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           MOVE WS-DHA-DATE(1:6) TO WS-RB-MOIS

           PERFORM VARYING WS-CPT-BRL FROM 1 BY 1
              UNTIL WS-CPT-BRL > WS-NB-BRL
              MOVE 0 TO WS-BRL-SESSIONS(WS-CPT-BRL)
              MOVE 0 TO WS-BRL-KWH(WS-CPT-BRL)
              MOVE 0 TO WS-BRL-CA(WS-CPT-BRL)
              MOVE 0 TO WS-BRL-MIN-OCC(WS-CPT-BRL)
              MOVE 0 TO WS-BRL-MIN-CHARGE(WS-CPT-BRL)
           END-PERFORM

           OPEN INPUT F-RECHARGES-SEJ
           IF FS-RECHARGES-SEJ = "00" THEN
              PERFORM UNTIL FS-RECHARGES-SEJ = "10"
                 READ F-RECHARGES-SEJ INTO WS-RECHARGE-SEJ
                    NOT AT END
                       IF WS-RSJ-DATE(1:6) = WS-RB-MOIS THEN
                          PERFORM VARYING WS-CPT-BRL FROM 1 BY 1
                             UNTIL WS-CPT-BRL > WS-NB-BRL
                             IF WS-BRL-ID(WS-CPT-BRL) =
                                WS-RSJ-BORNE THEN
                                ADD 1 TO WS-BRL-SESSIONS(WS-CPT-BRL)
                                COMPUTE WS-BRL-KWH(WS-CPT-BRL) =
                                   WS-BRL-KWH(WS-CPT-BRL) +
                                   FUNCTION NUMVAL(WS-RSJ-KWH)
                                COMPUTE WS-BRL-CA(WS-CPT-BRL) =
                                   WS-BRL-CA(WS-CPT-BRL) +
                                   FUNCTION NUMVAL(WS-RSJ-ENERGIE) +
                                   FUNCTION NUMVAL(WS-RSJ-INACTIF)
                                ADD WS-RSJ-MIN-OCC TO
                                   WS-BRL-MIN-OCC(WS-CPT-BRL)
                                ADD WS-RSJ-MIN-CHARGE TO
                                   WS-BRL-MIN-CHARGE(WS-CPT-BRL)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECHARGES-SEJ
           END-IF

           OPEN OUTPUT F-RAPPORT-BORNES

           MOVE SPACES TO F-RAPPORT-BORNES-LIGNE
           STRING "RAPPORT MENSUEL DES BORNES DE RECHARGE - MOIS "
              WS-RB-MOIS " (au " WS-DHA-DATE ")"
              DELIMITED BY SIZE INTO F-RAPPORT-BORNES-LIGNE
           END-STRING
           WRITE F-RAPPORT-BORNES-LIGNE
           MOVE SPACES TO F-RAPPORT-BORNES-LIGNE
           STRING "BORNE  EMPL  SEJOURS        KWH         CA  "
              "H OCCUP H SANS CHARGE  %SANS"
              DELIMITED BY SIZE INTO F-RAPPORT-BORNES-LIGNE
           END-STRING
           WRITE F-RAPPORT-BORNES-LIGNE

           PERFORM VARYING WS-CPT-BRL FROM 1 BY 1
              UNTIL WS-CPT-BRL > WS-NB-BRL
              IF WS-BRL-MIN-OCC(WS-CPT-BRL) >
                 WS-BRL-MIN-CHARGE(WS-CPT-BRL) THEN
                 COMPUTE WS-RB-MIN-SANS = WS-BRL-MIN-OCC(WS-CPT-BRL)
                    - WS-BRL-MIN-CHARGE(WS-CPT-BRL)
              ELSE
                 MOVE 0 TO WS-RB-MIN-SANS
              END-IF
              IF WS-BRL-MIN-OCC(WS-CPT-BRL) > 0 THEN
                 COMPUTE WS-RB-PCT ROUNDED = WS-RB-MIN-SANS * 100
                    / WS-BRL-MIN-OCC(WS-CPT-BRL)
              ELSE
                 MOVE 0 TO WS-RB-PCT
              END-IF
              MOVE WS-BRL-KWH(WS-CPT-BRL) TO WS-RB-KWH-ED
              MOVE WS-BRL-CA(WS-CPT-BRL) TO WS-RB-CA-ED
              COMPUTE WS-RB-H-OCC-ED = WS-BRL-MIN-OCC(WS-CPT-BRL) / 60
              COMPUTE WS-RB-H-SANS-ED = WS-RB-MIN-SANS / 60
              MOVE WS-RB-PCT TO WS-RB-PCT-ED

              MOVE SPACES TO F-RAPPORT-BORNES-LIGNE
              STRING WS-BRL-ID(WS-CPT-BRL) " "
                 WS-BRL-LOT(WS-CPT-BRL) WS-BRL-NIV(WS-CPT-BRL)
                 WS-BRL-EMP(WS-CPT-BRL) "  "
                 WS-BRL-SESSIONS(WS-CPT-BRL) " " WS-RB-KWH-ED " "
                 WS-RB-CA-ED " " WS-RB-H-OCC-ED "        "
                 WS-RB-H-SANS-ED "    " WS-RB-PCT-ED
                 DELIMITED BY SIZE INTO F-RAPPORT-BORNES-LIGNE
              END-STRING
              WRITE F-RAPPORT-BORNES-LIGNE
           END-PERFORM

           CLOSE F-RAPPORT-BORNES

           DISPLAY "Rapport des bornes du mois " WS-RB-MOIS " : "
              WS-NB-BRL " borne(s)."

           EXIT PROGRAM.

      *    Reprend le dernier numéro de reçu attribué. Le fichier
      *    des reçus est relu pour ne jamais redonner un numéro déjà
      *    émis si le compteur a été perdu.
       6121-CHARGE-NUMERO-RECU.
           MOVE 0 TO WS-DERNIER-RECU

           OPEN INPUT F-DERN-RECU
           IF FS-DERN-RECU = "00" THEN
              READ F-DERN-RECU INTO F-DERN-RECU-LIGNE
                 NOT AT END
                    IF F-DERN-RECU-LIGNE IS NUMERIC THEN
                       MOVE F-DERN-RECU-LIGNE TO WS-DERNIER-RECU
                    END-IF
              END-READ
              CLOSE F-DERN-RECU
           END-IF

           OPEN INPUT F-RECUS
           IF FS-RECUS = "00" THEN
              PERFORM UNTIL FS-RECUS = "10"
                 READ F-RECUS INTO WS-RECU
                    NOT AT END
                       IF WS-RCU-NUMERO IS NUMERIC AND
                          WS-RCU-NUMERO > WS-DERNIER-RECU THEN
                          MOVE WS-RCU-NUMERO TO WS-DERNIER-RECU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECUS
           END-IF

           EXIT PROGRAM.

      *    Emet le reçu de la sortie payée qui vient d'être
      *    facturée : numéro suivant, ventilation HT / TVA / TTC à
      *    partir du montant TTC de la ligne de mouvement, écriture
      *    dans ParkingRecus.txt puis mise à jour du compteur.
       6122-EMET-RECU.
           COMPUTE WS-RECU-TTC = FUNCTION NUMVAL(WS-MVT-TARIF)
           COMPUTE WS-RECU-HT ROUNDED =
              WS-RECU-TTC * 100 / (100 + WS-TAUX-TVA)
           COMPUTE WS-RECU-TVA = WS-RECU-TTC - WS-RECU-HT

           ADD 1 TO WS-DERNIER-RECU
           MOVE WS-DERNIER-RECU TO WS-RCU-NUMERO
           MOVE WS-NUMID TO WS-RCU-PLAQUE
           MOVE WS-SAVE-EMPL-DATE TO WS-RCU-DATE-ENT
           MOVE WS-SAVE-EMPL-HEURE TO WS-RCU-HEURE-ENT
           MOVE WS-DHA-DATE TO WS-RCU-DATE-SOR
           MOVE WS-DHA-HEURE TO WS-RCU-HEURE-SOR
           MOVE WS-DUREE-HEURES TO WS-RCU-DUREE-H
           MOVE WS-DUREE-MIN-RESTE TO WS-RCU-DUREE-M
           MOVE WS-MVT-BANDE TO WS-RCU-BANDE
           MOVE WS-RECU-HT TO WS-RCU-HT
           MOVE WS-TAUX-TVA TO WS-RCU-TAUX
           MOVE WS-RECU-TVA TO WS-RCU-TVA
           MOVE WS-RECU-TTC TO WS-RCU-TTC
           MOVE WS-MVT-MODE TO WS-RCU-MODE

           OPEN EXTEND F-RECUS
           IF FS-RECUS = "35" THEN
              OPEN OUTPUT F-RECUS
           END-IF
           MOVE WS-RECU TO F-RECUS-LIGNE
           WRITE F-RECUS-LIGNE
           CLOSE F-RECUS

           OPEN OUTPUT F-DERN-RECU
           MOVE WS-DERNIER-RECU TO F-DERN-RECU-LIGNE
           WRITE F-DERN-RECU-LIGNE
           CLOSE F-DERN-RECU

           SET WS-RECU-DUPLICATA TO "N"
           PERFORM 6123-IMPRIME-RECU

           EXIT PROGRAM.

      *    Impression du reçu courant (WS-RECU), à l'émission ou en
      *    duplicata.
       6123-IMPRIME-RECU.
           DISPLAY "----------------------------------------"
           IF RECU-DUPLICATA THEN
              DISPLAY "RECU N° " WS-RCU-NUMERO "        DUPLICATA"
           ELSE
              DISPLAY "RECU N° " WS-RCU-NUMERO
           END-IF
           DISPLAY "Véhicule     : " WS-RCU-PLAQUE
           IF WS-RCU-DATE-ENT = SPACES THEN
              DISPLAY "Entrée       : inconnue (ticket perdu)"
           ELSE
              DISPLAY "Entrée       : " WS-RCU-DATE-ENT " "
                 WS-RCU-HEURE-ENT(1:2) ":" WS-RCU-HEURE-ENT(3:2)
           END-IF
           DISPLAY "Sortie       : " WS-RCU-DATE-SOR " "
              WS-RCU-HEURE-SOR(1:2) ":" WS-RCU-HEURE-SOR(3:2)
           DISPLAY "Durée        : " WS-RCU-DUREE-H "h" WS-RCU-DUREE-M
              "   bande " WS-RCU-BANDE
           DISPLAY "Montant HT   : " WS-RCU-HT
           DISPLAY "TVA " WS-RCU-TAUX " % : " WS-RCU-TVA
           DISPLAY "TOTAL TTC    : " WS-RCU-TTC
           DISPLAY "----------------------------------------"

           EXIT PROGRAM.

      *    Réimpression d'un reçu par son numéro (ordre P,numéro).
       6124-REIMPRIME-RECU.
           MOVE SPACES TO WS-RECU-DEMANDE-TXT
           UNSTRING WS-SAISIE
              DELIMITED BY ","
              INTO WS-ORDRE
                   WS-RECU-DEMANDE-TXT
           END-UNSTRING

           SET WS-RECU-TROUVE TO "N"
           IF FUNCTION TRIM(WS-RECU-DEMANDE-TXT) IS NUMERIC THEN
              COMPUTE WS-RECU-DEMANDE =
                 FUNCTION NUMVAL(WS-RECU-DEMANDE-TXT)

              OPEN INPUT F-RECUS
              IF FS-RECUS = "00" THEN
                 PERFORM UNTIL FS-RECUS = "10" OR RECU-TROUVE
                    READ F-RECUS INTO WS-RECU
                       NOT AT END
                          IF WS-RCU-NUMERO = WS-RECU-DEMANDE THEN
                             SET RECU-TROUVE TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-RECUS
              END-IF
           END-IF

           IF RECU-TROUVE THEN
              SET RECU-DUPLICATA TO TRUE
              PERFORM 6123-IMPRIME-RECU
           ELSE
              DISPLAY "Reçu introuvable : " WS-RECU-DEMANDE-TXT
           END-IF

           EXIT PROGRAM.

      *    Contrôle de fin de journée : relit tous les reçus et
      *    vérifie que la séquence part de 1 sans trou ni doublon
      *    jusqu'au dernier numéro attribué. Chaque numéro manquant
      *    est signalé et tracé dans le fichier des anomalies.
       6125-CONTROLE-SEQUENCE-RECUS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           MOVE 1 TO WS-SEQ-ATTENDU
           MOVE 0 TO WS-SEQ-NB-RECUS
           MOVE 0 TO WS-SEQ-MANQUANTS
           MOVE 0 TO WS-SEQ-DOUBLONS

           OPEN INPUT F-RECUS
           IF FS-RECUS = "00" THEN
              PERFORM UNTIL FS-RECUS = "10"
                 READ F-RECUS INTO WS-RECU
                    NOT AT END
                       ADD 1 TO WS-SEQ-NB-RECUS
                       MOVE WS-RCU-NUMERO TO WS-SEQ-NUM
                       IF WS-SEQ-NUM < WS-SEQ-ATTENDU THEN
                          ADD 1 TO WS-SEQ-DOUBLONS
                          DISPLAY "Reçu en double ou hors séquence : "
                             WS-SEQ-NUM
                       ELSE
                          PERFORM VARYING WS-SEQ-MANQUANT
                             FROM WS-SEQ-ATTENDU BY 1
                             UNTIL WS-SEQ-MANQUANT >= WS-SEQ-NUM
                             PERFORM 6126-RECU-MANQUANT
                          END-PERFORM
                          COMPUTE WS-SEQ-ATTENDU = WS-SEQ-NUM + 1
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RECUS
           END-IF

      *    Numéros attribués au compteur mais absents du fichier.
           PERFORM VARYING WS-SEQ-MANQUANT FROM WS-SEQ-ATTENDU BY 1
              UNTIL WS-SEQ-MANQUANT > WS-DERNIER-RECU
              PERFORM 6126-RECU-MANQUANT
           END-PERFORM

           DISPLAY "Contrôle des reçus : " WS-SEQ-NB-RECUS
              " reçu(s), dernier n° " WS-DERNIER-RECU ", "
              WS-SEQ-MANQUANTS " manquant(s), " WS-SEQ-DOUBLONS
              " doublon(s)."

           EXIT PROGRAM.

      *    Signale le numéro de reçu WS-SEQ-MANQUANT comme manquant.
       6126-RECU-MANQUANT.
           ADD 1 TO WS-SEQ-MANQUANTS
           ADD 1 TO WS-EXP-ANOMALIES
           DISPLAY "RECU MANQUANT : " WS-SEQ-MANQUANT

           OPEN EXTEND F-ANOMALIES
           IF FS-ANOMALIES = "35" THEN
              OPEN OUTPUT F-ANOMALIES
           END-IF
           MOVE SPACES TO F-ANOMALIES-LIGNE
           STRING WS-DHA-DATE ";"
              WS-DHA-HEURE ";"
              WS-SEQ-MANQUANT ";RECU MANQUANT"
              DELIMITED BY SIZE
              INTO F-ANOMALIES-LIGNE
           END-STRING
           WRITE F-ANOMALIES-LIGNE
           CLOSE F-ANOMALIES

           EXIT PROGRAM.

      *    Rapprochement heure par heure des mouvements du jour avec
      *    les compteurs des boucles, par lot : écarts entrées et
      *    sorties, écart cumulé, et en fin de lot les véhicules
      *    garés selon BC802 face au solde des boucles. Rapport dans
      *    ParkingRapprochementBoucles.txt.
       6127-RAPPROCHEMENT-BOUCLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE-ACTUELLE
           MOVE WS-DATE-METIER TO WS-DHA-DATE
           SET WS-BOUCLES-LUES TO "N"
           MOVE 0 TO WS-BCL-NB-ANOM

           PERFORM VARYING WS-BCL-L FROM 1 BY 1 UNTIL WS-BCL-L > 2
              PERFORM VARYING WS-BCL-H FROM 1 BY 1
                 UNTIL WS-BCL-H > 24
                 MOVE 0 TO WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H)
                 MOVE 0 TO WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H)
                 MOVE 0 TO WS-BCL-E-MVT(WS-BCL-L,WS-BCL-H)
                 MOVE 0 TO WS-BCL-S-MVT(WS-BCL-L,WS-BCL-H)
              END-PERFORM
           END-PERFORM

           OPEN INPUT F-BOUCLES
           IF FS-BOUCLES = "00" THEN
              SET BOUCLES-LUES TO TRUE
              PERFORM UNTIL FS-BOUCLES = "10"
                 READ F-BOUCLES INTO F-BOUCLES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-BCL-LOT-TXT
                       MOVE SPACES TO WS-BCL-HEURE-TXT
                       MOVE SPACES TO WS-BCL-E-TXT
                       MOVE SPACES TO WS-BCL-S-TXT
                       UNSTRING F-BOUCLES-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-BCL-LOT-TXT
                             WS-BCL-HEURE-TXT
                             WS-BCL-E-TXT
                             WS-BCL-S-TXT
                       END-UNSTRING

                       IF WS-BCL-LOT-TXT >= "1" AND
                          WS-BCL-LOT-TXT <= "2" AND
                          FUNCTION TRIM(WS-BCL-HEURE-TXT) IS NUMERIC
                          AND FUNCTION NUMVAL(WS-BCL-HEURE-TXT) < 24
                          THEN
                          MOVE WS-BCL-LOT-TXT TO WS-BCL-L
                          COMPUTE WS-BCL-H =
                             FUNCTION NUMVAL(WS-BCL-HEURE-TXT) + 1
                          COMPUTE WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H) =
                             WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H) +
                             FUNCTION NUMVAL(WS-BCL-E-TXT)
                          COMPUTE WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H) =
                             WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H) +
                             FUNCTION NUMVAL(WS-BCL-S-TXT)
                       ELSE
                          DISPLAY "Compteur de boucle ignoré : "
                             F-BOUCLES-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-BOUCLES
           END-IF

           IF NOT BOUCLES-LUES THEN
              DISPLAY "Pas d'export des compteurs de boucles."
           ELSE
              OPEN INPUT F-MOUVEMENTS
              IF FS-MOUVEMENTS = "00" THEN
                 PERFORM UNTIL FS-MOUVEMENTS = "10"
                    READ F-MOUVEMENTS INTO WS-MVT-LUE
                       NOT AT END
                          IF WS-MLU-DATE = WS-DHA-DATE AND
                             WS-MLU-HEURE(1:2) IS NUMERIC AND
                             WS-MLU-LOT >= "1" AND
                             WS-MLU-LOT <= "2" THEN
                             MOVE WS-MLU-LOT TO WS-BCL-L
                             COMPUTE WS-BCL-H =
                                FUNCTION NUMVAL(WS-MLU-HEURE(1:2)) + 1
                             IF WS-BCL-H <= 24 THEN
                                EVALUATE WS-MLU-ORDRE
                                   WHEN "E"
                                      ADD 1 TO WS-BCL-E-MVT(WS-BCL-L,
                                         WS-BCL-H)
                                   WHEN "S"
                                      ADD 1 TO WS-BCL-S-MVT(WS-BCL-L,
                                         WS-BCL-H)
                                END-EVALUATE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-MOUVEMENTS
              END-IF

              OPEN OUTPUT F-RAPPORT-BOUCLES
              MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
              STRING "RAPPROCHEMENT BOUCLES / MOUVEMENTS DU "
                 WS-DHA-DATE " (tolérance " WS-BOUCLE-TOLERANCE ")"
                 DELIMITED BY SIZE INTO F-RAPPORT-BOUCLES-LIGNE
              END-STRING
              WRITE F-RAPPORT-BOUCLES-LIGNE

              PERFORM VARYING WS-BCL-L FROM 1 BY 1
                 UNTIL WS-BCL-L > WS-NB-LOTS
                 PERFORM 6128-BOUCLES-LOT
              END-PERFORM

              CLOSE F-RAPPORT-BOUCLES

              DISPLAY "Rapprochement des boucles : " WS-BCL-NB-ANOM
                 " heure(s) hors tolérance."
           END-IF

           EXIT PROGRAM.

      *    Section du rapport pour le lot WS-BCL-L.
       6128-BOUCLES-LOT.
           MOVE 0 TO WS-BCL-CUMUL
           MOVE 0 TO WS-BCL-SOLDE-BCL
           MOVE 0 TO WS-BCL-SOLDE-MVT

           MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
           WRITE F-RAPPORT-BOUCLES-LIGNE
           MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
           STRING "--- Lot " WS-BCL-L " ---" DELIMITED BY SIZE
              INTO F-RAPPORT-BOUCLES-LIGNE
           END-STRING
           WRITE F-RAPPORT-BOUCLES-LIGNE
           MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
           STRING "HEURE  E BOUCLE E BC802  ECART  S BOUCLE S BC802"
              "  ECART  CUMUL" DELIMITED BY SIZE
              INTO F-RAPPORT-BOUCLES-LIGNE
           END-STRING
           WRITE F-RAPPORT-BOUCLES-LIGNE

           PERFORM VARYING WS-BCL-H FROM 1 BY 1 UNTIL WS-BCL-H > 24
              COMPUTE WS-BCL-ECART-E =
                 WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H) -
                 WS-BCL-E-MVT(WS-BCL-L,WS-BCL-H)
              COMPUTE WS-BCL-ECART-S =
                 WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H) -
                 WS-BCL-S-MVT(WS-BCL-L,WS-BCL-H)
              COMPUTE WS-BCL-CUMUL = WS-BCL-CUMUL +
                 WS-BCL-ECART-E - WS-BCL-ECART-S
              COMPUTE WS-BCL-SOLDE-BCL = WS-BCL-SOLDE-BCL +
                 WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H) -
                 WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H)
              COMPUTE WS-BCL-SOLDE-MVT = WS-BCL-SOLDE-MVT +
                 WS-BCL-E-MVT(WS-BCL-L,WS-BCL-H) -
                 WS-BCL-S-MVT(WS-BCL-L,WS-BCL-H)

      *       Les heures sans aucun passage ne sont pas listées.
              IF WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H) > 0 OR
                 WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H) > 0 OR
                 WS-BCL-E-MVT(WS-BCL-L,WS-BCL-H) > 0 OR
                 WS-BCL-S-MVT(WS-BCL-L,WS-BCL-H) > 0 THEN
                 COMPUTE WS-BCL-HEURE-AFF = WS-BCL-H - 1
                 MOVE WS-BCL-ECART-E TO WS-BCL-ECART-E-ED
                 MOVE WS-BCL-ECART-S TO WS-BCL-ECART-S-ED
                 MOVE WS-BCL-CUMUL TO WS-BCL-CUMUL-ED
                 MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
                 STRING WS-BCL-HEURE-AFF "h    "
                    WS-BCL-E-COMPTE(WS-BCL-L,WS-BCL-H) "    "
                    WS-BCL-E-MVT(WS-BCL-L,WS-BCL-H) "  "
                    WS-BCL-ECART-E-ED "    "
                    WS-BCL-S-COMPTE(WS-BCL-L,WS-BCL-H) "    "
                    WS-BCL-S-MVT(WS-BCL-L,WS-BCL-H) "  "
                    WS-BCL-ECART-S-ED "  " WS-BCL-CUMUL-ED
                    DELIMITED BY SIZE INTO F-RAPPORT-BOUCLES-LIGNE
                 END-STRING
                 WRITE F-RAPPORT-BOUCLES-LIGNE
              END-IF

              IF FUNCTION ABS(WS-BCL-ECART-E) > WS-BOUCLE-TOLERANCE
                 OR FUNCTION ABS(WS-BCL-ECART-S) >
                 WS-BOUCLE-TOLERANCE THEN
                 PERFORM 6129-ANOMALIE-BOUCLE
              END-IF
           END-PERFORM

      *    Véhicules garés selon BC802 sur ce lot.
           MOVE 0 TO WS-BCL-GARES
           PERFORM VARYING I-NIV FROM 1 BY 1
              UNTIL I-NIV > WS-NB-NIVEAUX
              PERFORM VARYING I-EMPL FROM 1 BY 1
                 UNTIL I-EMPL > WS-NB-EMPLACEMENTS
                 IF WS-EMPL-ID(WS-BCL-L,I-NIV,I-EMPL) NOT = SPACES
                    THEN
                    ADD 1 TO WS-BCL-GARES
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE WS-BCL-CUMUL TO WS-BCL-CUMUL-ED
           MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
           STRING "Garés selon BC802 : " WS-BCL-GARES
              "   écart cumulé boucles : " WS-BCL-CUMUL-ED
              DELIMITED BY SIZE INTO F-RAPPORT-BOUCLES-LIGNE
           END-STRING
           WRITE F-RAPPORT-BOUCLES-LIGNE
           MOVE WS-BCL-SOLDE-BCL TO WS-BCL-ECART-E-ED
           MOVE WS-BCL-SOLDE-MVT TO WS-BCL-ECART-S-ED
           COMPUTE WS-BCL-CUMUL = WS-BCL-GARES + WS-BCL-CUMUL
           MOVE WS-BCL-CUMUL TO WS-BCL-CUMUL-ED
           MOVE SPACES TO F-RAPPORT-BOUCLES-LIGNE
           STRING "Solde du jour boucles : " WS-BCL-ECART-E-ED
              "   BC802 : " WS-BCL-ECART-S-ED
              "   garés selon boucles : " WS-BCL-CUMUL-ED
              DELIMITED BY SIZE INTO F-RAPPORT-BOUCLES-LIGNE
           END-STRING
           WRITE F-RAPPORT-BOUCLES-LIGNE

           EXIT PROGRAM.

      *    Heure hors tolérance tracée dans le fichier des anomalies.
       6129-ANOMALIE-BOUCLE.
           ADD 1 TO WS-BCL-NB-ANOM
           ADD 1 TO WS-EXP-ANOMALIES
           COMPUTE WS-BCL-HEURE-AFF = WS-BCL-H - 1
           MOVE WS-BCL-ECART-E TO WS-BCL-ECART-E-ED
           MOVE WS-BCL-ECART-S TO WS-BCL-ECART-S-ED

           OPEN EXTEND F-ANOMALIES
           IF FS-ANOMALIES = "35" THEN
              OPEN OUTPUT F-ANOMALIES
           END-IF
           MOVE SPACES TO F-ANOMALIES-LIGNE
           STRING WS-DHA-DATE ";"
              WS-BCL-HEURE-AFF "0000;LOT" WS-BCL-L
              ";ECART BOUCLES;E" WS-BCL-ECART-E-ED
              ";S" WS-BCL-ECART-S-ED
              DELIMITED BY SIZE
              INTO F-ANOMALIES-LIGNE
           END-STRING
           WRITE F-ANOMALIES-LIGNE
           CLOSE F-ANOMALIES

           EXIT PROGRAM.

       8920-LOG-EXPLOITATION.
      *    Ajoute la ligne standard de ce programme au journal
      *    d'exploitation commun (programme;mode;compteurs), comme
      *    les autres programmes de gestion. Les anomalies couvrent
      *    les tickets perdus et les détections de surveillance.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

           OPEN EXTEND F-EXPLOIT
           IF FS-EXPLOIT = "35" THEN
              OPEN OUTPUT F-EXPLOIT
           END-IF

           MOVE SPACES TO F-EXPLOIT-LIGNE
           STRING WS-EXP-DATE "-" WS-EXP-HEURE
              ";BC802;" WS-EXP-MODE
              ";lus=" WS-EXP-LUS
              ";appliques=" WS-EXP-APPLIQUES
              ";rejets=" WS-EXP-REJETS
              ";anomalies=" WS-EXP-ANOMALIES
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

