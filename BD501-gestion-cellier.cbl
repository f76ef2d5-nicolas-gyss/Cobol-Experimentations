           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CELLIER.

       SELECT F-CELLIER-SOLDE ASSIGN TO DYNAMIC WS-CELLIER-SOLDE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CELLIER-SOLDE.

       SELECT F-REASSORT ASSIGN TO DYNAMIC WS-REASSORT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REASSORT.

       SELECT F-SATURATION ASSIGN TO DYNAMIC WS-SATURATION-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SATURATION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PRIX.

       SELECT F-REGISTRE ASSIGN TO DYNAMIC WS-REGISTRE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REGISTRE.

       SELECT F-REGISTRE-JOUR ASSIGN TO DYNAMIC WS-REGISTRE-JOUR-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REGISTRE-JOUR.

       SELECT F-ACHATS ASSIGN TO DYNAMIC WS-ACHATS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ACHATS.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-GARDE.

       SELECT F-DEGUSTATION ASSIGN TO DYNAMIC WS-DEGUSTATION-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DEGUSTATION.

       SELECT F-CARTE ASSIGN TO DYNAMIC WS-CARTE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CARTE.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CARTE-CONFIG.

       SELECT F-EXPLOIT ASSIGN TO DYNAMIC WS-EXPLOIT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

      *    Demande de simulation : une ligne par programme à lancer
      *    en simulation (BD101, BD302, BD501) ou TOUS.
       SELECT F-SIMULATION ASSIGN TO "./in/Simulation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SIMULATION.

      *    Copie générique de fichier pour la rotation des
      *    générations de sauvegarde des soldes (cellier et registre
      *    des ventes) et le mode restauration.
      *    numéro de génération (1 à 3) sur la première ligne,
      *    appliqué au solde cellier et au registre des ventes,
      *    consommé après application.
       SELECT F-RESTAURE ASSIGN TO DYNAMIC WS-RESTAURE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESTAURE.

       SELECT F-COMPTA ASSIGN TO DYNAMIC WS-COMPTA-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMPTA.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESA.

       SELECT F-VERRES ASSIGN TO DYNAMIC WS-VERRES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VERRES.

       SELECT F-CEL-JOURNAL ASSIGN TO DYNAMIC WS-CEL-JOURNAL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CEL-JOURNAL.

       SELECT F-OUVERTURE ASSIGN TO DYNAMIC WS-OUVERTURE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-OUVERTURE.

      *    Inventaire physique du cellier (région;cépage;millésime;
      *    casier;bouteilles comptées), validation du sommelier ("O"
      *    en première ligne) et rapport des écarts valorisés.
       SELECT F-INVENTAIRE ASSIGN TO DYNAMIC WS-INVENTAIRE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-INVENTAIRE.

       SELECT F-INV-VALIDATION
           ASSIGN TO DYNAMIC WS-INV-VALIDATION-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-INV-VALIDATION.

      *    Lots de coût d'achat par cépage et millésime (premier
      *    entré, premier sorti), cumuls mensuels de marge et rapport
      *    mensuel des marges (un fichier par mois).
       SELECT F-LOTS ASSIGN TO DYNAMIC WS-LOTS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-LOTS.

       SELECT F-MARGES ASSIGN TO DYNAMIC WS-MARGES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MARGES.

       SELECT F-MARGE-RAPPORT ASSIGN TO DYNAMIC WS-MRG-RAPPORT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MARGE-RAPPORT.

      *    Caves privées des clients : détention, historique des
      *    dépôts/retraits, droits de bouchon facturés, fichier
      *    clients et relevé annuel (un fichier par année).
       SELECT F-CAVE-PRIVEE ASSIGN TO DYNAMIC WS-CAVE-PRIVEE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAVE-PRIVEE.

       SELECT F-CAVE-HISTO ASSIGN TO DYNAMIC WS-CAVE-HISTO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAVE-HISTO.

       SELECT F-BOUCHON ASSIGN TO DYNAMIC WS-BOUCHON-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-BOUCHON.

       SELECT F-CLIENTS ASSIGN TO "./config/clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CLIENTS.

       SELECT F-CAVE-RELEVE ASSIGN TO DYNAMIC WS-CPV-RELEVE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAVE-RELEVE.

      *    Registre des séries des bouteilles de grande valeur et
      *    état des séries.
       SELECT F-SERIES ASSIGN TO DYNAMIC WS-SERIES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SERIES.

       SELECT F-SERIES-ETAT ASSIGN TO DYNAMIC WS-SERIES-ETAT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SERIES-ETAT.

       SELECT F-INV-RAPPORT
           ASSIGN TO DYNAMIC WS-INV-RAPPORT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-INV-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-CELLIER.
       01 F-CELLIER-CURRENT PIC X(100).

       FD F-PRIX.
       01 F-PRIX-LIGNE PIC X(30).
       01 F-CARTE-CONFIG-LIGNE PIC X(20).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       FD F-SIMULATION.
       01 F-SIMULATION-LIGNE PIC X(10).

       FD F-GEN-IN.
       01 F-GEN-IN-LIGNE PIC X(120).
       01 F-COMPTA-LIGNE PIC X(80).

       FD F-RESA.
       01 F-RESA-LIGNE PIC X(60).

       FD F-VERRES.
       01 F-VERRES-LIGNE PIC X(40).
       FD F-OUVERTURE.
       01 F-OUVERTURE-LIGNE PIC X(40).

       FD F-INVENTAIRE.
       01 F-INVENTAIRE-LIGNE PIC X(60).

       FD F-INV-VALIDATION.
       01 F-INV-VALIDATION-LIGNE PIC X(10).

       FD F-INV-RAPPORT.
       01 F-INV-RAPPORT-LIGNE PIC X(100).

       FD F-CAVE-PRIVEE.
       01 F-CAVE-PRIVEE-LIGNE PIC X(60).

       FD F-CAVE-HISTO.
       01 F-CAVE-HISTO-LIGNE PIC X(100).

       FD F-BOUCHON.
       01 F-BOUCHON-LIGNE PIC X(80).

       FD F-CLIENTS.
       01 F-CLIENTS-LIGNE PIC X(54).

       FD F-CAVE-RELEVE.
       01 F-CAVE-RELEVE-LIGNE PIC X(80).

       FD F-SERIES.
       01 F-SERIES-LIGNE PIC X(100).

       FD F-SERIES-ETAT.
       01 F-SERIES-ETAT-LIGNE PIC X(110).

       FD F-LOTS.
       01 F-LOTS-LIGNE PIC X(50).

       FD F-MARGES.
       01 F-MARGES-LIGNE PIC X(70).

       FD F-MARGE-RAPPORT.
       01 F-MARGE-RAPPORT-LIGNE PIC X(100).

       FD F-ACHATS.
       01 F-ACHATS-LIGNE PIC X(80).

       FD F-REGISTRE.
       01 F-REGISTRE-LIGNE PIC X(50).

       FD F-REGISTRE-JOUR.
       01 F-REGISTRE-JOUR-LIGNE PIC X(50).

       WORKING-STORAGE SECTION.
       01 FS-CELLIER PIC X(2).
       01 FS-CELLIER-SOLDE PIC X(2).
       01 FS-GARDE PIC X(2).
       01 FS-ACHATS PIC X(2).
       01 FS-REGISTRE PIC X(2).
       01 FS-REGISTRE-JOUR PIC X(2).

      ***************************************************************
      *    Export de la carte des vins du restaurant : contenu du
       01 WS-OUV-NB     PIC 9(3) VALUE 0.
       01 WS-CPT-OUV    PIC 9(3).
       01 WS-OUV-MOIS   PIC X(6).
      *    Mois courant : période comptable du jour (AAAAPP) au
      *    calendrier fiscal, sinon mois civil (AAAAMM), et ses
      *    bornes AAAAMMJJ.
       01 WS-MOIS-COURANT PIC X(6).
       01 WS-PER-DEBUT    PIC X(8).
       01 WS-PER-FIN      PIC X(8).

       01 WS-OUV-CEPAGE-TXT PIC X(20).
       01 WS-OUV-QTE-TXT    PIC X(5).
              03 WS-BILAN-CEPAGE  PIC X(20).
              03 WS-BILAN-ENTREES PIC 9(5).
              03 WS-BILAN-SORTIES PIC 9(5).
      *       Ajustements d'inventaire (motif "I") du mois, tenus à
      *       part des entrées et des sorties.
              03 WS-BILAN-INV-PLUS  PIC 9(5).
              03 WS-BILAN-INV-MOINS PIC 9(5).
       01 WS-BILAN-NB  PIC 9(3).
       01 WS-CPT-BILAN PIC 9(3).

       01 WS-BILAN-ECART     PIC S9(6).
       01 WS-BILAN-ECART-ED  PIC +(5)9.

      ***************************************************************
      *    Rapprochement de l'inventaire physique du cellier : les
      *    bouteilles comptées (région;cépage;millésime;casier;qté)
      *    sont cumulées par emplacement et comparées au solde, les
      *    écarts valorisés au prix de la table WS-PRIX. Les
      *    bouteilles trouvées dans un autre casier que le leur, ou
      *    dans un casier que le cellier ne connaît pas, sont listées
      *    à part. Une fois l'inventaire validé par le sommelier, les
      *    écarts sont passés au journal du cellier au motif "I"
      *    (ajustement d'inventaire), ni vente ni perte.
      ***************************************************************
       01 FS-INVENTAIRE     PIC X(2).
       01 FS-INV-VALIDATION PIC X(2).
       01 FS-INV-RAPPORT    PIC X(2).

      *    Bouteilles comptées par emplacement du cellier.
       01 WS-INV-COMPTE.
           02 WS-INV-COMPTE-REGION OCCURS 15 TIMES.
              03 WS-INV-QTE-COMPTEE OCCURS 12 TIMES PIC 9(4).

       01 WS-INV-REGION-TXT  PIC X(20).
       01 WS-INV-CEPAGE-TXT  PIC X(20).
       01 WS-INV-VINTAGE-TXT PIC X(4).
       01 WS-INV-BIN-TXT     PIC X(5).
       01 WS-INV-QTE-TXT     PIC X(4).
       01 WS-INV-QTE         PIC 9(4).

       01 WS-INV-CPT-REGION  PIC 9(2).
       01 WS-INV-CPT-CEPAGE  PIC 9(2).

       01 WS-INV-THEORIQUE   PIC 9(4).
       01 WS-INV-ECART       PIC S9(4).
       01 WS-INV-ECART-ED    PIC +(4)9.
       01 WS-INV-VALEUR      PIC S9(7)V9(2).
       01 WS-INV-VALEUR-ED   PIC +(7)9.99.
       01 WS-INV-TOTAL-VALEUR PIC S9(8)V9(2).
       01 WS-INV-TOTAL-ED    PIC +(8)9.99.

       01 WS-INV-NB-LIGNES   PIC 9(5) VALUE 0.
       01 WS-INV-NB-CASIER   PIC 9(5) VALUE 0.
       01 WS-INV-NB-INCONNUS PIC 9(5) VALUE 0.
       01 WS-INV-NB-ECARTS   PIC 9(5) VALUE 0.
      *    Bouteilles ajustées (en plus et en moins) après validation.
       01 WS-NB-AJUST-INV    PIC 9(5) VALUE 0.

       01 WS-INV-VALIDE PIC X(1).
           88 INV-VALIDE VALUE "O".
      *    INV-VALIDE = 1 : Le sommelier a validé l'inventaire, les
      *                     écarts sont passés au journal.
      *    INV-VALIDE = 0 : Rapport des écarts seul, en attente de
      *                     validation.

       01 WS-INV-EMPL PIC X(1).
           88 INV-EMPL-OK VALUE "O".
      *    INV-EMPL-OK = 1 : La ligne comptée correspond à un
      *                      emplacement du cellier.
      *    INV-EMPL-OK = 0 : Vin compté inconnu du cellier.

       01 WS-INV-CASIER PIC X(1).
           88 INV-CASIER-CONNU VALUE "O".
      *    INV-CASIER-CONNU = 1 : Le casier compté est attribué à au
      *                           moins un emplacement du cellier.
      *    INV-CASIER-CONNU = 0 : Casier vide ou non répertorié.

      ***************************************************************
      *    Marge brute par cépage et millésime : chaque entrée "E"
      *    portant un coût d'achat par bouteille ouvre un lot de
      *    coût ; les sorties consomment les lots du couple cépage/
      *    millésime dans l'ordre d'arrivée (premier entré, premier
      *    sorti). Le coût des bouteilles vendues (motif V) ou
      *    ouvertes pour le verre (motif G) est cumulé avec le
      *    chiffre d'affaires du mois, ventes au verre comprises,
      *    pour éditer le rapport mensuel des marges. Les vins de la
      *    carte sous l'objectif de marge (MARGEMIN de
      *    CarteConfig.txt, en %) y sont signalés.
      ***************************************************************
       01 FS-LOTS          PIC X(2).
       01 FS-MARGES        PIC X(2).
       01 FS-MARGE-RAPPORT PIC X(2).

       01 WS-LOT-TABLE.
           02 WS-LOT-ENTREE OCCURS 200 TIMES.
              03 WS-LOT-CEPAGE  PIC X(20).
              03 WS-LOT-VINTAGE PIC 9(4).
              03 WS-LOT-QTE     PIC 9(4).
              03 WS-LOT-COUT    PIC 9(3)V9(2).
       01 WS-NB-LOT  PIC 9(3) VALUE 0.
       01 WS-CPT-LOT PIC 9(3).
       01 WS-CPT-LOT2 PIC 9(3).

       01 WS-LOT-CEPAGE-TXT  PIC X(20).
       01 WS-LOT-VINTAGE-TXT PIC X(4).
       01 WS-LOT-QTE-TXT     PIC X(4).
       01 WS-LOT-COUT-TXT    PIC X(8).
       01 WS-LOT-COUT-ED     PIC 9(3).9(2).

      *    Coût unitaire de l'entrée courante, bouteilles restant à
      *    coûter et coût total d'une sortie.
       01 WS-LOT-COUT-ENTREE PIC 9(3)V9(2).
       01 WS-LOT-RESTE       PIC 9(4).
       01 WS-LOT-COUT-SORTIE PIC 9(7)V9(2).
       01 WS-NB-SANS-COUT    PIC 9(5) VALUE 0.

      *    Cumuls du mois par cépage/millésime (AAAAMM;cépage;
      *    millésime;chiffre d'affaires;coût des ventes).
       01 WS-MRG-TABLE.
           02 WS-MRG-ENTREE OCCURS 100 TIMES.
              03 WS-MRG-CEPAGE  PIC X(20).
              03 WS-MRG-VINTAGE PIC 9(4).
              03 WS-MRG-CA      PIC 9(7)V9(2).
              03 WS-MRG-COUT    PIC 9(7)V9(2).
       01 WS-NB-MRG  PIC 9(3) VALUE 0.
       01 WS-CPT-MRG PIC 9(3).

       01 WS-MRG-MOIS-TXT    PIC X(6).
       01 WS-MRG-CEPAGE-TXT  PIC X(20).
       01 WS-MRG-VINTAGE-TXT PIC X(4).
       01 WS-MRG-CA-TXT      PIC X(12).
       01 WS-MRG-COUT-TXT    PIC X(12).

       01 WS-MRG-CA-AJOUT    PIC 9(7)V9(2).
       01 WS-MRG-COUT-AJOUT  PIC 9(7)V9(2).

       01 WS-MRG-RAPPORT-NOM PIC X(60).
       01 WS-MRG-OBJECTIF    PIC 9(2)V9(2) VALUE 65.00.
       01 WS-MRG-OBJECTIF-ED PIC Z9.99.
       01 WS-MRG-MARGE       PIC S9(7)V9(2).
       01 WS-MRG-TAUX        PIC S9(4)V9(2).
       01 WS-MRG-CA-ED       PIC 9(7).9(2).
       01 WS-MRG-COUT-ED     PIC 9(7).9(2).
       01 WS-MRG-MARGE-ED    PIC +(7)9.99.
       01 WS-MRG-TAUX-ED     PIC +(4)9.99.
       01 WS-MRG-NB-ALERTES  PIC 9(3).

       01 WS-MRG-CARTE PIC X(1).
           88 MRG-A-LA-CARTE VALUE "O".
      *    MRG-A-LA-CARTE = 1 : Le vin figure sur la carte des vins.
      *    MRG-A-LA-CARTE = 0 : Vin absent de la carte.

      ***************************************************************
      *    Caves privées : bouteilles appartenant à un client
      *    habitué (identifiant client du fichier clients), gardées
      *    au cellier mais hors du stock du restaurant - jamais dans
      *    la valorisation, la carte des vins ni le réassort. Une
      *    ligne "P" du fichier cellier dépose des bouteilles
      *    (P;client;région;cépage;millésime;qté), une ligne "R" les
      *    retire quand le client dîne chez nous, avec une ligne de
      *    droit de bouchon facturée par bouteille (BOUCHON de
      *    CarteConfig.txt). Historique des dépôts et retraits, et
      *    relevé annuel par client de ce qu'il détient chez nous.
      ***************************************************************
       01 FS-CAVE-PRIVEE  PIC X(2).
       01 FS-CAVE-HISTO   PIC X(2).
       01 FS-BOUCHON      PIC X(2).
       01 FS-CLIENTS      PIC X(2).
       01 FS-CAVE-RELEVE  PIC X(2).

       01 WS-CPV-TABLE.
           02 WS-CPV-ENTREE OCCURS 100 TIMES.
              03 WS-CPV-CLIENT  PIC 9(5).
              03 WS-CPV-REGION  PIC X(20).
              03 WS-CPV-CEPAGE  PIC X(20).
              03 WS-CPV-VINTAGE PIC 9(4).
              03 WS-CPV-QTE     PIC 9(3).
       01 WS-NB-CPV  PIC 9(3) VALUE 0.
       01 WS-CPT-CPV PIC 9(3).

      *    Identifiants du fichier clients, pour refuser un dépôt au
      *    nom d'un client inconnu.
       01 WS-CLI-TABLE.
           02 WS-CLI-ID OCCURS 200 TIMES PIC 9(5).
       01 WS-NB-CLI  PIC 9(3) VALUE 0.
       01 WS-CPT-CLI PIC 9(3).

      *    Ligne "P"/"R" découpée.
       01 WS-CPV-ACTION-TXT  PIC X(1).
       01 WS-CPV-CLIENT-TXT  PIC X(5).
       01 WS-CPV-REGION-TXT  PIC X(20).
       01 WS-CPV-CEPAGE-TXT  PIC X(20).
       01 WS-CPV-VINTAGE-TXT PIC X(4).
       01 WS-CPV-QTE-TXT     PIC X(3).
       01 WS-CPV-CLIENT-IN   PIC 9(5).
       01 WS-CPV-VINTAGE-IN  PIC 9(4).
       01 WS-CPV-QTE-IN      PIC 9(3).
       01 WS-CPV-MONTANT-TXT PIC X(10).

      *    Droit de bouchon par bouteille retirée, et montant dû.
       01 WS-CPV-DROIT-BOUCHON PIC 9(3)V9(2) VALUE 15.00.
       01 WS-CPV-DROIT-ED      PIC 9(3).9(2).
       01 WS-CPV-MONTANT       PIC 9(5)V9(2).
       01 WS-CPV-MONTANT-ED    PIC 9(5).9(2).
       01 WS-NB-CPV-DEPOTS     PIC 9(5) VALUE 0.
       01 WS-NB-CPV-RETRAITS   PIC 9(5) VALUE 0.

       01 WS-CPV-DATE-HEURE.
           02 WS-CPV-DATE  PIC X(8).
           02 WS-CPV-HEURE PIC X(6).

      *    Relevé annuel : un cumul par client de l'année (bouteilles
      *    déposées, retirées, droits de bouchon).
       01 WS-CPV-RELEVE-NOM PIC X(60).
       01 WS-CPV-ANNEE      PIC X(4).
       01 WS-CPV-REL-TABLE.
           02 WS-CPV-REL-ENTREE OCCURS 100 TIMES.
              03 WS-CPV-REL-CLIENT  PIC 9(5).
              03 WS-CPV-REL-DEPOTS  PIC 9(5).
              03 WS-CPV-REL-RETRAITS PIC 9(5).
              03 WS-CPV-REL-BOUCHON PIC 9(7)V9(2).
       01 WS-NB-CPV-REL  PIC 9(3).
       01 WS-CPT-CPV-REL PIC 9(3).
       01 WS-CPV-REL-BOUCHON-ED PIC 9(7).9(2).
       01 WS-CPV-REL-DETENU PIC 9(5).

      *    Ligne d'historique relue pour le relevé.
       01 WS-CPH-DATE-TXT    PIC X(8).
       01 WS-CPH-HEURE-TXT   PIC X(6).
       01 WS-CPH-CLIENT-TXT  PIC X(5).
       01 WS-CPH-SENS-TXT    PIC X(1).
       01 WS-CPH-REGION-TXT  PIC X(20).
       01 WS-CPH-CEPAGE-TXT  PIC X(20).
       01 WS-CPH-VINTAGE-TXT PIC X(4).
       01 WS-CPH-QTE-TXT     PIC X(3).
       01 WS-CPH-MONTANT-TXT PIC X(10).

       01 WS-CPV-FLAG PIC X(1).
           88 CPV-OK VALUE "O".
      *    CPV-OK = 1 : Le client / l'emplacement de cave privée est
      *                 trouvé.
      *    CPV-OK = 0 : Client inconnu ou emplacement absent.

      ***************************************************************
      *    Suivi à la bouteille des vins de grande valeur : un
      *    cépage dont le prix (table WS-PRIX) atteint le seuil
      *    SEUILSERIE de CarteConfig.txt reçoit à l'entrée un numéro
      *    de série par bouteille (premier numéro d'étiquette en
      *    dixième champ de la ligne "E", sinon numérotation
      *    automatique), avec son casier. Toute sortie de ces vins
      *    (vente, dégustation, ouverture au verre, perte) se fait à
      *    la bouteille et nomme sa série (septième champ de la
      *    ligne "S"). Le registre des séries donne l'état de chaque
      *    bouteille ; l'inventaire physique relève les séries
      *    trouvées, et une série présente au dernier inventaire,
      *    sans mouvement depuis et introuvable à celui-ci, est
      *    signalée.
      ***************************************************************
       01 FS-SERIES      PIC X(2).
       01 FS-SERIES-ETAT PIC X(2).

       01 WS-SER-TABLE.
           02 WS-SER-ENTREE OCCURS 300 TIMES.
              03 WS-SER-NUM      PIC 9(8).
              03 WS-SER-REGION   PIC X(20).
              03 WS-SER-CEPAGE   PIC X(20).
              03 WS-SER-VINTAGE  PIC 9(4).
              03 WS-SER-BIN      PIC X(5).
      *          Etat : C au cellier, V vendue, D dégustée, G ouverte
      *          au verre, B perdue, M manquante à l'inventaire.
              03 WS-SER-STATUT   PIC X(1).
              03 WS-SER-DATE-MVT PIC 9(8).
              03 WS-SER-DATE-CPT PIC 9(8).
              03 WS-SER-ALERTE   PIC X(1).
              03 WS-SER-VUE      PIC X(1).
       01 WS-NB-SER  PIC 9(3) VALUE 0.
       01 WS-CPT-SER PIC 9(3).

       01 WS-SER-SEUIL      PIC 9(4)V9(2) VALUE 100.00.
       01 WS-SER-PROCHAIN   PIC 9(8) VALUE 0.
       01 WS-SER-NUM-IN     PIC 9(8).
       01 WS-SER-CPT-BOUT   PIC 9(3).
       01 WS-SER-NB-ALERTES PIC 9(3).
       01 WS-SER-LIBELLE    PIC X(12).

       01 WS-SER-NUM-TXT     PIC X(8).
       01 WS-SER-REGION-TXT  PIC X(20).
       01 WS-SER-CEPAGE-TXT  PIC X(20).
       01 WS-SER-VINTAGE-TXT PIC X(4).
       01 WS-SER-BIN-TXT     PIC X(5).
       01 WS-SER-STATUT-TXT  PIC X(1).
       01 WS-SER-DMVT-TXT    PIC X(8).
       01 WS-SER-DCPT-TXT    PIC X(8).
       01 WS-SER-ALERTE-TXT  PIC X(1).

      *    Série nommée sur la ligne d'inventaire courante.
       01 WS-INV-SERIE-TXT   PIC X(8).

       01 WS-SER-POS        PIC 9(3).

       01 WS-SER-DOUBLE PIC X(1).
           88 SER-DOUBLON VALUE "O".
      *    SER-DOUBLON = 1 : Le numéro de série est déjà attribué.
      *    SER-DOUBLON = 0 : Numéro de série libre.

       01 WS-SER-FLAG PIC X(1).
           88 SER-SUIVI VALUE "O".
      *    SER-SUIVI = 1 : Le cépage de la ligne courante est suivi à
      *                    la bouteille (prix au seuil ou au-delà).
      *    SER-SUIVI = 0 : Cépage suivi en quantité seulement.

       01 WS-SER-REFUS PIC X(1).
           88 SERIE-REFUSEE VALUE "O".
      *    SERIE-REFUSEE = 1 : Sortie d'un vin suivi refusée (série
      *                        absente, inconnue ou quantité > 1).
      *    SERIE-REFUSEE = 0 : Sortie acceptée.

      ***************************************************************
      *    Registre des ventes par cépage : quantités vendues et
      *    chiffre d'affaires cumulés au prix de vente du moment

       01 WS-VENTE-MONTANT PIC 9(7)V9(2).

      *    Détail daté des ventes (RegistreVentesJour.txt :
      *    date;B bouteille ou V verre;cépage;montant;client), que
      *    le registre cumulé par cépage ne permet pas de ventiler
      *    par mois. Sert à l'extraction des ventes par département
      *    et, pour les ventes avec un numéro de client, au compte de
      *    points fidélité.
       01 WS-RVJ-TYPE       PIC X(1).
       01 WS-RVJ-MONTANT-ED PIC 9(7).9(2).
       01 WS-RVJ-CLIENT     PIC X(5).

      ***************************************************************
      *    Fournisseurs distincts des cépages à réassortir, pour
      *    regrouper la liste d'achats par vigneron/négociant.
       01 WS-RESTAURE-DEMANDEE PIC X.
           88 RESTAURATION-DEMANDEE VALUE "O".

      ***************************************************************
      *    Mode simulation : quand le fichier de simulation nomme ce
      *    programme, il lit ses entrées et produit tous ses états
      *    comme d'habitude, mais chaque fichier qu'il écrit (solde,
      *    journal, fichiers partagés, rapports) est remplacé par une
      *    copie SIMU-<fichier> du dossier ./simu. Les noms réels de
      *    ces fichiers sont tenus ici et redirigés au lancement.
      ***************************************************************
       01 FS-SIMULATION PIC X(2).
       01 WS-SIMULATION PIC X VALUE "N".
           88 EN-SIMULATION VALUE "O".
       01 WS-SIMU-PARTIE-1 PIC X(10).
       01 WS-SIMU-PARTIE-2 PIC X(10).
       01 WS-SIMU-FICHIER  PIC X(40).
       01 WS-NB-FICHIERS-SIMU  PIC 99 VALUE 24.
       01 WS-CPT-FICHIER-SIMU  PIC 99.
       01 WS-FICHIERS-ECRITS.
           02 WS-CELLIER-SOLDE-NOM  PIC X(60)
              VALUE "./out/CellierSolde.txt".
           02 WS-REASSORT-NOM       PIC X(60)
              VALUE "./out/ReassortCellier.txt".
           02 WS-SATURATION-NOM     PIC X(60)
              VALUE "./out/CellierSature.txt".
           02 WS-REGISTRE-NOM       PIC X(60)
              VALUE "./out/RegistreVentes.txt".
           02 WS-REGISTRE-JOUR-NOM  PIC X(60)
              VALUE "./out/RegistreVentesJour.txt".
           02 WS-ACHATS-NOM         PIC X(60)
              VALUE "./out/AchatsFournisseurs.txt".
           02 WS-DEGUSTATION-NOM    PIC X(60)
              VALUE "./out/DegustationsCellier.txt".
           02 WS-CARTE-NOM          PIC X(60)
              VALUE "./out/CarteDesVins.txt".
           02 WS-EXPLOIT-NOM        PIC X(60)
              VALUE "./out/ExploitationLog.txt".
           02 WS-RESTAURE-NOM       PIC X(60)
              VALUE "./in/CellierRestaure.txt".
           02 WS-COMPTA-NOM         PIC X(60)
              VALUE "./out/ExportComptable.txt".
           02 WS-VERRES-NOM         PIC X(60)
              VALUE "./out/BouteillesOuvertes.txt".
           02 WS-CEL-JOURNAL-NOM    PIC X(60)
              VALUE "./out/CellierJournal.txt".
           02 WS-OUVERTURE-NOM      PIC X(60)
              VALUE "./out/CellierOuverture.txt".
           02 WS-INVENTAIRE-NOM     PIC X(60)
              VALUE "./in/CellierInventaire.txt".
           02 WS-INV-VALIDATION-NOM PIC X(60)
              VALUE "./in/CellierInventaireValide.txt".
           02 WS-LOTS-NOM           PIC X(60)
              VALUE "./out/CellierLotsCout.txt".
           02 WS-MARGES-NOM         PIC X(60)
              VALUE "./out/CellierMarges.txt".
           02 WS-CAVE-PRIVEE-NOM    PIC X(60)
              VALUE "./out/CavesPrivees.txt".
           02 WS-CAVE-HISTO-NOM     PIC X(60)
              VALUE "./out/CavesPriveesHisto.txt".
           02 WS-BOUCHON-NOM        PIC X(60)
              VALUE "./out/DroitsBouchon.txt".
           02 WS-SERIES-NOM         PIC X(60)
              VALUE "./out/CellierSeries.txt".
           02 WS-SERIES-ETAT-NOM    PIC X(60)
              VALUE "./out/CellierSeriesEtat.txt".
           02 WS-INV-RAPPORT-NOM    PIC X(60)
              VALUE "./out/CellierInventaireEcarts.txt".
       01 WS-FICHIERS-ECRITS-TABLE REDEFINES WS-FICHIERS-ECRITS.
           02 WS-FICHIER-ECRIT PIC X(60) OCCURS 24 TIMES.

       01 FS-EXPLOIT PIC X(2).
       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.
       01 WS-EXP-LUS PIC 9(5) VALUE 0.
       01 WS-EXP-APPLIQUES PIC 9(5).

       01 WS-NB-VERRES-PERDUS PIC 9(5) VALUE 0.

       01 WS-DATE-JOUR      PIC 9(8).
       01 WS-NB-JOURS-OUV   PIC S9(5).
      *    Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.
      *    Zone d'appel du service de configuration commun (section
      *    [BD501] de Gestion.txt) et règle en cours de déclaration
      *    (clé, type N/D/A, bornes).
       COPY BC812PRM.
       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).
       01 WS-CFGR-RANG PIC 9(3).

      ***************************************************************
      *    Réservations de banquets (date évènement;cépage;millésime;
      *    quantité, puis la référence de l'évènement quand la ligne
      *    est tenue par les réservations d'évènements BD904)
      *    chargées au lancement : une vente ordinaire ne
      *    peut pas entamer les quantités réservées, et les
      *    réservations dont la date est passée sont libérées avec un
      *    avis.
      *    ou négociant qui fournit le cépage.
           02 WS-CELLIER-CURRENT-OPT2    PIC X(20).
      *    Huitième champ, optionnel sur les lignes "E" : le casier
      *    (bin) du cépage dans le rayonnage de sa région ; sur les
      *    lignes de vente "S" et "V" : le numéro de client fidélité
      *    (id de lectureClient) présenté à l'achat.
           02 WS-CELLIER-CURRENT-OPT3    PIC X(5).
      *    Neuvième champ, optionnel sur les lignes "E" : le coût
      *    d'achat d'une bouteille (999.99).
           02 WS-CELLIER-CURRENT-OPT4    PIC X(10).
      *    Dixième champ, optionnel sur les lignes "E" d'un vin suivi
      *    à la bouteille : le premier numéro de série d'étiquette.
           02 WS-CELLIER-CURRENT-OPT5    PIC X(8).
       01 WS-CELLIER-CURRENT-MOTIF   PIC X(1).
       01 WS-CELLIER-CURRENT-APPEL   PIC X(10).
       01 WS-CELLIER-CURRENT-FOURN   PIC X(20).
      **********************************************************
      *    Booleen de controle
      **********************************************************
       01 LOT-TROUVE PIC X(1).
           88 LT-OK VALUE "O".
      *    LT-OK = 1 : Un coût d'achat est connu pour le couple
      *                cépage/millésime (lot en cours ou passé).
      *    LT-OK = 0 : Aucun coût d'achat connu.

       01 REGION PIC X(1).
           88 R-OK VALUE "O".
      *    R-OK = 1 : La région est trouvée dans le cellier.
      *    ZONE DE PROGRAMME
      *************************************************************

      *    Simulation demandée : les fichiers écrits sont redirigés
      *    vers le dossier de simulation avant toute lecture.
           PERFORM 7130-CONTROLE-SIMULATION.

      *    Ligne de début d'exécution au journal d'exploitation.
           PERFORM 8930-DATE-METIER.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

      *    ETAPE 0CFG - Chargement et contrôle des réglages de la
      *    carte et du service au verre, avant toute lecture.
           PERFORM 6192-CHARGE-CONFIGURATION.

      *    ETAPE 0PRE - Restauration éventuelle d'une génération des
      *    soldes, demandée par le fichier de restauration.
           PERFORM 7120-CONTROLE-RESTAURATION.
      *    ETAPE 0E - Chargement du registre des bouteilles ouvertes
      *    au verre, et des paramètres du service au verre.
           PERFORM 6235-CHARGE-VERRES.

      *    ETAPE 0F - Chargement des réservations de banquets (les
      *    réservations passées sont libérées avec un avis).
           PERFORM 6255-CHARGE-RESERVATIONS.

      *    ETAPE 0G - Chargement des lots de coût d'achat et des
      *    cumuls de marge du mois.
           PERFORM 6290-CHARGE-LOTS.
           PERFORM 6294-CHARGE-MARGES.

      *    ETAPE 0H - Chargement des caves privées des clients et du
      *    fichier clients.
           PERFORM 6300-CHARGE-CAVES-PRIVEES.

      *    ETAPE 0I - Chargement du registre des séries des vins de
      *    grande valeur.
           PERFORM 6313-CHARGE-SERIES.

      *    ETAPE 1 - Ouverture du fichier
           OPEN INPUT F-CELLIER.

      *                   nombre de verres).
                          PERFORM 6225-VENTE-VERRE

                       WHEN "P"
      *                   Dépôt en cave privée d'un client.
                          PERFORM 6301-DEPOT-CAVE-PRIVEE

                       WHEN "R"
      *                   Retrait de cave privée, droit de bouchon.
                          PERFORM 6302-RETRAIT-CAVE-PRIVEE

                       WHEN OTHER
                          DISPLAY "Action inconnue - Corrigé votre fic
      -                   "hier"                    

           END-PERFORM

      *    ETAPE 5B - Rapprochement de l'inventaire physique déposé,
      *    écarts passés au journal une fois validés par le sommelier.
           PERFORM 6275-INVENTAIRE-CELLIER.

      *    ETAPE 6 - Afficher un récapitulatif du cellier.
           PERFORM 6100-RECAP-CELLIER.

      *    ETAPE 6A5 - Exporter la carte des vins du restaurant.
           PERFORM 6185-EXPORT-CARTE.

      *    ETAPE 6A5B - Rapport mensuel des marges par cépage et
      *    millésime, vins de la carte sous l'objectif signalés.
           PERFORM 6296-RAPPORT-MARGES.

      *    ETAPE 6A5C - Relevé annuel des caves privées par client.
           PERFORM 6304-RELEVE-CAVES-PRIVEES.

      *    ETAPE 6A5D - Etat des bouteilles suivies par série.
           PERFORM 6315-ETAT-SERIES.

      *    ETAPE 6B - Consolider la liste des cépages à réassortir.
           PERFORM 6105-REASSORT-CELLIER.

      *    ETAPE 8C - Sauvegarde du registre des bouteilles ouvertes.
           PERFORM 6240-SAUVEGARDE-VERRES.

      *    ETAPE 8D - Sauvegarde des lots de coût et des cumuls de
      *    marge du mois.
           PERFORM 6291-SAUVEGARDE-LOTS.
           PERFORM 6297-SAUVEGARDE-MARGES.

      *    ETAPE 8E - Sauvegarde des caves privées.
           PERFORM 6305-SAUVEGARDE-CAVES-PRIVEES.

      *    ETAPE 8F - Sauvegarde du registre des séries.
           PERFORM 6316-SAUVEGARDE-SERIES.

           PERFORM 9998-FIN-NORMAL.

       0000-INITIALISATION-FIN.
           MOVE SPACES TO WS-CELLIER-CURRENT-OPT1
           MOVE SPACES TO WS-CELLIER-CURRENT-OPT2
           MOVE SPACES TO WS-CELLIER-CURRENT-OPT3
           MOVE SPACES TO WS-CELLIER-CURRENT-OPT4
           MOVE SPACES TO WS-CELLIER-CURRENT-OPT5
           MOVE SPACE TO WS-CELLIER-CURRENT-MOTIF
           MOVE SPACES TO WS-CELLIER-CURRENT-APPEL
           MOVE SPACES TO WS-CELLIER-CURRENT-FOURN
                 WS-CELLIER-CURRENT-OPT1
                 WS-CELLIER-CURRENT-OPT2
                 WS-CELLIER-CURRENT-OPT3
                 WS-CELLIER-CURRENT-OPT4
                 WS-CELLIER-CURRENT-OPT5
           END-UNSTRING

      *    Interprétation du champ optionnel selon l'action : motif
           IF C-OK OR ENT-CEP-OK OR ENT-REG-OK THEN
              MOVE "E" TO WS-CJN-ACTION
              PERFORM 6200-LOG-MOUVEMENT-CELLIER
      *       Les bouteilles entrées forment un lot de coût.
              PERFORM 6292-AJOUT-LOT
      *       Un vin de grande valeur reçoit ses numéros de série.
              PERFORM 6310-SERIES-ENTREE
           END-IF

           EXIT PROGRAM.
              MOVE "V" TO WS-CELLIER-CURRENT-MOTIF
           END-IF

      *    Un vin suivi à la bouteille ne sort qu'à l'unité, en
      *    nommant sa série.
           PERFORM 6311-SERIES-CONTROLE-SORTIE

      *    Recherche de la région en cours
           PERFORM VARYING WS-CPT-REGION FROM 1 BY 1
              UNTIL WS-CPT-REGION > WS-NB-REGIONS OR R-OK
                       END-IF
                    END-IF

                    IF NOT RESA-REFUSEE AND NOT SERIE-REFUSEE THEN

      *             Je déduis mes quantités
                    SUBTRACT WS-CELLIER-CURRENT-QTE FROM
      *    Une sortie qui a trouvé son cépage part au journal, avec
      *    son motif - sauf si elle a été refusée pour préserver une
      *    réservation.
           IF C-OK AND NOT RESA-REFUSEE AND NOT SERIE-REFUSEE THEN
              MOVE "S" TO WS-CJN-ACTION
              PERFORM 6200-LOG-MOUVEMENT-CELLIER

      *       La série sortie prend l'état du motif de sortie.
              IF SER-SUIVI THEN
                 PERFORM 6312-SERIES-SORTIE
              END-IF

      *       Les bouteilles sorties sont coûtées sur les lots les
      *       plus anciens ; ventes et ouvertures au verre portent
      *       leur coût à la marge du mois.
              PERFORM 6293-CONSOMME-LOTS
              IF WS-CELLIER-CURRENT-MOTIF = "V" OR
                 WS-CELLIER-CURRENT-MOTIF = "G" THEN
                 IF WS-CELLIER-CURRENT-MOTIF = "V" THEN
                    MOVE WS-VENTE-MONTANT TO WS-MRG-CA-AJOUT
                 ELSE
                    MOVE 0 TO WS-MRG-CA-AJOUT
                 END-IF
                 MOVE WS-LOT-COUT-SORTIE TO WS-MRG-COUT-AJOUT
                 PERFORM 6295-CUMUL-MARGE
              END-IF
           END-IF

           EXIT PROGRAM.
      *    que de laisser le rejet disparaître dans un simple message
      *    console.
           MOVE FUNCTION CURRENT-DATE TO WS-SATURATION-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-SAT-DATE-JOUR
           MOVE WS-SAT-DATE-JOUR TO WS-SAT-DATE
           MOVE WS-SAT-HEURE-JOUR TO WS-SAT-HEURE

      *    Ajoute une ligne au journal des dégustations pour chaque
      *    sortie au motif "D", avec la date et l'heure du service.
           MOVE FUNCTION CURRENT-DATE TO WS-DEGUSTATION-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-DEG-DATE-JOUR
           MOVE WS-DEG-DATE-JOUR TO WS-DEG-DATE
           MOVE WS-DEG-HEURE-JOUR TO WS-DEG-HEURE

       6070-SAUVEGARDE-CELLIER.
      *    Sauvegarde le contenu du cellier afin qu'il soit rechargé
      *    à la prochaine exécution. Le solde courant est d'abord
      *    roulé en générations de sauvegarde (celles du dossier de
      *    simulation en simulation).
           IF EN-SIMULATION THEN
              MOVE "./simu/SIMU-CellierSolde" TO WS-GEN-BASE
           ELSE
              MOVE "./out/CellierSolde" TO WS-GEN-BASE
           END-IF
           PERFORM 7100-ROULE-GENERATIONS

           OPEN OUTPUT F-CELLIER-SOLDE
           DISPLAY "|   REGION   |   CEPAGE    |MILL| QTE |CASIER|"
           DISPLAY "-----------------------------------------"

           MOVE WS-DM-ANNEE TO WS-ANNEE-COURANTE

           PERFORM VARYING WS-CPT-REGION FROM 1 BY 1
              UNTIL WS-CPT-REGION > WS-NB-REGIONS
      *    le fichier d'import du cabinet (date;cépage;HT;TVA;TTC)
      *    avec une ligne TOTAL de contrôle. Fini la ressaisie
      *    manuelle qui a déjà coûté deux rectifications de TVA.
           PERFORM 6320-PERIODE-COURANTE
           MOVE 0 TO WS-CPTA-NB

           OPEN INPUT F-CEL-JOURNAL
                               WS-CJL-MOTIF-TXT
                       END-UNSTRING

                       IF WS-CJL-DATE-TXT >= WS-PER-DEBUT AND
                          WS-CJL-DATE-TXT <= WS-PER-FIN AND
                          WS-CJL-ACTION-TXT = "S" AND
                          WS-CJL-MOTIF-TXT = "V" THEN
                          PERFORM 6270-CUMUL-COMPTABLE

           EXIT PROGRAM.

       6275-INVENTAIRE-CELLIER.
      *    Rapprochement de l'inventaire physique du cellier avec le
      *    solde : cumul des bouteilles comptées par emplacement,
      *    liste à part des bouteilles hors de leur casier, écarts
      *    valorisés au prix de la table WS-PRIX dans le rapport
      *    d'inventaire. Si le sommelier a validé l'inventaire, les
      *    écarts sont passés au journal au motif "I" et les deux
      *    fichiers de la demande sont consommés ; sinon l'inventaire
      *    reste en place pour la validation.
           OPEN INPUT F-INVENTAIRE

           IF FS-INVENTAIRE = "00" THEN
              MOVE "N" TO WS-INV-VALIDE
              OPEN INPUT F-INV-VALIDATION
              IF FS-INV-VALIDATION = "00" THEN
                 READ F-INV-VALIDATION INTO F-INV-VALIDATION-LIGNE
                    NOT AT END
                       IF F-INV-VALIDATION-LIGNE(1:1) = "O" THEN
                          SET INV-VALIDE TO TRUE
                       END-IF
                 END-READ
                 CLOSE F-INV-VALIDATION
              END-IF

              INITIALIZE WS-INV-COMPTE
              MOVE 0 TO WS-INV-NB-LIGNES
              MOVE 0 TO WS-INV-NB-CASIER
              MOVE 0 TO WS-INV-NB-INCONNUS
              MOVE 0 TO WS-INV-NB-ECARTS
              MOVE 0 TO WS-INV-TOTAL-VALEUR

              OPEN OUTPUT F-INV-RAPPORT
              MOVE "BOUTEILLES HORS DE LEUR CASIER" TO
                 F-INV-RAPPORT-LIGNE
              WRITE F-INV-RAPPORT-LIGNE
              MOVE SPACES TO F-INV-RAPPORT-LIGNE
              STRING "REGION;CEPAGE;MILL;CASIER COMPTE;QTE;"
                 "CASIER ATTENDU/MOTIF" DELIMITED BY SIZE
                 INTO F-INV-RAPPORT-LIGNE
              END-STRING
              WRITE F-INV-RAPPORT-LIGNE

              PERFORM UNTIL FS-INVENTAIRE = "10"
                 READ F-INVENTAIRE INTO F-INVENTAIRE-LIGNE
                    NOT AT END
                       IF F-INVENTAIRE-LIGNE NOT = SPACES THEN
                          ADD 1 TO WS-INV-NB-LIGNES
                          PERFORM 6280-INV-LIGNE-COMPTEE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-INVENTAIRE

      *       Séries présentes au dernier inventaire, sans mouvement
      *       depuis et introuvables à celui-ci.
              PERFORM 6314-SERIES-INVENTAIRE

      *       Ecarts par emplacement : compté contre solde.
              MOVE SPACES TO F-INV-RAPPORT-LIGNE
              WRITE F-INV-RAPPORT-LIGNE
              MOVE "ECARTS D'INVENTAIRE VALORISES" TO
                 F-INV-RAPPORT-LIGNE
              WRITE F-INV-RAPPORT-LIGNE
              MOVE SPACES TO F-INV-RAPPORT-LIGNE
              STRING "REGION;CEPAGE;MILL;SOLDE;COMPTE;ECART;"
                 "VALEUR" DELIMITED BY SIZE
                 INTO F-INV-RAPPORT-LIGNE
              END-STRING
              WRITE F-INV-RAPPORT-LIGNE

              PERFORM VARYING WS-CPT-REGION FROM 1 BY 1
                 UNTIL WS-CPT-REGION > WS-NB-REGIONS
                 PERFORM VARYING WS-CPT-CEPAGE FROM 1 BY 1
                    UNTIL WS-CPT-CEPAGE > WS-NB-CEPAGES
                    IF WS-CEPAGE(WS-CPT-REGION,WS-CPT-CEPAGE) NOT =
                       SPACES THEN
                       PERFORM 6285-INV-ECART-EMPLACEMENT
                    END-IF
                 END-PERFORM
              END-PERFORM

              MOVE WS-INV-TOTAL-VALEUR TO WS-INV-TOTAL-ED
              MOVE SPACES TO F-INV-RAPPORT-LIGNE
              STRING "TOTAL;;;;;" WS-INV-NB-ECARTS ";"
                 WS-INV-TOTAL-ED DELIMITED BY SIZE
                 INTO F-INV-RAPPORT-LIGNE
              END-STRING
              WRITE F-INV-RAPPORT-LIGNE

              CLOSE F-INV-RAPPORT

              DISPLAY "Inventaire cellier : " WS-INV-NB-LIGNES
              " ligne(s), " WS-INV-NB-ECARTS " écart(s) valorisés "
              WS-INV-TOTAL-ED ", " WS-INV-NB-CASIER
              " hors casier, " WS-INV-NB-INCONNUS " inconnue(s)."

              IF INV-VALIDE THEN
                 DISPLAY "Inventaire validé : " WS-NB-AJUST-INV
                 " bouteille(s) ajustée(s) au journal (motif I)."
      *          L'inventaire et sa validation sont consommés.
                 OPEN OUTPUT F-INVENTAIRE
                 CLOSE F-INVENTAIRE
                 OPEN OUTPUT F-INV-VALIDATION
                 CLOSE F-INV-VALIDATION
              ELSE
                 DISPLAY "Inventaire en attente de validation du "
                 "sommelier, aucun ajustement passé."
              END-IF
           END-IF

           EXIT PROGRAM.

       6280-INV-LIGNE-COMPTEE.
      *    Rattache une ligne comptée à son emplacement du cellier
      *    (région, cépage, millésime) et contrôle son casier : casier
      *    vide ou inconnu du cellier, ou casier d'un autre
      *    emplacement, la ligne part dans la liste à part.
           MOVE SPACES TO WS-INV-BIN-TXT
           MOVE SPACES TO WS-INV-QTE-TXT
           MOVE SPACES TO WS-INV-SERIE-TXT
           UNSTRING F-INVENTAIRE-LIGNE DELIMITED BY ";"
              INTO WS-INV-REGION-TXT
                   WS-INV-CEPAGE-TXT
                   WS-INV-VINTAGE-TXT
                   WS-INV-BIN-TXT
                   WS-INV-QTE-TXT
                   WS-INV-SERIE-TXT
           END-UNSTRING

      *    Une bouteille suivie comptée avec sa série est relevée au
      *    registre des séries.
           IF WS-INV-SERIE-TXT NOT = SPACES THEN
              COMPUTE WS-SER-NUM-IN =
                 FUNCTION NUMVAL(WS-INV-SERIE-TXT)
              PERFORM VARYING WS-CPT-SER FROM 1 BY 1
                 UNTIL WS-CPT-SER > WS-NB-SER
                 IF WS-SER-NUM(WS-CPT-SER) = WS-SER-NUM-IN THEN
                    MOVE "O" TO WS-SER-VUE(WS-CPT-SER)
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE WS-INV-QTE = FUNCTION NUMVAL(WS-INV-QTE-TXT)

           MOVE "N" TO WS-INV-EMPL
           MOVE "N" TO WS-INV-CASIER

           PERFORM VARYING WS-CPT-REGION FROM 1 BY 1
              UNTIL WS-CPT-REGION > WS-NB-REGIONS
              PERFORM VARYING WS-CPT-CEPAGE FROM 1 BY 1
                 UNTIL WS-CPT-CEPAGE > WS-NB-CEPAGES

                 IF WS-CEPAGE(WS-CPT-REGION,WS-CPT-CEPAGE) NOT =
                    SPACES AND WS-INV-BIN-TXT NOT = SPACES AND
                    WS-BIN(WS-CPT-REGION,WS-CPT-CEPAGE) =
                    WS-INV-BIN-TXT THEN
                    SET INV-CASIER-CONNU TO TRUE
                 END-IF

                 IF WS-REGION(WS-CPT-REGION) = WS-INV-REGION-TXT AND
                    WS-CEPAGE(WS-CPT-REGION,WS-CPT-CEPAGE) =
                    WS-INV-CEPAGE-TXT AND
                    WS-VINTAGE(WS-CPT-REGION,WS-CPT-CEPAGE) =
                    FUNCTION NUMVAL(WS-INV-VINTAGE-TXT) AND
                    NOT INV-EMPL-OK THEN
                    SET INV-EMPL-OK TO TRUE
                    MOVE WS-CPT-REGION TO WS-INV-CPT-REGION
                    MOVE WS-CPT-CEPAGE TO WS-INV-CPT-CEPAGE
                 END-IF

              END-PERFORM
           END-PERFORM

           MOVE SPACES TO F-INV-RAPPORT-LIGNE

           EVALUATE TRUE
              WHEN NOT INV-EMPL-OK
      *          Vin absent du solde : listé, sans emplacement à
      *          ajuster.
                 ADD 1 TO WS-INV-NB-INCONNUS
                 STRING WS-INV-REGION-TXT ";" WS-INV-CEPAGE-TXT ";"
                    WS-INV-VINTAGE-TXT ";" WS-INV-BIN-TXT ";"
                    WS-INV-QTE ";VIN INCONNU DU CELLIER"
                    DELIMITED BY SIZE
                    INTO F-INV-RAPPORT-LIGNE
                 END-STRING
              WHEN NOT INV-CASIER-CONNU
                 ADD 1 TO WS-INV-NB-CASIER
                 STRING WS-INV-REGION-TXT ";" WS-INV-CEPAGE-TXT ";"
                    WS-INV-VINTAGE-TXT ";" WS-INV-BIN-TXT ";"
                    WS-INV-QTE ";CASIER NON REPERTORIE"
                    DELIMITED BY SIZE
                    INTO F-INV-RAPPORT-LIGNE
                 END-STRING
              WHEN WS-BIN(WS-INV-CPT-REGION,WS-INV-CPT-CEPAGE) NOT =
                 WS-INV-BIN-TXT
                 ADD 1 TO WS-INV-NB-CASIER
                 STRING WS-INV-REGION-TXT ";" WS-INV-CEPAGE-TXT ";"
                    WS-INV-VINTAGE-TXT ";" WS-INV-BIN-TXT ";"
                    WS-INV-QTE ";MAUVAIS CASIER, attendu "
                    WS-BIN(WS-INV-CPT-REGION,WS-INV-CPT-CEPAGE)
                    DELIMITED BY SIZE
                    INTO F-INV-RAPPORT-LIGNE
                 END-STRING
           END-EVALUATE

           IF F-INV-RAPPORT-LIGNE NOT = SPACES THEN
              WRITE F-INV-RAPPORT-LIGNE
           END-IF

      *    Les bouteilles d'un vin connu comptent pour son
      *    emplacement, quel que soit le casier où elles étaient.
           IF INV-EMPL-OK THEN
              ADD WS-INV-QTE TO
                 WS-INV-QTE-COMPTEE(WS-INV-CPT-REGION,
                 WS-INV-CPT-CEPAGE)
           END-IF

           EXIT PROGRAM.

       6285-INV-ECART-EMPLACEMENT.
      *    Ecart de l'emplacement courant (compté - solde), valorisé
      *    au prix du cépage ; après validation, l'emplacement est
      *    aligné sur le compté et l'écart passe au journal du
      *    cellier en entrée ou sortie au motif "I".
           IF WS-QTE(WS-CPT-REGION,WS-CPT-CEPAGE) = HIGH-VALUE THEN
              MOVE 0 TO WS-INV-THEORIQUE
           ELSE
              MOVE WS-QTE(WS-CPT-REGION,WS-CPT-CEPAGE) TO
                 WS-INV-THEORIQUE
           END-IF

           COMPUTE WS-INV-ECART =
              WS-INV-QTE-COMPTEE(WS-CPT-REGION,WS-CPT-CEPAGE) -
              WS-INV-THEORIQUE

           IF WS-INV-ECART NOT = 0 THEN
              ADD 1 TO WS-INV-NB-ECARTS
              PERFORM 6120-RECHERCHE-PRIX
              IF PR-OK THEN
                 COMPUTE WS-INV-VALEUR =
                    WS-INV-ECART * WS-PRIX-UNITAIRE-TROUVE
              ELSE
                 MOVE 0 TO WS-INV-VALEUR
              END-IF
              ADD WS-INV-VALEUR TO WS-INV-TOTAL-VALEUR

              MOVE WS-INV-ECART TO WS-INV-ECART-ED
              MOVE WS-INV-VALEUR TO WS-INV-VALEUR-ED
              MOVE SPACES TO F-INV-RAPPORT-LIGNE
              STRING WS-REGION(WS-CPT-REGION) ";"
                 WS-CEPAGE(WS-CPT-REGION,WS-CPT-CEPAGE) ";"
                 WS-VINTAGE(WS-CPT-REGION,WS-CPT-CEPAGE) ";"
                 WS-INV-THEORIQUE ";"
                 WS-INV-QTE-COMPTEE(WS-CPT-REGION,WS-CPT-CEPAGE) ";"
                 WS-INV-ECART-ED ";"
                 WS-INV-VALEUR-ED DELIMITED BY SIZE
                 INTO F-INV-RAPPORT-LIGNE
              END-STRING
              WRITE F-INV-RAPPORT-LIGNE

              IF INV-VALIDE THEN
                 MOVE WS-REGION(WS-CPT-REGION) TO
                    WS-CELLIER-CURRENT-REGION
                 MOVE WS-CEPAGE(WS-CPT-REGION,WS-CPT-CEPAGE) TO
                    WS-CELLIER-CURRENT-CEPAGE
                 MOVE WS-VINTAGE(WS-CPT-REGION,WS-CPT-CEPAGE) TO
                    WS-CELLIER-CURRENT-VINTAGE
                 MOVE "I" TO WS-CELLIER-CURRENT-MOTIF
                 IF WS-INV-ECART > 0 THEN
                    MOVE "E" TO WS-CJN-ACTION
                    MOVE WS-INV-ECART TO WS-CELLIER-CURRENT-QTE
                 ELSE
                    MOVE "S" TO WS-CJN-ACTION
                    COMPUTE WS-CELLIER-CURRENT-QTE = 0 - WS-INV-ECART
                 END-IF
                 ADD WS-CELLIER-CURRENT-QTE TO WS-NB-AJUST-INV

      *          Le surplus forme un lot au dernier coût connu du
      *          vin, le manquant consomme les lots les plus anciens.
                 IF WS-INV-ECART > 0 THEN
                    MOVE SPACES TO WS-CELLIER-CURRENT-OPT4
                    PERFORM 6292-AJOUT-LOT
                 ELSE
                    PERFORM 6293-CONSOMME-LOTS
                 END-IF

      *          Un emplacement compté vide repasse en réassort,
      *          comme après une sortie qui l'épuise.
                 IF WS-INV-QTE-COMPTEE(WS-CPT-REGION,WS-CPT-CEPAGE)
                    = 0 THEN
                    MOVE HIGH-VALUE TO
                       WS-QTE(WS-CPT-REGION,WS-CPT-CEPAGE)
                 ELSE
                    MOVE WS-INV-QTE-COMPTEE(WS-CPT-REGION,
                       WS-CPT-CEPAGE) TO
                       WS-QTE(WS-CPT-REGION,WS-CPT-CEPAGE)
                 END-IF

                 PERFORM 6200-LOG-MOUVEMENT-CELLIER
              END-IF
           END-IF

           EXIT PROGRAM.

       6290-CHARGE-LOTS.
      *    Recharge les lots de coût d'achat encore en stock
      *    (cépage;millésime;qté restante;coût unitaire), dans leur
      *    ordre d'arrivée.
           MOVE 0 TO WS-NB-LOT

           OPEN INPUT F-LOTS

           IF FS-LOTS = "00" THEN
              PERFORM UNTIL FS-LOTS = "10"
                 READ F-LOTS INTO F-LOTS-LIGNE
                    NOT AT END
                       UNSTRING F-LOTS-LIGNE DELIMITED BY ";"
                          INTO WS-LOT-CEPAGE-TXT
                               WS-LOT-VINTAGE-TXT
                               WS-LOT-QTE-TXT
                               WS-LOT-COUT-TXT
                       END-UNSTRING
                       IF WS-NB-LOT < 200 THEN
                          ADD 1 TO WS-NB-LOT
                          MOVE WS-LOT-CEPAGE-TXT TO
                             WS-LOT-CEPAGE(WS-NB-LOT)
                          COMPUTE WS-LOT-VINTAGE(WS-NB-LOT) =
                             FUNCTION NUMVAL(WS-LOT-VINTAGE-TXT)
                          COMPUTE WS-LOT-QTE(WS-NB-LOT) =
                             FUNCTION NUMVAL(WS-LOT-QTE-TXT)
                          COMPUTE WS-LOT-COUT(WS-NB-LOT) =
                             FUNCTION NUMVAL(WS-LOT-COUT-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-LOTS
           END-IF

           EXIT PROGRAM.

       6291-SAUVEGARDE-LOTS.
      *    Sauvegarde les lots de coût. Un lot épuisé n'est gardé
      *    que s'il est le dernier de son vin, pour conserver le
      *    dernier coût d'achat connu.
           OPEN OUTPUT F-LOTS

           PERFORM VARYING WS-CPT-LOT FROM 1 BY 1
              UNTIL WS-CPT-LOT > WS-NB-LOT

              MOVE "O" TO LOT-TROUVE
              IF WS-LOT-QTE(WS-CPT-LOT) = 0 THEN
                 PERFORM VARYING WS-CPT-LOT2 FROM WS-CPT-LOT BY 1
                    UNTIL WS-CPT-LOT2 >= WS-NB-LOT OR NOT LT-OK
                    IF WS-LOT-CEPAGE(WS-CPT-LOT2 + 1) =
                       WS-LOT-CEPAGE(WS-CPT-LOT) AND
                       WS-LOT-VINTAGE(WS-CPT-LOT2 + 1) =
                       WS-LOT-VINTAGE(WS-CPT-LOT) THEN
                       MOVE "N" TO LOT-TROUVE
                    END-IF
                 END-PERFORM
              END-IF

              IF LT-OK THEN
                 MOVE WS-LOT-COUT(WS-CPT-LOT) TO WS-LOT-COUT-ED
                 MOVE SPACES TO F-LOTS-LIGNE
                 STRING WS-LOT-CEPAGE(WS-CPT-LOT) ";"
                    WS-LOT-VINTAGE(WS-CPT-LOT) ";"
                    WS-LOT-QTE(WS-CPT-LOT) ";"
                    WS-LOT-COUT-ED DELIMITED BY SIZE
                    INTO F-LOTS-LIGNE
                 END-STRING
                 WRITE F-LOTS-LIGNE
              END-IF

           END-PERFORM

           CLOSE F-LOTS

           EXIT PROGRAM.

       6292-AJOUT-LOT.
      *    Ouvre un lot de coût pour les bouteilles entrées par la
      *    ligne courante : coût d'achat de la ligne, à défaut le
      *    dernier coût connu du même cépage/millésime, à défaut 0.
           SET LOT-TROUVE TO "N"
           MOVE 0 TO WS-LOT-COUT-ENTREE

           IF WS-CELLIER-CURRENT-OPT4 NOT = SPACES THEN
              COMPUTE WS-LOT-COUT-ENTREE =
                 FUNCTION NUMVAL(WS-CELLIER-CURRENT-OPT4)
              SET LT-OK TO TRUE
           ELSE
              PERFORM VARYING WS-CPT-LOT FROM 1 BY 1
                 UNTIL WS-CPT-LOT > WS-NB-LOT
                 IF WS-LOT-CEPAGE(WS-CPT-LOT) =
                    WS-CELLIER-CURRENT-CEPAGE AND
                    WS-LOT-VINTAGE(WS-CPT-LOT) =
                    WS-CELLIER-CURRENT-VINTAGE THEN
                    MOVE WS-LOT-COUT(WS-CPT-LOT) TO WS-LOT-COUT-ENTREE
                    SET LT-OK TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF NOT LT-OK THEN
              DISPLAY "Pas de coût d'achat connu pour "
              FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE) " "
              WS-CELLIER-CURRENT-VINTAGE ", lot coûté à 0."
           END-IF

      *    Une entrée au même coût que le dernier lot du même vin
      *    le complète au lieu d'en ouvrir un nouveau.
           IF WS-NB-LOT > 0 AND
              WS-LOT-CEPAGE(WS-NB-LOT) = WS-CELLIER-CURRENT-CEPAGE AND
              WS-LOT-VINTAGE(WS-NB-LOT) = WS-CELLIER-CURRENT-VINTAGE
              AND WS-LOT-COUT(WS-NB-LOT) = WS-LOT-COUT-ENTREE THEN
              ADD WS-CELLIER-CURRENT-QTE TO WS-LOT-QTE(WS-NB-LOT)
           ELSE
              IF WS-NB-LOT < 200 THEN
                 ADD 1 TO WS-NB-LOT
                 MOVE WS-CELLIER-CURRENT-CEPAGE TO
                    WS-LOT-CEPAGE(WS-NB-LOT)
                 MOVE WS-CELLIER-CURRENT-VINTAGE TO
                    WS-LOT-VINTAGE(WS-NB-LOT)
                 MOVE WS-CELLIER-CURRENT-QTE TO WS-LOT-QTE(WS-NB-LOT)
                 MOVE WS-LOT-COUT-ENTREE TO WS-LOT-COUT(WS-NB-LOT)
              ELSE
                 DISPLAY "Table des lots de coût pleine, entrée de "
                 FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE)
                 " non coûtée."
              END-IF
           END-IF

           EXIT PROGRAM.

       6293-CONSOMME-LOTS.
      *    Coûte les bouteilles sorties par la ligne courante sur
      *    les lots du cépage/millésime, du plus ancien au plus
      *    récent. Les bouteilles sans lot restent coûtées à 0 et
      *    sont comptées à part.
           MOVE WS-CELLIER-CURRENT-QTE TO WS-LOT-RESTE
           MOVE 0 TO WS-LOT-COUT-SORTIE

           PERFORM VARYING WS-CPT-LOT FROM 1 BY 1
              UNTIL WS-CPT-LOT > WS-NB-LOT OR WS-LOT-RESTE = 0

              IF WS-LOT-CEPAGE(WS-CPT-LOT) =
                 WS-CELLIER-CURRENT-CEPAGE AND
                 WS-LOT-VINTAGE(WS-CPT-LOT) =
                 WS-CELLIER-CURRENT-VINTAGE AND
                 WS-LOT-QTE(WS-CPT-LOT) > 0 THEN
                 IF WS-LOT-QTE(WS-CPT-LOT) >= WS-LOT-RESTE THEN
                    COMPUTE WS-LOT-COUT-SORTIE = WS-LOT-COUT-SORTIE +
                       WS-LOT-RESTE * WS-LOT-COUT(WS-CPT-LOT)
                    SUBTRACT WS-LOT-RESTE FROM WS-LOT-QTE(WS-CPT-LOT)
                    MOVE 0 TO WS-LOT-RESTE
                 ELSE
                    COMPUTE WS-LOT-COUT-SORTIE = WS-LOT-COUT-SORTIE +
                       WS-LOT-QTE(WS-CPT-LOT) * WS-LOT-COUT(WS-CPT-LOT)
                    SUBTRACT WS-LOT-QTE(WS-CPT-LOT) FROM WS-LOT-RESTE
                    MOVE 0 TO WS-LOT-QTE(WS-CPT-LOT)
                 END-IF
              END-IF

           END-PERFORM

           IF WS-LOT-RESTE > 0 THEN
              ADD WS-LOT-RESTE TO WS-NB-SANS-COUT
              DISPLAY WS-LOT-RESTE " bouteille(s) de "
              FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE)
              " sans lot de coût, coûtée(s) à 0."
           END-IF

           EXIT PROGRAM.

       6294-CHARGE-MARGES.
      *    Recharge les cumuls de marge du mois courant (AAAAMM;
      *    cépage;millésime;CA;coût) ; les cumuls d'un mois passé
      *    sont abandonnés, leur rapport mensuel restant en place.
           PERFORM 6320-PERIODE-COURANTE
           MOVE 0 TO WS-NB-MRG

           OPEN INPUT F-MARGES

           IF FS-MARGES = "00" THEN
              PERFORM UNTIL FS-MARGES = "10"
                 READ F-MARGES INTO F-MARGES-LIGNE
                    NOT AT END
                       UNSTRING F-MARGES-LIGNE DELIMITED BY ";"
                          INTO WS-MRG-MOIS-TXT
                               WS-MRG-CEPAGE-TXT
                               WS-MRG-VINTAGE-TXT
                               WS-MRG-CA-TXT
                               WS-MRG-COUT-TXT
                       END-UNSTRING
                       IF WS-MRG-MOIS-TXT = WS-MOIS-COURANT AND
                          WS-NB-MRG < 100 THEN
                          ADD 1 TO WS-NB-MRG
                          MOVE WS-MRG-CEPAGE-TXT TO
                             WS-MRG-CEPAGE(WS-NB-MRG)
                          COMPUTE WS-MRG-VINTAGE(WS-NB-MRG) =
                             FUNCTION NUMVAL(WS-MRG-VINTAGE-TXT)
                          COMPUTE WS-MRG-CA(WS-NB-MRG) =
                             FUNCTION NUMVAL(WS-MRG-CA-TXT)
                          COMPUTE WS-MRG-COUT(WS-NB-MRG) =
                             FUNCTION NUMVAL(WS-MRG-COUT-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MARGES
           END-IF

           EXIT PROGRAM.

       6295-CUMUL-MARGE.
      *    Ajoute WS-MRG-CA-AJOUT et WS-MRG-COUT-AJOUT aux cumuls du
      *    mois du cépage/millésime de la ligne courante.
           SET REG-TROUVE TO "N"

           PERFORM VARYING WS-CPT-MRG FROM 1 BY 1
              UNTIL WS-CPT-MRG > WS-NB-MRG OR RG-OK

              IF WS-MRG-CEPAGE(WS-CPT-MRG) =
                 WS-CELLIER-CURRENT-CEPAGE AND
                 WS-MRG-VINTAGE(WS-CPT-MRG) =
                 WS-CELLIER-CURRENT-VINTAGE THEN
                 ADD WS-MRG-CA-AJOUT TO WS-MRG-CA(WS-CPT-MRG)
                 ADD WS-MRG-COUT-AJOUT TO WS-MRG-COUT(WS-CPT-MRG)
                 SET RG-OK TO TRUE
              END-IF

           END-PERFORM

           IF NOT RG-OK AND WS-NB-MRG < 100 THEN
              ADD 1 TO WS-NB-MRG
              MOVE WS-CELLIER-CURRENT-CEPAGE TO
                 WS-MRG-CEPAGE(WS-NB-MRG)
              MOVE WS-CELLIER-CURRENT-VINTAGE TO
                 WS-MRG-VINTAGE(WS-NB-MRG)
              MOVE WS-MRG-CA-AJOUT TO WS-MRG-CA(WS-NB-MRG)
              MOVE WS-MRG-COUT-AJOUT TO WS-MRG-COUT(WS-NB-MRG)
           END-IF

           EXIT PROGRAM.

       6296-RAPPORT-MARGES.
      *    Rapport mensuel des marges (MargesCellier-AAAAMM.txt) :
      *    par cépage et millésime, chiffre d'affaires, coût des
      *    ventes, marge et taux de marge ; un vin présent sur la
      *    carte des vins sous l'objectif de marge est signalé.
           PERFORM 6320-PERIODE-COURANTE
           MOVE 0 TO WS-MRG-NB-ALERTES

           MOVE SPACES TO WS-MRG-RAPPORT-NOM
           IF EN-SIMULATION THEN
              STRING "./simu/SIMU-MargesCellier-" WS-MOIS-COURANT
                 ".txt" DELIMITED BY SIZE
                 INTO WS-MRG-RAPPORT-NOM
              END-STRING
           ELSE
              STRING "./out/MargesCellier-" WS-MOIS-COURANT ".txt"
                 DELIMITED BY SIZE
                 INTO WS-MRG-RAPPORT-NOM
              END-STRING
           END-IF

           OPEN OUTPUT F-MARGE-RAPPORT

           MOVE WS-MRG-OBJECTIF TO WS-MRG-OBJECTIF-ED
           MOVE SPACES TO F-MARGE-RAPPORT-LIGNE
           STRING "MARGES DU CELLIER " WS-MOIS-COURANT
              " - objectif carte " WS-MRG-OBJECTIF-ED " %"
              DELIMITED BY SIZE
              INTO F-MARGE-RAPPORT-LIGNE
           END-STRING
           WRITE F-MARGE-RAPPORT-LIGNE
           MOVE "CEPAGE;MILL;CA;COUT;MARGE;TAUX %;ALERTE" TO
              F-MARGE-RAPPORT-LIGNE
           WRITE F-MARGE-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-MRG FROM 1 BY 1
              UNTIL WS-CPT-MRG > WS-NB-MRG

              COMPUTE WS-MRG-MARGE = WS-MRG-CA(WS-CPT-MRG) -
                 WS-MRG-COUT(WS-CPT-MRG)
              IF WS-MRG-CA(WS-CPT-MRG) > 0 THEN
                 COMPUTE WS-MRG-TAUX ROUNDED =
                    WS-MRG-MARGE * 100 / WS-MRG-CA(WS-CPT-MRG)
              ELSE
                 MOVE 0 TO WS-MRG-TAUX
              END-IF

      *       Le vin figure-t-il sur la carte des vins exportée ?
              MOVE "N" TO WS-MRG-CARTE
              OPEN INPUT F-CARTE
              IF FS-CARTE = "00" THEN
                 PERFORM UNTIL FS-CARTE = "10"
                    READ F-CARTE INTO F-CARTE-LIGNE
                       NOT AT END
                          IF F-CARTE-LIGNE(1:20) =
                             WS-MRG-CEPAGE(WS-CPT-MRG) AND
                             F-CARTE-LIGNE(22:4) =
                             WS-MRG-VINTAGE(WS-CPT-MRG) THEN
                             SET MRG-A-LA-CARTE TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE F-CARTE
              END-IF

              MOVE WS-MRG-CA(WS-CPT-MRG) TO WS-MRG-CA-ED
              MOVE WS-MRG-COUT(WS-CPT-MRG) TO WS-MRG-COUT-ED
              MOVE WS-MRG-MARGE TO WS-MRG-MARGE-ED
              MOVE WS-MRG-TAUX TO WS-MRG-TAUX-ED

              MOVE SPACES TO F-MARGE-RAPPORT-LIGNE
              STRING WS-MRG-CEPAGE(WS-CPT-MRG) ";"
                 WS-MRG-VINTAGE(WS-CPT-MRG) ";"
                 WS-MRG-CA-ED ";"
                 WS-MRG-COUT-ED ";"
                 WS-MRG-MARGE-ED ";"
                 WS-MRG-TAUX-ED ";" DELIMITED BY SIZE
                 INTO F-MARGE-RAPPORT-LIGNE
              END-STRING
              IF MRG-A-LA-CARTE AND WS-MRG-TAUX < WS-MRG-OBJECTIF
              THEN
                 ADD 1 TO WS-MRG-NB-ALERTES
                 MOVE "SOUS OBJECTIF" TO F-MARGE-RAPPORT-LIGNE(71:13)
              END-IF
              WRITE F-MARGE-RAPPORT-LIGNE

           END-PERFORM

           CLOSE F-MARGE-RAPPORT

           DISPLAY "Rapport des marges du mois : " WS-NB-MRG
           " vin(s), " WS-MRG-NB-ALERTES " sous objectif, "
           WS-NB-SANS-COUT " bouteille(s) sans coût."

           EXIT PROGRAM.

       6297-SAUVEGARDE-MARGES.
      *    Sauvegarde les cumuls de marge du mois courant.
           PERFORM 6320-PERIODE-COURANTE

           OPEN OUTPUT F-MARGES

           PERFORM VARYING WS-CPT-MRG FROM 1 BY 1
              UNTIL WS-CPT-MRG > WS-NB-MRG
              MOVE WS-MRG-CA(WS-CPT-MRG) TO WS-MRG-CA-ED
              MOVE WS-MRG-COUT(WS-CPT-MRG) TO WS-MRG-COUT-ED
              MOVE SPACES TO F-MARGES-LIGNE
              STRING WS-MOIS-COURANT ";"
                 WS-MRG-CEPAGE(WS-CPT-MRG) ";"
                 WS-MRG-VINTAGE(WS-CPT-MRG) ";"
                 WS-MRG-CA-ED ";"
                 WS-MRG-COUT-ED DELIMITED BY SIZE
                 INTO F-MARGES-LIGNE
              END-STRING
              WRITE F-MARGES-LIGNE
           END-PERFORM

           CLOSE F-MARGES

           EXIT PROGRAM.

       6300-CHARGE-CAVES-PRIVEES.
      *    Recharge la détention des caves privées (client;région;
      *    cépage;millésime;qté) et les identifiants du fichier
      *    clients.
           MOVE 0 TO WS-NB-CPV

           OPEN INPUT F-CAVE-PRIVEE

           IF FS-CAVE-PRIVEE = "00" THEN
              PERFORM UNTIL FS-CAVE-PRIVEE = "10"
                 READ F-CAVE-PRIVEE INTO F-CAVE-PRIVEE-LIGNE
                    NOT AT END
                       UNSTRING F-CAVE-PRIVEE-LIGNE DELIMITED BY ";"
                          INTO WS-CPV-CLIENT-TXT
                               WS-CPV-REGION-TXT
                               WS-CPV-CEPAGE-TXT
                               WS-CPV-VINTAGE-TXT
                               WS-CPV-QTE-TXT
                       END-UNSTRING
                       IF WS-NB-CPV < 100 THEN
                          ADD 1 TO WS-NB-CPV
                          MOVE WS-CPV-CLIENT-TXT TO
                             WS-CPV-CLIENT(WS-NB-CPV)
                          MOVE WS-CPV-REGION-TXT TO
                             WS-CPV-REGION(WS-NB-CPV)
                          MOVE WS-CPV-CEPAGE-TXT TO
                             WS-CPV-CEPAGE(WS-NB-CPV)
                          MOVE WS-CPV-VINTAGE-TXT TO
                             WS-CPV-VINTAGE(WS-NB-CPV)
                          COMPUTE WS-CPV-QTE(WS-NB-CPV) =
                             FUNCTION NUMVAL(WS-CPV-QTE-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CAVE-PRIVEE
           END-IF

           MOVE 0 TO WS-NB-CLI

           OPEN INPUT F-CLIENTS

           IF FS-CLIENTS = "00" THEN
              PERFORM UNTIL FS-CLIENTS = "10"
                 READ F-CLIENTS INTO F-CLIENTS-LIGNE
                    NOT AT END
                       IF F-CLIENTS-LIGNE(1:5) IS NUMERIC AND
                          WS-NB-CLI < 200 THEN
                          ADD 1 TO WS-NB-CLI
                          MOVE F-CLIENTS-LIGNE(1:5) TO
                             WS-CLI-ID(WS-NB-CLI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CLIENTS
           END-IF

           EXIT PROGRAM.

       6301-DEPOT-CAVE-PRIVEE.
      *    Dépôt de bouteilles d'un client dans sa cave privée
      *    (P;client;région;cépage;millésime;qté). Les bouteilles
      *    ne touchent pas la table CELLIER du restaurant.
           DISPLAY "Action Dépôt cave privée"

           PERFORM 6306-DECOUPE-CAVE-PRIVEE

      *    Le client doit figurer au fichier clients.
           MOVE "N" TO WS-CPV-FLAG
           PERFORM VARYING WS-CPT-CLI FROM 1 BY 1
              UNTIL WS-CPT-CLI > WS-NB-CLI OR CPV-OK
              IF WS-CLI-ID(WS-CPT-CLI) = WS-CPV-CLIENT-IN THEN
                 SET CPV-OK TO TRUE
              END-IF
           END-PERFORM

           IF NOT CPV-OK OR WS-CPV-QTE-IN = 0 THEN
              DISPLAY "Dépôt refusé : client " WS-CPV-CLIENT-TXT
              " inconnu du fichier clients ou quantité nulle."
           ELSE
              MOVE "N" TO WS-CPV-FLAG
              PERFORM VARYING WS-CPT-CPV FROM 1 BY 1
                 UNTIL WS-CPT-CPV > WS-NB-CPV OR CPV-OK
                 IF WS-CPV-CLIENT(WS-CPT-CPV) = WS-CPV-CLIENT-IN AND
                    WS-CPV-CEPAGE(WS-CPT-CPV) = WS-CPV-CEPAGE-TXT AND
                    WS-CPV-VINTAGE(WS-CPT-CPV) = WS-CPV-VINTAGE-IN
                    THEN
                    ADD WS-CPV-QTE-IN TO WS-CPV-QTE(WS-CPT-CPV)
                    SET CPV-OK TO TRUE
                 END-IF
              END-PERFORM

              IF NOT CPV-OK THEN
                 IF WS-NB-CPV < 100 THEN
                    ADD 1 TO WS-NB-CPV
                    MOVE WS-CPV-CLIENT-IN TO WS-CPV-CLIENT(WS-NB-CPV)
                    MOVE WS-CPV-REGION-TXT TO WS-CPV-REGION(WS-NB-CPV)
                    MOVE WS-CPV-CEPAGE-TXT TO WS-CPV-CEPAGE(WS-NB-CPV)
                    MOVE WS-CPV-VINTAGE-IN TO
                       WS-CPV-VINTAGE(WS-NB-CPV)
                    MOVE WS-CPV-QTE-IN TO WS-CPV-QTE(WS-NB-CPV)
                    SET CPV-OK TO TRUE
                 ELSE
                    DISPLAY "Caves privées saturées, dépôt refusé."
                 END-IF
              END-IF

              IF CPV-OK THEN
                 ADD WS-CPV-QTE-IN TO WS-NB-CPV-DEPOTS
                 MOVE 0 TO WS-CPV-MONTANT
                 PERFORM 6303-LOG-CAVE-PRIVEE
                 DISPLAY WS-CPV-QTE-IN " bouteille(s) de "
                 FUNCTION TRIM(WS-CPV-CEPAGE-TXT)
                 " déposée(s) en cave privée du client "
                 WS-CPV-CLIENT-TXT
              END-IF
           END-IF

           EXIT PROGRAM.

       6302-RETRAIT-CAVE-PRIVEE.
      *    Retrait de bouteilles de la cave privée d'un client qui
      *    dîne chez nous (R;client;région;cépage;millésime;qté) :
      *    une ligne de droit de bouchon est facturée par retrait.
           DISPLAY "Action Retrait cave privée"

           PERFORM 6306-DECOUPE-CAVE-PRIVEE

           MOVE "N" TO WS-CPV-FLAG
           PERFORM VARYING WS-CPT-CPV FROM 1 BY 1
              UNTIL WS-CPT-CPV > WS-NB-CPV OR CPV-OK
              IF WS-CPV-CLIENT(WS-CPT-CPV) = WS-CPV-CLIENT-IN AND
                 WS-CPV-CEPAGE(WS-CPT-CPV) = WS-CPV-CEPAGE-TXT AND
                 WS-CPV-VINTAGE(WS-CPT-CPV) = WS-CPV-VINTAGE-IN THEN
                 SET CPV-OK TO TRUE
              END-IF
           END-PERFORM

      *    La boucle s'arrête une case après l'emplacement trouvé.
           IF CPV-OK THEN
              SUBTRACT 1 FROM WS-CPT-CPV
              IF WS-CPV-QTE-IN = 0 OR
                 WS-CPV-QTE-IN > WS-CPV-QTE(WS-CPT-CPV) THEN
                 MOVE "N" TO WS-CPV-FLAG
              END-IF
           END-IF

           IF NOT CPV-OK THEN
              DISPLAY "Retrait refusé : le client " WS-CPV-CLIENT-TXT
              " ne détient pas " WS-CPV-QTE-IN " bouteille(s) de "
              FUNCTION TRIM(WS-CPV-CEPAGE-TXT) " "
              WS-CPV-VINTAGE-TXT
           ELSE
              SUBTRACT WS-CPV-QTE-IN FROM WS-CPV-QTE(WS-CPT-CPV)
              ADD WS-CPV-QTE-IN TO WS-NB-CPV-RETRAITS
              COMPUTE WS-CPV-MONTANT =
                 WS-CPV-QTE-IN * WS-CPV-DROIT-BOUCHON
              PERFORM 6303-LOG-CAVE-PRIVEE

      *       Ligne de droit de bouchon à facturer (date;client;
      *       cépage;millésime;qté;droit unitaire;montant).
              MOVE WS-CPV-DROIT-BOUCHON TO WS-CPV-DROIT-ED
              MOVE WS-CPV-MONTANT TO WS-CPV-MONTANT-ED
              OPEN EXTEND F-BOUCHON
              IF FS-BOUCHON = "35" THEN
                 OPEN OUTPUT F-BOUCHON
              END-IF
              MOVE SPACES TO F-BOUCHON-LIGNE
              STRING WS-CPV-DATE ";"
                 WS-CPV-CLIENT-TXT ";"
                 WS-CPV-CEPAGE-TXT ";"
                 WS-CPV-VINTAGE-TXT ";"
                 WS-CPV-QTE-IN ";"
                 WS-CPV-DROIT-ED ";"
                 WS-CPV-MONTANT-ED DELIMITED BY SIZE
                 INTO F-BOUCHON-LIGNE
              END-STRING
              WRITE F-BOUCHON-LIGNE
              CLOSE F-BOUCHON

              DISPLAY WS-CPV-QTE-IN " bouteille(s) de "
              FUNCTION TRIM(WS-CPV-CEPAGE-TXT)
              " retirée(s) de la cave du client " WS-CPV-CLIENT-TXT
              ", droit de bouchon " WS-CPV-MONTANT-ED
           END-IF

           EXIT PROGRAM.

       6303-LOG-CAVE-PRIVEE.
      *    Historique des caves privées (date;heure;client;sens P/R;
      *    région;cépage;millésime;qté;droit de bouchon).
           MOVE FUNCTION CURRENT-DATE TO WS-CPV-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-CPV-DATE
           MOVE WS-CPV-MONTANT TO WS-CPV-MONTANT-ED

           OPEN EXTEND F-CAVE-HISTO
           IF FS-CAVE-HISTO = "35" THEN
              OPEN OUTPUT F-CAVE-HISTO
           END-IF

           MOVE SPACES TO F-CAVE-HISTO-LIGNE
           STRING WS-CPV-DATE ";"
              WS-CPV-HEURE ";"
              WS-CPV-CLIENT-TXT ";"
              WS-CPV-ACTION-TXT ";"
              WS-CPV-REGION-TXT ";"
              WS-CPV-CEPAGE-TXT ";"
              WS-CPV-VINTAGE-TXT ";"
              WS-CPV-QTE-IN ";"
              WS-CPV-MONTANT-ED DELIMITED BY SIZE
              INTO F-CAVE-HISTO-LIGNE
           END-STRING
           WRITE F-CAVE-HISTO-LIGNE

           CLOSE F-CAVE-HISTO

           EXIT PROGRAM.

       6304-RELEVE-CAVES-PRIVEES.
      *    Relevé annuel des caves privées (RelevesCavesPrivees-
      *    AAAA.txt) : pour chaque client, bouteilles détenues chez
      *    nous à ce jour, puis dépôts, retraits et droits de
      *    bouchon de l'année relevés à l'historique.
           MOVE WS-DM-ANNEE TO WS-CPV-ANNEE
           MOVE 0 TO WS-NB-CPV-REL

      *    Clients détenant encore des bouteilles.
           PERFORM VARYING WS-CPT-CPV FROM 1 BY 1
              UNTIL WS-CPT-CPV > WS-NB-CPV
              IF WS-CPV-QTE(WS-CPT-CPV) > 0 THEN
                 MOVE WS-CPV-CLIENT(WS-CPT-CPV) TO WS-CPV-CLIENT-IN
                 PERFORM 6307-RELEVE-CLIENT
              END-IF
           END-PERFORM

      *    Mouvements de l'année à l'historique.
           OPEN INPUT F-CAVE-HISTO

           IF FS-CAVE-HISTO = "00" THEN
              PERFORM UNTIL FS-CAVE-HISTO = "10"
                 READ F-CAVE-HISTO INTO F-CAVE-HISTO-LIGNE
                    NOT AT END
                       UNSTRING F-CAVE-HISTO-LIGNE DELIMITED BY ";"
                          INTO WS-CPH-DATE-TXT
                               WS-CPH-HEURE-TXT
                               WS-CPH-CLIENT-TXT
                               WS-CPH-SENS-TXT
                               WS-CPH-REGION-TXT
                               WS-CPH-CEPAGE-TXT
                               WS-CPH-VINTAGE-TXT
                               WS-CPH-QTE-TXT
                               WS-CPH-MONTANT-TXT
                       END-UNSTRING
                       IF WS-CPH-DATE-TXT(1:4) = WS-CPV-ANNEE THEN
                          MOVE WS-CPH-CLIENT-TXT TO WS-CPV-CLIENT-IN
                          PERFORM 6307-RELEVE-CLIENT
                          IF WS-CPH-SENS-TXT = "P" THEN
                             ADD FUNCTION NUMVAL(WS-CPH-QTE-TXT) TO
                                WS-CPV-REL-DEPOTS(WS-CPT-CPV-REL)
                          ELSE
                             ADD FUNCTION NUMVAL(WS-CPH-QTE-TXT) TO
                                WS-CPV-REL-RETRAITS(WS-CPT-CPV-REL)
                             ADD FUNCTION NUMVAL(WS-CPH-MONTANT-TXT)
                                TO WS-CPV-REL-BOUCHON(WS-CPT-CPV-REL)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CAVE-HISTO
           END-IF

           MOVE SPACES TO WS-CPV-RELEVE-NOM
           IF EN-SIMULATION THEN
              STRING "./simu/SIMU-RelevesCavesPrivees-" WS-CPV-ANNEE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-CPV-RELEVE-NOM
              END-STRING
           ELSE
              STRING "./out/RelevesCavesPrivees-" WS-CPV-ANNEE ".txt"
                 DELIMITED BY SIZE
                 INTO WS-CPV-RELEVE-NOM
              END-STRING
           END-IF

           OPEN OUTPUT F-CAVE-RELEVE

           PERFORM VARYING WS-CPT-CPV-REL FROM 1 BY 1
              UNTIL WS-CPT-CPV-REL > WS-NB-CPV-REL

              MOVE SPACES TO F-CAVE-RELEVE-LIGNE
              STRING "=== RELEVE CAVE PRIVEE " WS-CPV-ANNEE
                 " - CLIENT " WS-CPV-REL-CLIENT(WS-CPT-CPV-REL)
                 " ===" DELIMITED BY SIZE
                 INTO F-CAVE-RELEVE-LIGNE
              END-STRING
              WRITE F-CAVE-RELEVE-LIGNE

              MOVE 0 TO WS-CPV-REL-DETENU
              PERFORM VARYING WS-CPT-CPV FROM 1 BY 1
                 UNTIL WS-CPT-CPV > WS-NB-CPV
                 IF WS-CPV-CLIENT(WS-CPT-CPV) =
                    WS-CPV-REL-CLIENT(WS-CPT-CPV-REL) AND
                    WS-CPV-QTE(WS-CPT-CPV) > 0 THEN
                    ADD WS-CPV-QTE(WS-CPT-CPV) TO WS-CPV-REL-DETENU
                    MOVE SPACES TO F-CAVE-RELEVE-LIGNE
                    STRING "  " WS-CPV-REGION(WS-CPT-CPV) " "
                       WS-CPV-CEPAGE(WS-CPT-CPV) " "
                       WS-CPV-VINTAGE(WS-CPT-CPV) " : "
                       WS-CPV-QTE(WS-CPT-CPV) " bouteille(s)"
                       DELIMITED BY SIZE
                       INTO F-CAVE-RELEVE-LIGNE
                    END-STRING
                    WRITE F-CAVE-RELEVE-LIGNE
                 END-IF
              END-PERFORM

              MOVE WS-CPV-REL-BOUCHON(WS-CPT-CPV-REL) TO
                 WS-CPV-REL-BOUCHON-ED
              MOVE SPACES TO F-CAVE-RELEVE-LIGNE
              STRING "  Détenues : " WS-CPV-REL-DETENU
                 " - déposées " WS-CPV-REL-DEPOTS(WS-CPT-CPV-REL)
                 " - retirées " WS-CPV-REL-RETRAITS(WS-CPT-CPV-REL)
                 DELIMITED BY SIZE
                 INTO F-CAVE-RELEVE-LIGNE
              END-STRING
              WRITE F-CAVE-RELEVE-LIGNE
              MOVE SPACES TO F-CAVE-RELEVE-LIGNE
              STRING "  Droits de bouchon de l'année : "
                 WS-CPV-REL-BOUCHON-ED " EUR"
                 DELIMITED BY SIZE
                 INTO F-CAVE-RELEVE-LIGNE
              END-STRING
              WRITE F-CAVE-RELEVE-LIGNE

           END-PERFORM

           CLOSE F-CAVE-RELEVE

           DISPLAY "Caves privées : " WS-NB-CPV-DEPOTS
           " bouteille(s) déposée(s), " WS-NB-CPV-RETRAITS
           " retirée(s), relevé " WS-CPV-ANNEE " de " WS-NB-CPV-REL
           " client(s)."

           EXIT PROGRAM.

       6305-SAUVEGARDE-CAVES-PRIVEES.
      *    Sauvegarde la détention des caves privées ; un
      *    emplacement vidé par les retraits n'est pas réécrit.
           OPEN OUTPUT F-CAVE-PRIVEE

           PERFORM VARYING WS-CPT-CPV FROM 1 BY 1
              UNTIL WS-CPT-CPV > WS-NB-CPV
              IF WS-CPV-QTE(WS-CPT-CPV) > 0 THEN
                 MOVE SPACES TO F-CAVE-PRIVEE-LIGNE
                 STRING WS-CPV-CLIENT(WS-CPT-CPV) ";"
                    WS-CPV-REGION(WS-CPT-CPV) ";"
                    WS-CPV-CEPAGE(WS-CPT-CPV) ";"
                    WS-CPV-VINTAGE(WS-CPT-CPV) ";"
                    WS-CPV-QTE(WS-CPT-CPV) DELIMITED BY SIZE
                    INTO F-CAVE-PRIVEE-LIGNE
                 END-STRING
                 WRITE F-CAVE-PRIVEE-LIGNE
              END-IF
           END-PERFORM

           CLOSE F-CAVE-PRIVEE

           EXIT PROGRAM.

       6306-DECOUPE-CAVE-PRIVEE.
      *    Découpe la ligne courante "P"/"R" du fichier cellier
      *    (action;client;région;cépage;millésime;qté).
           MOVE SPACES TO WS-CPV-CLIENT-TXT WS-CPV-REGION-TXT
              WS-CPV-CEPAGE-TXT WS-CPV-VINTAGE-TXT WS-CPV-QTE-TXT

           UNSTRING F-CELLIER-CURRENT DELIMITED BY ";"
              INTO WS-CPV-ACTION-TXT
                   WS-CPV-CLIENT-TXT
                   WS-CPV-REGION-TXT
                   WS-CPV-CEPAGE-TXT
                   WS-CPV-VINTAGE-TXT
                   WS-CPV-QTE-TXT
           END-UNSTRING

           COMPUTE WS-CPV-CLIENT-IN = FUNCTION NUMVAL(WS-CPV-CLIENT-TXT)
           COMPUTE WS-CPV-VINTAGE-IN =
              FUNCTION NUMVAL(WS-CPV-VINTAGE-TXT)
           COMPUTE WS-CPV-QTE-IN = FUNCTION NUMVAL(WS-CPV-QTE-TXT)
           MOVE WS-CPV-CLIENT-IN TO WS-CPV-CLIENT-TXT
           MOVE WS-CPV-VINTAGE-IN TO WS-CPV-VINTAGE-TXT
           MOVE FUNCTION CURRENT-DATE TO WS-CPV-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-CPV-DATE

           EXIT PROGRAM.

       6307-RELEVE-CLIENT.
      *    Positionne WS-CPT-CPV-REL sur le cumul du relevé du
      *    client WS-CPV-CLIENT-IN, créé au besoin.
           MOVE "N" TO WS-CPV-FLAG

           PERFORM VARYING WS-CPT-CPV-REL FROM 1 BY 1
              UNTIL WS-CPT-CPV-REL > WS-NB-CPV-REL OR CPV-OK
              IF WS-CPV-REL-CLIENT(WS-CPT-CPV-REL) = WS-CPV-CLIENT-IN
              THEN
                 SET CPV-OK TO TRUE
              END-IF
           END-PERFORM

           IF CPV-OK THEN
              SUBTRACT 1 FROM WS-CPT-CPV-REL
           ELSE
              IF WS-NB-CPV-REL < 100 THEN
                 ADD 1 TO WS-NB-CPV-REL
                 MOVE WS-CPV-CLIENT-IN TO
                    WS-CPV-REL-CLIENT(WS-NB-CPV-REL)
                 MOVE 0 TO WS-CPV-REL-DEPOTS(WS-NB-CPV-REL)
                 MOVE 0 TO WS-CPV-REL-RETRAITS(WS-NB-CPV-REL)
                 MOVE 0 TO WS-CPV-REL-BOUCHON(WS-NB-CPV-REL)
              END-IF
              MOVE WS-NB-CPV-REL TO WS-CPT-CPV-REL
           END-IF

           EXIT PROGRAM.

       6310-SERIES-ENTREE.
      *    Numérote une à une les bouteilles entrées d'un vin suivi :
      *    à partir du numéro d'étiquette de la ligne, ou à la suite
      *    du plus grand numéro connu. Le casier est celui de la
      *    ligne, à défaut celui de l'emplacement du cellier.
           PERFORM 6317-SERIE-SUIVIE

           IF SER-SUIVI THEN
              IF WS-CELLIER-CURRENT-OPT5 NOT = SPACES THEN
                 COMPUTE WS-SER-NUM-IN =
                    FUNCTION NUMVAL(WS-CELLIER-CURRENT-OPT5)
              ELSE
                 COMPUTE WS-SER-NUM-IN = WS-SER-PROCHAIN + 1
              END-IF

              MOVE WS-CELLIER-CURRENT-BIN TO WS-SER-BIN-TXT
              IF WS-SER-BIN-TXT = SPACES THEN
                 PERFORM VARYING WS-CPT-REGION FROM 1 BY 1
                    UNTIL WS-CPT-REGION > WS-NB-REGIONS
                    PERFORM VARYING WS-CPT-CEPAGE FROM 1 BY 1
                       UNTIL WS-CPT-CEPAGE > WS-NB-CEPAGES
                       IF WS-REGION(WS-CPT-REGION) =
                          WS-CELLIER-CURRENT-REGION AND
                          WS-CEPAGE(WS-CPT-REGION,WS-CPT-CEPAGE) =
                          WS-CELLIER-CURRENT-CEPAGE AND
                          WS-VINTAGE(WS-CPT-REGION,WS-CPT-CEPAGE) =
                          WS-CELLIER-CURRENT-VINTAGE THEN
                          MOVE WS-BIN(WS-CPT-REGION,WS-CPT-CEPAGE)
                             TO WS-SER-BIN-TXT
                       END-IF
                    END-PERFORM
                 END-PERFORM
              END-IF

              PERFORM VARYING WS-SER-CPT-BOUT FROM 1 BY 1
                 UNTIL WS-SER-CPT-BOUT > WS-CELLIER-CURRENT-QTE

                 MOVE "N" TO WS-SER-DOUBLE
                 PERFORM VARYING WS-CPT-SER FROM 1 BY 1
                    UNTIL WS-CPT-SER > WS-NB-SER OR SER-DOUBLON
                    IF WS-SER-NUM(WS-CPT-SER) = WS-SER-NUM-IN THEN
                       SET SER-DOUBLON TO TRUE
                    END-IF
                 END-PERFORM

                 EVALUATE TRUE
                    WHEN SER-DOUBLON
                       DISPLAY "Série " WS-SER-NUM-IN
                       " déjà enregistrée, bouteille non "
                       "numérotée."
                    WHEN WS-NB-SER >= 300
                       DISPLAY "Registre des séries plein, "
                       "série " WS-SER-NUM-IN " non enregistrée."
                    WHEN OTHER
                       ADD 1 TO WS-NB-SER
                       MOVE WS-SER-NUM-IN TO WS-SER-NUM(WS-NB-SER)
                       MOVE WS-CELLIER-CURRENT-REGION TO
                          WS-SER-REGION(WS-NB-SER)
                       MOVE WS-CELLIER-CURRENT-CEPAGE TO
                          WS-SER-CEPAGE(WS-NB-SER)
                       MOVE WS-CELLIER-CURRENT-VINTAGE TO
                          WS-SER-VINTAGE(WS-NB-SER)
                       MOVE WS-SER-BIN-TXT TO WS-SER-BIN(WS-NB-SER)
                       MOVE "C" TO WS-SER-STATUT(WS-NB-SER)
                       MOVE WS-DATE-METIER TO
                          WS-SER-DATE-MVT(WS-NB-SER)
                       MOVE 0 TO WS-SER-DATE-CPT(WS-NB-SER)
                       MOVE SPACE TO WS-SER-ALERTE(WS-NB-SER)
                       MOVE "N" TO WS-SER-VUE(WS-NB-SER)
                       IF WS-SER-NUM-IN > WS-SER-PROCHAIN THEN
                          MOVE WS-SER-NUM-IN TO WS-SER-PROCHAIN
                       END-IF
                 END-EVALUATE

                 ADD 1 TO WS-SER-NUM-IN
              END-PERFORM

              DISPLAY WS-CELLIER-CURRENT-QTE " bouteille(s) de "
              FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE)
              " numérotée(s), casier " WS-SER-BIN-TXT
           END-IF

           EXIT PROGRAM.

       6311-SERIES-CONTROLE-SORTIE.
      *    Contrôle la sortie d'un vin suivi à la bouteille : une
      *    seule bouteille par ligne, dont la série (septième champ)
      *    doit être au cellier pour ce cépage et ce millésime.
           MOVE "N" TO WS-SER-REFUS
           PERFORM 6317-SERIE-SUIVIE

           IF SER-SUIVI THEN
              IF WS-CELLIER-CURRENT-QTE NOT = 1 OR
                 WS-CELLIER-CURRENT-OPT2 = SPACES THEN
                 SET SERIE-REFUSEE TO TRUE
              ELSE
                 COMPUTE WS-SER-NUM-IN =
                    FUNCTION NUMVAL(WS-CELLIER-CURRENT-OPT2(1:8))
                 MOVE 0 TO WS-SER-POS
                 PERFORM VARYING WS-CPT-SER FROM 1 BY 1
                    UNTIL WS-CPT-SER > WS-NB-SER OR WS-SER-POS > 0
                    IF WS-SER-NUM(WS-CPT-SER) = WS-SER-NUM-IN AND
                       WS-SER-CEPAGE(WS-CPT-SER) =
                       WS-CELLIER-CURRENT-CEPAGE AND
                       WS-SER-VINTAGE(WS-CPT-SER) =
                       WS-CELLIER-CURRENT-VINTAGE AND
                       WS-SER-STATUT(WS-CPT-SER) = "C" THEN
                       MOVE WS-CPT-SER TO WS-SER-POS
                    END-IF
                 END-PERFORM
                 IF WS-SER-POS = 0 THEN
                    SET SERIE-REFUSEE TO TRUE
                 END-IF
              END-IF

              IF SERIE-REFUSEE THEN
                 DISPLAY "Sortie refusée : "
                 FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE)
                 " est suivi à la bouteille, une ligne par bouteille"
                 " avec une série au cellier ("
                 FUNCTION TRIM(WS-CELLIER-CURRENT-OPT2) ")."
              END-IF
           END-IF

           EXIT PROGRAM.

       6312-SERIES-SORTIE.
      *    La série sortie prend l'état du motif de sortie (V, D, G
      *    ou B) à la date du jour.
           MOVE WS-CELLIER-CURRENT-MOTIF TO WS-SER-STATUT(WS-SER-POS)
           MOVE WS-DATE-METIER TO
              WS-SER-DATE-MVT(WS-SER-POS)
           MOVE SPACE TO WS-SER-ALERTE(WS-SER-POS)

           DISPLAY "Série " WS-SER-NUM(WS-SER-POS) " sortie (motif "
           WS-CELLIER-CURRENT-MOTIF ")."

           EXIT PROGRAM.

       6313-CHARGE-SERIES.
      *    Recharge le registre des séries (série;région;cépage;
      *    millésime;casier;état;date mouvement;date inventaire;
      *    alerte) et repère le plus grand numéro attribué.
           MOVE 0 TO WS-NB-SER
           MOVE 0 TO WS-SER-PROCHAIN

           OPEN INPUT F-SERIES

           IF FS-SERIES = "00" THEN
              PERFORM UNTIL FS-SERIES = "10"
                 READ F-SERIES INTO F-SERIES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-SER-ALERTE-TXT
                       UNSTRING F-SERIES-LIGNE DELIMITED BY ";"
                          INTO WS-SER-NUM-TXT
                               WS-SER-REGION-TXT
                               WS-SER-CEPAGE-TXT
                               WS-SER-VINTAGE-TXT
                               WS-SER-BIN-TXT
                               WS-SER-STATUT-TXT
                               WS-SER-DMVT-TXT
                               WS-SER-DCPT-TXT
                               WS-SER-ALERTE-TXT
                       END-UNSTRING
                       IF WS-NB-SER < 300 THEN
                          ADD 1 TO WS-NB-SER
                          MOVE WS-SER-NUM-TXT TO WS-SER-NUM(WS-NB-SER)
                          MOVE WS-SER-REGION-TXT TO
                             WS-SER-REGION(WS-NB-SER)
                          MOVE WS-SER-CEPAGE-TXT TO
                             WS-SER-CEPAGE(WS-NB-SER)
                          MOVE WS-SER-VINTAGE-TXT TO
                             WS-SER-VINTAGE(WS-NB-SER)
                          MOVE WS-SER-BIN-TXT TO WS-SER-BIN(WS-NB-SER)
                          MOVE WS-SER-STATUT-TXT TO
                             WS-SER-STATUT(WS-NB-SER)
                          MOVE WS-SER-DMVT-TXT TO
                             WS-SER-DATE-MVT(WS-NB-SER)
                          MOVE WS-SER-DCPT-TXT TO
                             WS-SER-DATE-CPT(WS-NB-SER)
                          MOVE WS-SER-ALERTE-TXT TO
                             WS-SER-ALERTE(WS-NB-SER)
                          MOVE "N" TO WS-SER-VUE(WS-NB-SER)
                          IF WS-SER-NUM(WS-NB-SER) > WS-SER-PROCHAIN
                          THEN
                             MOVE WS-SER-NUM(WS-NB-SER) TO
                                WS-SER-PROCHAIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SERIES
           END-IF

           EXIT PROGRAM.

       6314-SERIES-INVENTAIRE.
      *    Contrôle des séries au cellier contre l'inventaire : une
      *    série relevée prend la date de l'inventaire ; une série
      *    présente au dernier inventaire, sans mouvement depuis et
      *    non relevée cette fois est signalée (et passe manquante
      *    si l'inventaire est validé).
           MOVE 0 TO WS-SER-NB-ALERTES

           MOVE SPACES TO F-INV-RAPPORT-LIGNE
           WRITE F-INV-RAPPORT-LIGNE
           MOVE "SERIES MANQUANTES SANS MOUVEMENT" TO
              F-INV-RAPPORT-LIGNE
           WRITE F-INV-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-SER FROM 1 BY 1
              UNTIL WS-CPT-SER > WS-NB-SER

              IF WS-SER-STATUT(WS-CPT-SER) = "C" THEN
                 IF WS-SER-VUE(WS-CPT-SER) = "O" THEN
                    MOVE WS-DATE-METIER TO
                       WS-SER-DATE-CPT(WS-CPT-SER)
                    MOVE SPACE TO WS-SER-ALERTE(WS-CPT-SER)
                 ELSE
                    IF WS-SER-DATE-CPT(WS-CPT-SER) > 0 AND
                       WS-SER-DATE-MVT(WS-CPT-SER) <=
                       WS-SER-DATE-CPT(WS-CPT-SER) THEN
                       ADD 1 TO WS-SER-NB-ALERTES
                       MOVE "X" TO WS-SER-ALERTE(WS-CPT-SER)
                       MOVE SPACES TO F-INV-RAPPORT-LIGNE
                       STRING WS-SER-NUM(WS-CPT-SER) ";"
                          WS-SER-REGION(WS-CPT-SER) ";"
                          WS-SER-CEPAGE(WS-CPT-SER) ";"
                          WS-SER-VINTAGE(WS-CPT-SER) ";"
                          WS-SER-BIN(WS-CPT-SER) ";inventaire du "
                          WS-SER-DATE-CPT(WS-CPT-SER)
                          DELIMITED BY SIZE
                          INTO F-INV-RAPPORT-LIGNE
                       END-STRING
                       WRITE F-INV-RAPPORT-LIGNE
                       IF INV-VALIDE THEN
                          MOVE "M" TO WS-SER-STATUT(WS-CPT-SER)
                          MOVE WS-DATE-METIER TO
                             WS-SER-DATE-MVT(WS-CPT-SER)
                       END-IF
                    END-IF
                 END-IF
              END-IF
              MOVE "N" TO WS-SER-VUE(WS-CPT-SER)

           END-PERFORM

           IF WS-SER-NB-ALERTES > 0 THEN
              DISPLAY "ALERTE : " WS-SER-NB-ALERTES " bouteille(s) "
              "suivie(s) disparue(s) sans mouvement depuis le "
              "dernier inventaire."
           END-IF

           EXIT PROGRAM.

       6315-ETAT-SERIES.
      *    Etat des bouteilles suivies, série par série, avec les
      *    séries signalées à l'inventaire à vérifier.
           MOVE 0 TO WS-SER-NB-ALERTES

           OPEN OUTPUT F-SERIES-ETAT

           MOVE SPACES TO F-SERIES-ETAT-LIGNE
           STRING "SERIE;REGION;CEPAGE;MILL;CASIER;ETAT;"
              "DATE MVT;DATE INVENTAIRE;ALERTE" DELIMITED BY SIZE
              INTO F-SERIES-ETAT-LIGNE
           END-STRING
           WRITE F-SERIES-ETAT-LIGNE

           PERFORM VARYING WS-CPT-SER FROM 1 BY 1
              UNTIL WS-CPT-SER > WS-NB-SER

              EVALUATE WS-SER-STATUT(WS-CPT-SER)
                 WHEN "C"
                    MOVE "AU CELLIER" TO WS-SER-LIBELLE
                 WHEN "V"
                    MOVE "VENDUE" TO WS-SER-LIBELLE
                 WHEN "D"
                    MOVE "DEGUSTEE" TO WS-SER-LIBELLE
                 WHEN "G"
                    MOVE "AU VERRE" TO WS-SER-LIBELLE
                 WHEN "B"
                    MOVE "PERDUE" TO WS-SER-LIBELLE
                 WHEN "M"
                    MOVE "MANQUANTE" TO WS-SER-LIBELLE
                 WHEN OTHER
                    MOVE "INCONNU" TO WS-SER-LIBELLE
              END-EVALUATE

              MOVE SPACES TO F-SERIES-ETAT-LIGNE
              STRING WS-SER-NUM(WS-CPT-SER) ";"
                 WS-SER-REGION(WS-CPT-SER) ";"
                 WS-SER-CEPAGE(WS-CPT-SER) ";"
                 WS-SER-VINTAGE(WS-CPT-SER) ";"
                 WS-SER-BIN(WS-CPT-SER) ";"
                 WS-SER-LIBELLE ";"
                 WS-SER-DATE-MVT(WS-CPT-SER) ";"
                 WS-SER-DATE-CPT(WS-CPT-SER) ";"
                 DELIMITED BY SIZE
                 INTO F-SERIES-ETAT-LIGNE
              END-STRING
              IF WS-SER-ALERTE(WS-CPT-SER) = "X" THEN
                 ADD 1 TO WS-SER-NB-ALERTES
                 MOVE "A VERIFIER" TO F-SERIES-ETAT-LIGNE(94:10)
              END-IF
              WRITE F-SERIES-ETAT-LIGNE

           END-PERFORM

           CLOSE F-SERIES-ETAT

           DISPLAY "Etat des séries : " WS-NB-SER " bouteille(s) "
           "suivie(s), " WS-SER-NB-ALERTES " à vérifier."

           EXIT PROGRAM.

       6316-SAUVEGARDE-SERIES.
      *    Sauvegarde le registre des séries.
           OPEN OUTPUT F-SERIES

           PERFORM VARYING WS-CPT-SER FROM 1 BY 1
              UNTIL WS-CPT-SER > WS-NB-SER
              MOVE SPACES TO F-SERIES-LIGNE
              STRING WS-SER-NUM(WS-CPT-SER) ";"
                 WS-SER-REGION(WS-CPT-SER) ";"
                 WS-SER-CEPAGE(WS-CPT-SER) ";"
                 WS-SER-VINTAGE(WS-CPT-SER) ";"
                 WS-SER-BIN(WS-CPT-SER) ";"
                 WS-SER-STATUT(WS-CPT-SER) ";"
                 WS-SER-DATE-MVT(WS-CPT-SER) ";"
                 WS-SER-DATE-CPT(WS-CPT-SER) ";"
                 WS-SER-ALERTE(WS-CPT-SER) DELIMITED BY SIZE
                 INTO F-SERIES-LIGNE
              END-STRING
              WRITE F-SERIES-LIGNE
           END-PERFORM

           CLOSE F-SERIES

           EXIT PROGRAM.

       6317-SERIE-SUIVIE.
      *    Le cépage de la ligne courante est-il suivi à la
      *    bouteille ? Oui si son prix atteint le seuil des séries.
           MOVE "N" TO WS-SER-FLAG
           PERFORM 6250-RECHERCHE-PRIX-LIGNE
           IF PR-OK AND WS-PRIX-UNITAIRE-TROUVE >= WS-SER-SEUIL THEN
              SET SER-SUIVI TO TRUE
           END-IF

           EXIT PROGRAM.

       6255-CHARGE-RESERVATIONS.
      *    Charge les réservations de banquets (date évènement;
      *    cépage;millésime;quantité). Une réservation dont la date
      *    est passée est libérée automatiquement, avec un avis.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           OPEN INPUT F-RESA

           IF FS-RESA = "00" THEN
              PERFORM UNTIL FS-RESA = "10"
                 READ F-RESA INTO F-RESA-LIGNE
                    NOT AT END
                       UNSTRING F-RESA-LIGNE DELIMITED BY ";"
                          INTO WS-RESA-DATE-TXT
                               WS-RESA-CEPAGE-TXT
                               WS-RESA-VINTAGE-TXT
                               WS-RESA-QTE-TXT
                       END-UNSTRING

                       IF WS-RESA-DATE-TXT IS NUMERIC THEN
                          IF WS-RESA-DATE-TXT < WS-DATE-JOUR THEN
                             DISPLAY "Réservation passée libérée : "
                             FUNCTION TRIM(WS-RESA-CEPAGE-TXT)
                             " (évènement du " WS-RESA-DATE-TXT ")"
                          ELSE
                             IF WS-NB-RESA < 30 THEN
                                ADD 1 TO WS-NB-RESA
                                MOVE WS-RESA-DATE-TXT TO
                                   WS-RESA-DATE(WS-NB-RESA)
                                MOVE WS-RESA-CEPAGE-TXT TO
                                   WS-RESA-CEPAGE(WS-NB-RESA)
                                COMPUTE WS-RESA-VINTAGE(WS-NB-RESA)
                                   = FUNCTION
                                   NUMVAL(WS-RESA-VINTAGE-TXT)
                                COMPUTE WS-RESA-QTE(WS-NB-RESA) =
                                   FUNCTION NUMVAL(WS-RESA-QTE-TXT)
                             END-IF
                          END-IF
                       ELSE
                          DISPLAY "Réservation ignorée (date invalide
      -                   ") : " F-RESA-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RESA

              DISPLAY WS-NB-RESA " réservation(s) de banquet active(s
      -       ")."
           ELSE
              DISPLAY "Pas de réservation de banquet."
           END-IF

           EXIT PROGRAM.

       6260-QTE-RESERVEE.
      *    Totalise les bouteilles réservées pour le couple
      *    cépage/millésime demandé (WS-RESA-CEPAGE-IN /
      *    WS-RESA-VINTAGE-IN), toutes réservations actives
      *    confondues.
           MOVE 0 TO WS-RESA-TOTALE

           PERFORM VARYING WS-CPT-RESA FROM 1 BY 1
              UNTIL WS-CPT-RESA > WS-NB-RESA

              IF WS-RESA-CEPAGE(WS-CPT-RESA) = WS-RESA-CEPAGE-IN
                 AND WS-RESA-VINTAGE(WS-CPT-RESA) =
                 WS-RESA-VINTAGE-IN THEN
                 ADD WS-RESA-QTE(WS-CPT-RESA) TO WS-RESA-TOTALE
              END-IF

           END-PERFORM

           EXIT PROGRAM.

       6220-OUVRE-BOUTEILLE.
      *    Place les bouteilles sorties au motif "G" dans le registre
      *    des ouvertes : les verres restants s'ajoutent au cépage,
      *    datés du jour de l'ouverture.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           SET REG-TROUVE TO "N"

           PERFORM VARYING WS-CPT-VERRE FROM 1 BY 1
              UNTIL WS-CPT-VERRE > WS-NB-VERRE OR RG-OK

              IF WS-VERRE-CEPAGE(WS-CPT-VERRE) =
                 WS-CELLIER-CURRENT-CEPAGE THEN
                 COMPUTE WS-VERRE-RESTE(WS-CPT-VERRE) =
                    WS-VERRE-RESTE(WS-CPT-VERRE) +
                    WS-CELLIER-CURRENT-QTE * WS-VERRES-PAR-BOUTEILLE
                 MOVE WS-DATE-JOUR TO WS-VERRE-DATE(WS-CPT-VERRE)
                 SET RG-OK TO TRUE
              END-IF

           END-PERFORM

           IF NOT RG-OK AND WS-NB-VERRE < 30 THEN
              ADD 1 TO WS-NB-VERRE
              MOVE WS-CELLIER-CURRENT-CEPAGE TO
                 WS-VERRE-CEPAGE(WS-NB-VERRE)
              COMPUTE WS-VERRE-RESTE(WS-NB-VERRE) =
                 WS-CELLIER-CURRENT-QTE * WS-VERRES-PAR-BOUTEILLE
              MOVE WS-DATE-JOUR TO WS-VERRE-DATE(WS-NB-VERRE)
           END-IF

           DISPLAY "Bouteille(s) ouverte(s) au verre : "
           FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE) " ("
           WS-CELLIER-CURRENT-QTE " x " WS-VERRES-PAR-BOUTEILLE
           " verre(s))"

           EXIT PROGRAM.

       6225-VENTE-VERRE.
      *    Vend des verres sur une bouteille ouverte : la quantité de
      *    la ligne "V" est un nombre de verres, décompté du registre
      *    des ouvertes et cumulé au registre des ventes au prix du
      *    verre (prix bouteille x coefficient verre). Le tiers du
      *    chiffre d'affaires vin qui était invisible.
           DISPLAY "Action Vente au verre"

           SET REG-TROUVE TO "N"

           PERFORM VARYING WS-CPT-VERRE FROM 1 BY 1
              UNTIL WS-CPT-VERRE > WS-NB-VERRE OR RG-OK

              IF WS-VERRE-CEPAGE(WS-CPT-VERRE) =
                 WS-CELLIER-CURRENT-CEPAGE THEN
                 SET RG-OK TO TRUE

                 MOVE WS-CELLIER-CURRENT-QTE TO WS-VERRES-VENDUS
                 IF WS-VERRES-VENDUS > WS-VERRE-RESTE(WS-CPT-VERRE)
                 THEN
                    MOVE WS-VERRE-RESTE(WS-CPT-VERRE) TO
                       WS-VERRES-VENDUS
                    DISPLAY "Vente au verre réduite au restant ("
                    WS-VERRES-VENDUS " verre(s))."
                 END-IF

                 SUBTRACT WS-VERRES-VENDUS FROM
                    WS-VERRE-RESTE(WS-CPT-VERRE)

      *          Chiffre d'affaires au prix du verre, cumulé au
      *          registre des ventes du cépage (en montant seul, les
                    WS-PRIX-VERRE
                 PERFORM 6245-CUMUL-MONTANT-VERRE

      *          Le verre vendu entre au chiffre d'affaires du mois
      *          du millésime, la bouteille ayant été coûtée à son
      *          ouverture.
                 MOVE WS-VENTE-MONTANT TO WS-MRG-CA-AJOUT
                 MOVE 0 TO WS-MRG-COUT-AJOUT
                 PERFORM 6295-CUMUL-MARGE

                 DISPLAY WS-VERRES-VENDUS " verre(s) de "
                 FUNCTION TRIM(WS-CELLIER-CURRENT-CEPAGE)
                 " vendus à " WS-PRIX-VERRE " le verre."
              MOVE WS-VENTE-MONTANT TO WS-REG-MONTANT(WS-NB-REG)
           END-IF

           MOVE "V" TO WS-RVJ-TYPE
           PERFORM 6246-TRACE-VENTE-JOUR

           EXIT PROGRAM.

       6246-TRACE-VENTE-JOUR.
      *    Ajoute la vente courante (WS-VENTE-MONTANT, type
      *    WS-RVJ-TYPE) au détail daté des ventes.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE WS-VENTE-MONTANT TO WS-RVJ-MONTANT-ED
           IF WS-CELLIER-CURRENT-OPT3 IS NUMERIC THEN
              MOVE WS-CELLIER-CURRENT-OPT3 TO WS-RVJ-CLIENT
           ELSE
              MOVE SPACES TO WS-RVJ-CLIENT
           END-IF

           OPEN EXTEND F-REGISTRE-JOUR
           IF FS-REGISTRE-JOUR = "35" THEN
              OPEN OUTPUT F-REGISTRE-JOUR
           END-IF

           MOVE SPACES TO F-REGISTRE-JOUR-LIGNE
           STRING WS-DATE-JOUR ";"
              WS-RVJ-TYPE ";"
              WS-CELLIER-CURRENT-CEPAGE ";"
              WS-RVJ-MONTANT-ED ";"
              WS-RVJ-CLIENT DELIMITED BY SIZE
              INTO F-REGISTRE-JOUR-LIGNE
           END-STRING
           WRITE F-REGISTRE-JOUR-LIGNE

           CLOSE F-REGISTRE-JOUR

           EXIT PROGRAM.

       6230-RAPPORT-VERRES.
      *    Etat du registre des bouteilles ouvertes : les verres d'un
      *    cépage ouvert depuis plus de WS-FRAICHEUR-J jours partent
      *    en coulage (évier) et sont signalés, le reste est affiché.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           DISPLAY "---- BOUTEILLES OUVERTES AU VERRE ----"

              UNTIL WS-CPT-VERRE > WS-NB-VERRE

              IF WS-VERRE-RESTE(WS-CPT-VERRE) > 0 THEN
                 MOVE "EC" TO DT-FONCTION
                 MOVE WS-VERRE-DATE(WS-CPT-VERRE) TO DT-DATE-1
                 MOVE WS-DATE-JOUR TO DT-DATE-2
                 CALL "BC810" USING DT-PARAMETRES
                 MOVE DT-JOURS-RESULTAT TO WS-NB-JOURS-OUV

                 IF WS-NB-JOURS-OUV > WS-FRAICHEUR-J THEN
                    ADD WS-VERRE-RESTE(WS-CPT-VERRE) TO
      *    journal des frigos, pour conserver la preuve bouteille par
      *    bouteille que demande le comptable.
           MOVE FUNCTION CURRENT-DATE TO WS-CJN-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-CJN-DATE

           OPEN EXTEND F-CEL-JOURNAL
           IF FS-CEL-JOURNAL = "35" THEN
      *    Si le mois enregistré n'est plus le mois courant (ou si le
      *    fichier n'existe pas), le stock rechargé du cellier
      *    devient le stock d'ouverture du nouveau mois.
           PERFORM 6320-PERIODE-COURANTE
           MOVE SPACES TO WS-OUV-MOIS
           MOVE 0 TO WS-OUV-NB

      *    d'ouverture plus les entrées moins les sorties retombe sur
      *    le stock réel en table - tout écart inexpliqué est
      *    signalé.
           PERFORM 6320-PERIODE-COURANTE
           MOVE 0 TO WS-BILAN-NB

           OPEN INPUT F-CEL-JOURNAL
                               WS-CJL-MOTIF-TXT
                       END-UNSTRING

                       IF WS-CJL-DATE-TXT >= WS-PER-DEBUT AND
                          WS-CJL-DATE-TXT <= WS-PER-FIN AND
                          (WS-CJL-ACTION-TXT = "E" OR
                          WS-CJL-ACTION-TXT = "S") THEN
                          PERFORM 6215-CUMUL-BILAN

                 COMPUTE WS-BILAN-THEORIQUE = WS-BILAN-OUVERTURE +
                    WS-BILAN-ENTREES(WS-CPT-BILAN) -
                    WS-BILAN-SORTIES(WS-CPT-BILAN) +
                    WS-BILAN-INV-PLUS(WS-CPT-BILAN) -
                    WS-BILAN-INV-MOINS(WS-CPT-BILAN)
                 COMPUTE WS-BILAN-ECART = WS-BILAN-REEL -
                    WS-BILAN-THEORIQUE
                 MOVE WS-BILAN-ECART TO WS-BILAN-ECART-ED
                 " = " WS-BILAN-THEORIQUE
                 " / réel " WS-BILAN-REEL

                 IF WS-BILAN-INV-PLUS(WS-CPT-BILAN) NOT = 0 OR
                    WS-BILAN-INV-MOINS(WS-CPT-BILAN) NOT = 0 THEN
                    DISPLAY "   dont ajustements d'inventaire : + "
                    WS-BILAN-INV-PLUS(WS-CPT-BILAN) " - "
                    WS-BILAN-INV-MOINS(WS-CPT-BILAN)
                 END-IF

                 IF WS-BILAN-ECART NOT = 0 THEN
                    DISPLAY "   >> ECART INEXPLIQUE : "
                    WS-BILAN-ECART-ED " bouteille(s)"

              IF WS-BILAN-CEPAGE(WS-CPT-BILAN) = WS-CJL-CEPAGE-TXT
              THEN
                 SET RG-OK TO TRUE
              END-IF

           END-PERFORM

      *    La boucle s'arrête une case après le cépage trouvé.
           IF RG-OK THEN
              SUBTRACT 1 FROM WS-CPT-BILAN
           ELSE
              IF WS-BILAN-NB < 50 THEN
                 ADD 1 TO WS-BILAN-NB
                 MOVE WS-CJL-CEPAGE-TXT TO
                    WS-BILAN-CEPAGE(WS-BILAN-NB)
                 MOVE 0 TO WS-BILAN-ENTREES(WS-BILAN-NB)
                 MOVE 0 TO WS-BILAN-SORTIES(WS-BILAN-NB)
                 MOVE 0 TO WS-BILAN-INV-PLUS(WS-BILAN-NB)
                 MOVE 0 TO WS-BILAN-INV-MOINS(WS-BILAN-NB)
                 MOVE WS-BILAN-NB TO WS-CPT-BILAN
                 SET RG-OK TO TRUE
              END-IF
           END-IF

      *    Les ajustements d'inventaire (motif "I") sont cumulés à
      *    part : ce ne sont ni des achats, ni des ventes ou pertes.
           IF RG-OK THEN
              EVALUATE TRUE
                 WHEN WS-CJL-MOTIF-TXT = "I" AND
                    WS-CJL-ACTION-TXT = "E"
                    ADD FUNCTION NUMVAL(WS-CJL-QTE-TXT) TO
                       WS-BILAN-INV-PLUS(WS-CPT-BILAN)
                 WHEN WS-CJL-MOTIF-TXT = "I"
                    ADD FUNCTION NUMVAL(WS-CJL-QTE-TXT) TO
                       WS-BILAN-INV-MOINS(WS-CPT-BILAN)
                 WHEN WS-CJL-ACTION-TXT = "E"
                    ADD FUNCTION NUMVAL(WS-CJL-QTE-TXT) TO
                       WS-BILAN-ENTREES(WS-CPT-BILAN)
                 WHEN OTHER
                    ADD FUNCTION NUMVAL(WS-CJL-QTE-TXT) TO
                       WS-BILAN-SORTIES(WS-CPT-BILAN)
              END-EVALUATE
           END-IF

           EXIT PROGRAM.

       6185-EXPORT-CARTE.
      *    Charge le coefficient de marge et la quantité minimum
      *    servable de la carte (CODE;VALEUR), en conservant les
      *    valeurs par défaut pour tout code absent du fichier.
      *    Avec une section BD501 dans Gestion.txt, l'ancien fichier
      *    n'est plus lu.
           IF CF-SECTION-TROUVEE THEN
              MOVE "35" TO FS-CARTE-CONFIG
           ELSE
              OPEN INPUT F-CARTE-CONFIG
           END-IF

           IF FS-CARTE-CONFIG = "00" THEN
              PERFORM UNTIL FS-CARTE-CONFIG = "10"
                               WS-CARTE-VAL-TXT
                       END-UNSTRING

                       PERFORM 6191-APPLIQUE-CARTE-CODE
                 END-READ
              END-PERFORM
              CLOSE F-CARTE-CONFIG
           ELSE
              IF NOT CF-SECTION-TROUVEE THEN
                 DISPLAY "Pas de configuration de carte, valeurs par "
                    "défaut."
              END-IF
           END-IF

           EXIT PROGRAM.

       6191-APPLIQUE-CARTE-CODE.
      *    Applique la valeur WS-CARTE-VAL-TXT au paramètre de carte
      *    WS-CARTE-CODE-TXT (ancien fichier ou section de
      *    Gestion.txt).
           EVALUATE WS-CARTE-CODE-TXT
              WHEN "COEF"
                 COMPUTE WS-CARTE-COEF =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "QTEMIN"
                 COMPUTE WS-CARTE-QTE-MIN =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "VERRES"
                 COMPUTE WS-VERRES-PAR-BOUTEILLE =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "COEFVERRE"
                 COMPUTE WS-COEF-VERRE =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "FRAICHEUR"
                 COMPUTE WS-FRAICHEUR-J =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "TVA"
                 COMPUTE WS-TAUX-TVA =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "MARGEMIN"
                 COMPUTE WS-MRG-OBJECTIF =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "BOUCHON"
                 COMPUTE WS-CPV-DROIT-BOUCHON =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN "SEUILSERIE"
                 COMPUTE WS-SER-SEUIL =
                    FUNCTION NUMVAL(WS-CARTE-VAL-TXT)
              WHEN OTHER
                 DISPLAY "Paramètre de carte inconnu : "
                    WS-CARTE-CODE-TXT
           END-EVALUATE

           EXIT PROGRAM.

       6192-CHARGE-CONFIGURATION.
      *    Réglages de la carte et du service au verre lus dans la
      *    section [BD501] de Gestion.txt par le service BC812, sous
      *    les codes de l'ancien CarteConfig.txt (COEF, QTEMIN,
      *    VERRES, COEFVERRE, FRAICHEUR, TVA, MARGEMIN, BOUCHON,
      *    SEUILSERIE). Une valeur refusée arrête le programme avant
      *    toute lecture. Sans section BD501, CarteConfig.txt reste
      *    lu. Les valeurs employées sont tracées dans
      *    ConfigUtilisee.txt.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD501" TO CF-PROGRAMME
           IF EN-SIMULATION THEN
              SET CF-EN-SIMULATION TO TRUE
           END-IF

           MOVE "D" TO WS-CFGR-TYPE
           MOVE "COEF" TO WS-CFGR-CLE
           MOVE 0.01 TO WS-CFGR-MIN
           MOVE 99.99 TO WS-CFGR-MAX
           PERFORM 6193-AJOUT-REGLE
           MOVE 0 TO WS-CFGR-MIN
           MOVE "TVA" TO WS-CFGR-CLE
           PERFORM 6193-AJOUT-REGLE
           MOVE "MARGEMIN" TO WS-CFGR-CLE
           PERFORM 6193-AJOUT-REGLE
           MOVE "COEFVERRE" TO WS-CFGR-CLE
           MOVE 9.99 TO WS-CFGR-MAX
           PERFORM 6193-AJOUT-REGLE
           MOVE "BOUCHON" TO WS-CFGR-CLE
           MOVE 999.99 TO WS-CFGR-MAX
           PERFORM 6193-AJOUT-REGLE
           MOVE "SEUILSERIE" TO WS-CFGR-CLE
           MOVE 9999.99 TO WS-CFGR-MAX
           PERFORM 6193-AJOUT-REGLE
           MOVE "N" TO WS-CFGR-TYPE
           MOVE "QTEMIN" TO WS-CFGR-CLE
           MOVE 999 TO WS-CFGR-MAX
           PERFORM 6193-AJOUT-REGLE
           MOVE 1 TO WS-CFGR-MIN
           MOVE 99 TO WS-CFGR-MAX
           MOVE "VERRES" TO WS-CFGR-CLE
           PERFORM 6193-AJOUT-REGLE
           MOVE "FRAICHEUR" TO WS-CFGR-CLE
           PERFORM 6193-AJOUT-REGLE

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD501]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              PERFORM VARYING WS-CFGR-RANG FROM 1 BY 1
                 UNTIL WS-CFGR-RANG > CF-NB-CLES
                 MOVE CF-CLE-NOM(WS-CFGR-RANG) TO WS-CARTE-CODE-TXT
                 MOVE CF-CLE-VALEUR(WS-CFGR-RANG) TO WS-CARTE-VAL-TXT
                 PERFORM 6191-APPLIQUE-CARTE-CODE
              END-PERFORM
           ELSE
              PERFORM 6190-CHARGE-CARTE-CONFIG
           END-IF

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           MOVE "COEF" TO CF-CHERCHE
           MOVE WS-CARTE-COEF TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "QTEMIN" TO CF-CHERCHE
           MOVE WS-CARTE-QTE-MIN TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "VERRES" TO CF-CHERCHE
           MOVE WS-VERRES-PAR-BOUTEILLE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "COEFVERRE" TO CF-CHERCHE
           MOVE WS-COEF-VERRE TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "FRAICHEUR" TO CF-CHERCHE
           MOVE WS-FRAICHEUR-J TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TVA" TO CF-CHERCHE
           MOVE WS-TAUX-TVA TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "MARGEMIN" TO CF-CHERCHE
           MOVE WS-MRG-OBJECTIF TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "BOUCHON" TO CF-CHERCHE
           MOVE WS-CPV-DROIT-BOUCHON TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "SEUILSERIE" TO CF-CHERCHE
           MOVE WS-SER-SEUIL TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6193-AJOUT-REGLE.
      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

       6105-REASSORT-CELLIER.
              MOVE WS-VENTE-MONTANT TO WS-REG-MONTANT(WS-NB-REG)
           END-IF

           MOVE "B" TO WS-RVJ-TYPE
           PERFORM 6246-TRACE-VENTE-JOUR

           EXIT PROGRAM.

       6165-CHARGE-REGISTRE.
      *    Sauvegarde le registre des ventes pour que le chiffre
      *    d'affaires reste cumulé d'une exécution à l'autre. Le
      *    registre courant est d'abord roulé en générations.
           IF EN-SIMULATION THEN
              MOVE "./simu/SIMU-RegistreVentes" TO WS-GEN-BASE
           ELSE
              MOVE "./out/RegistreVentes" TO WS-GEN-BASE
           END-IF
           PERFORM 7100-ROULE-GENERATIONS

           OPEN OUTPUT F-REGISTRE

       7115-RESTAURE-GENERATION.
      *    Recopie la génération WS-GEN-N du fichier de base
      *    WS-GEN-BASE sur le fichier vivant WS-GEN-OUT-NOM (la copie
      *    de simulation en simulation), nommé par l'appelant.
           MOVE SPACES TO WS-GEN-IN-NOM
           STRING FUNCTION TRIM(WS-GEN-BASE) "-G" WS-GEN-N
              ".txt" DELIMITED BY SIZE
              INTO WS-GEN-IN-NOM
           END-STRING

           PERFORM 7110-COPIE-FICHIER

           EXIT PROGRAM.
              IF WS-GEN-N >= 1 AND WS-GEN-N <= WS-NB-GENERATIONS
              THEN
                 MOVE "./out/CellierSolde" TO WS-GEN-BASE
                 MOVE WS-CELLIER-SOLDE-NOM TO WS-GEN-OUT-NOM
                 PERFORM 7115-RESTAURE-GENERATION

                 MOVE "./out/RegistreVentes" TO WS-GEN-BASE
                 MOVE WS-REGISTRE-NOM TO WS-GEN-OUT-NOM
                 PERFORM 7115-RESTAURE-GENERATION

                 DISPLAY "RESTAURATION : solde cellier et registre d

           EXIT PROGRAM.

       6320-PERIODE-COURANTE.
      *    Période du jour pour le bilan, l'export comptable et les
      *    marges : période comptable du calendrier fiscal rendue par
      *    le service de dates BC810, le mois civil sans calendrier.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE "PE" TO DT-FONCTION
           MOVE WS-DATE-JOUR TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-PERIODE TO WS-MOIS-COURANT
           MOVE DT-PERIODE-DEBUT TO WS-PER-DEBUT
           MOVE DT-PERIODE-FIN TO WS-PER-FIN

           EXIT PROGRAM.

       7130-CONTROLE-SIMULATION.
      *    Mode simulation : si le fichier de simulation nomme ce
      *    programme (ou TOUS), chaque fichier écrit par le programme
      *    est d'abord recopié dans ./simu sous le nom SIMU-<fichier>
      *    et c'est cette copie qui est lue et réécrite : solde,
      *    registre des ventes, journal du cellier, dégustations,
      *    caves privées, inventaire consommé, journal d'exploitation
      *    et rapports réels restent tels
      *    quels. Le fichier de simulation n'est pas consommé : il
      *    faut le retirer avant le passage réel.
           MOVE "N" TO WS-SIMULATION
           OPEN INPUT F-SIMULATION

           IF FS-SIMULATION = "00" THEN
              PERFORM UNTIL FS-SIMULATION = "10"
                 READ F-SIMULATION INTO F-SIMULATION-LIGNE
                    NOT AT END
                       IF F-SIMULATION-LIGNE(1:5) = "BD501"
                          OR F-SIMULATION-LIGNE(1:4) = "TOUS" THEN
                          SET EN-SIMULATION TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SIMULATION
           END-IF

           IF EN-SIMULATION THEN
              PERFORM 7135-TRACE-SIMULATION

              PERFORM VARYING WS-CPT-FICHIER-SIMU FROM 1 BY 1
                 UNTIL WS-CPT-FICHIER-SIMU > WS-NB-FICHIERS-SIMU
                 PERFORM 7140-COPIE-SIMULATION
              END-PERFORM

              DISPLAY "***************************************"
              DISPLAY "* SIMULATION : aucun fichier réel     *"
              DISPLAY "* modifié, résultats dans ./simu      *"
              DISPLAY "* (fichiers SIMU-*)                   *"
              DISPLAY "***************************************"
           END-IF

           EXIT PROGRAM.

       7135-TRACE-SIMULATION.
      *    Trace la simulation dans ./simu/SIMU-Simulations.txt. Sans
      *    dossier de simulation, le programme s'arrête avant d'avoir
      *    rien lu ni écrit.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE
           MOVE "./simu/SIMU-Simulations.txt" TO WS-GEN-OUT-NOM

           OPEN EXTEND F-GEN-OUT
           IF FS-GEN-OUT = "35" THEN
              OPEN OUTPUT F-GEN-OUT
           END-IF

           IF FS-GEN-OUT NOT = "00" THEN
              DISPLAY "ARRET : simulation demandée mais dossier ./simu"
                 " inaccessible (statut " FS-GEN-OUT ")."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO F-GEN-OUT-LIGNE
           STRING WS-EXP-DATE "-" WS-EXP-HEURE
              ";BD501;SIMULATION;fichiers réels non modifiés"
              DELIMITED BY SIZE
              INTO F-GEN-OUT-LIGNE
           END-STRING
           WRITE F-GEN-OUT-LIGNE

           CLOSE F-GEN-OUT

           EXIT PROGRAM.

       7140-COPIE-SIMULATION.
      *    Recopie le fichier réel WS-FICHIER-ECRIT(rang) dans
      *    ./simu/SIMU-<fichier> et redirige le programme sur la
      *    copie. Sans fichier réel, la copie repart vide au lieu de
      *    garder celle d'une simulation précédente.
           MOVE WS-FICHIER-ECRIT(WS-CPT-FICHIER-SIMU) TO WS-GEN-IN-NOM
           UNSTRING WS-GEN-IN-NOM DELIMITED BY "/"
              INTO WS-SIMU-PARTIE-1
                   WS-SIMU-PARTIE-2
                   WS-SIMU-FICHIER
           END-UNSTRING

           MOVE SPACES TO WS-GEN-OUT-NOM
           STRING "./simu/SIMU-" WS-SIMU-FICHIER
              DELIMITED BY SPACE
              INTO WS-GEN-OUT-NOM
           END-STRING

           PERFORM 7110-COPIE-FICHIER

           IF FS-GEN-IN NOT = "00" THEN
              OPEN OUTPUT F-GEN-OUT
              CLOSE F-GEN-OUT
           END-IF

           MOVE WS-GEN-OUT-NOM TO WS-FICHIER-ECRIT(WS-CPT-FICHIER-SIMU)

           EXIT PROGRAM.

       8920-LOG-EXPLOITATION.
      *    Ajoute la ligne standard de ce programme au journal
      *    d'exploitation commun (programme;mode;compteurs), comme
      *    les autres programmes de gestion. Les mouvements
      *    appliqués sont les bouteilles sorties tous motifs
      *    confondus et les bouteilles ajustées par l'inventaire ;
      *    les verres perdus comptent en anomalies.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

           COMPUTE WS-EXP-APPLIQUES = WS-NB-SORTIES-VENTE +
              WS-NB-SORTIES-DEGUST + WS-NB-SORTIES-PERTE +
              WS-NB-SORTIES-VERRE + WS-NB-AJUST-INV

           OPEN EXTEND F-EXPLOIT
           IF FS-EXPLOIT = "35" THEN
              ";appliques=" WS-EXP-APPLIQUES
              ";rejets=00000"
              ";anomalies=" WS-NB-VERRES-PERDUS
              ";metier=" WS-DATE-METIER
              DELIMITED BY SIZE
              INTO F-EXPLOIT-LIGNE
           END-STRING

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
           IF EN-SIMULATION THEN
              DISPLAY "SIMULATION terminée : résultats dans ./simu"
           END-IF
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD501               *".
           DISPLAY "***************************************".
