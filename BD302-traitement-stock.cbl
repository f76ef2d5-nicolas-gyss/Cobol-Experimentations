           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMPTAGE.

       SELECT F-HANGAR-SOLDE ASSIGN TO DYNAMIC WS-HANGAR-SOLDE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HANGAR-SOLDE.

       SELECT F-SOR-ECARTS ASSIGN TO DYNAMIC WS-SOR-ECARTS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SOR-ECARTS.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CATALOGUE.

       SELECT F-HANGAR-PLEIN ASSIGN TO DYNAMIC WS-HANGAR-PLEIN-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HANGAR-PLEIN.

       SELECT F-REAPPRO ASSIGN TO DYNAMIC WS-REAPPRO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REAPPRO.

       SELECT F-COMMANDE ASSIGN TO DYNAMIC WS-COMMANDE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMMANDE.

       SELECT F-VOLUMES ASSIGN TO DYNAMIC WS-VOLUMES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VOLUMES.

       SELECT F-TRANSFERT ASSIGN TO DYNAMIC WS-TRANSFERT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRANSFERT.

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
      *    générations de sauvegarde du solde et le mode
      *    restauration, à noms construits dynamiquement.
      *    avec leur motif, et seuil de rejets (en %) au-delà duquel
      *    le programme refuse de démarrer : partir d'un stock faux
      *    est pire que ne pas partir.
       SELECT F-SOLDE-REJETS ASSIGN TO DYNAMIC WS-SOLDE-REJETS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SOLDE-REJETS.
      *    Demande de restauration d'une génération du solde : un
      *    numéro de génération (1 à 3) sur la première ligne de ce
      *    fichier, consommé après application.
       SELECT F-RESTAURE ASSIGN TO DYNAMIC WS-RESTAURE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESTAURE.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CLASSES.

       SELECT F-CONFORMITE ASSIGN TO DYNAMIC WS-CONFORMITE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CONFORMITE.

       SELECT F-JOURS ASSIGN TO DYNAMIC WS-JOURS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-JOURS.

       SELECT F-COUVERTURE ASSIGN TO DYNAMIC WS-COUVERTURE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COUVERTURE.

       SELECT F-QUARANTAINE ASSIGN TO DYNAMIC WS-QUARANTAINE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-QUARANTAINE.

       SELECT F-DECISIONS ASSIGN TO DYNAMIC WS-DECISIONS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DECISIONS.

       SELECT F-QUAR-RAPPORT ASSIGN TO DYNAMIC WS-QUAR-RAPPORT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-QUAR-RAPPORT.

       SELECT F-TACHES ASSIGN TO DYNAMIC WS-TACHES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TACHES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAPACITES.

       SELECT F-CMD-OUVERTES ASSIGN TO DYNAMIC WS-CMD-OUVERTES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CMD-OUVERTES.

       SELECT F-RECEPTION ASSIGN TO DYNAMIC WS-RECEPTION-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RECEPTION.

      *    Prix moyen pondéré par code produit (code;PMP), recalculé
      *    à chaque entrée valorisée et conservé de jour en jour.
       SELECT F-PMP ASSIGN TO DYNAMIC WS-PMP-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PMP.

       SELECT F-SOR-VALO ASSIGN TO DYNAMIC WS-SOR-VALO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SOR-VALO.

       SELECT F-VALORISATION ASSIGN TO DYNAMIC WS-VALORISATION-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VALORISATION.

      *    Fichier maître des fournisseurs (code;nom;délai de
      *    livraison promis en jours;contact), historique des
      *    livraisons et destructions par fournisseur, et tableau de
      *    bord mensuel ScoreFournisseurs-AAAAMM.txt.
       SELECT F-FOURNISSEURS ASSIGN TO "./in/Fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURNISSEURS.

      *    Historique permanent des mouvements de stock, ligne à
      *    ligne, base de la fiche de stock (BD303).
       SELECT F-MVT-HISTO ASSIGN TO DYNAMIC WS-MVT-HISTO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MVT-HISTO.

      *    Journal des ajustements d'inventaire passés sur le hangar
      *    (écarts d'inventaire approuvés), valorisés au PMP.
       SELECT F-AJUSTEMENTS ASSIGN TO DYNAMIC WS-AJUSTEMENTS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-AJUSTEMENTS.

       SELECT F-FOURN-HISTO ASSIGN TO DYNAMIC WS-FOURN-HISTO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURN-HISTO.

       SELECT F-FOURN-SCORE ASSIGN TO DYNAMIC WS-SCORE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURN-SCORE.

      *    Mode préparation : une ligne non vide dans la demande de
      *    préparation fait lire les sorties du jour sans les passer,
      *    pour éditer la liste de prélèvement par dépôt dans l'ordre
      *    de passage. La liste confirmée par les préparateurs est
      *    déposée en entrée et sert au passage réel des sorties,
      *    puis est consommée.
      *    Transferts entre dépôts partis et pas encore réceptionnés
      *    à l'autre bout (conservés de jour en jour), et rapport des
      *    transferts en souffrance.
       SELECT F-TRANSIT ASSIGN TO DYNAMIC WS-TRANSIT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRANSIT.

       SELECT F-TRANSIT-RAPPORT ASSIGN TO DYNAMIC WS-TRANSIT-RAPPORT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRANSIT-RAPPORT.

       SELECT F-PREPA-DEMANDE ASSIGN TO DYNAMIC WS-PREPA-DEMANDE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PREPA-DEMANDE.

       SELECT F-PRELEVEMENT ASSIGN TO DYNAMIC WS-PRELEVEMENT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PRELEVEMENT.

       SELECT F-PREL-CONFIRME ASSIGN TO DYNAMIC WS-PREL-CONFIRME-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PREL-CONFIRME.


       DATA DIVISION.
       FILE SECTION.
       01 F-SOR-ECARTS-LIGNE PIC X(60).

       FD F-CATALOGUE.
       01 F-CATALOGUE-LIGNE PIC X(60).

       FD F-HANGAR-PLEIN.
       01 F-HANGAR-PLEIN-LIGNE PIC X(60).
       01 F-TRANSFERT-LIGNE PIC X(30).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       FD F-SIMULATION.
       01 F-SIMULATION-LIGNE PIC X(10).

       FD F-SOLDE-REJETS.
       01 F-SOLDE-REJETS-LIGNE PIC X(80).
       01 F-CAPACITES-LIGNE PIC X(20).

       FD F-CMD-OUVERTES.
       01 F-CMD-OUVERTES-LIGNE PIC X(30).

       FD F-RECEPTION.
       01 F-RECEPTION-LIGNE PIC X(80).

       FD F-PMP.
       01 F-PMP-LIGNE PIC X(30).

       FD F-SOR-VALO.
       01 F-SOR-VALO-LIGNE PIC X(60).

       FD F-VALORISATION.
       01 F-VALORISATION-LIGNE PIC X(80).

       FD F-FOURNISSEURS.
       01 F-FOURNISSEURS-LIGNE PIC X(80).

       FD F-MVT-HISTO.
       01 F-MVT-HISTO-LIGNE PIC X(80).

       FD F-AJUSTEMENTS.
       01 F-AJUSTEMENTS-LIGNE PIC X(80).

       FD F-FOURN-HISTO.
       01 F-FOURN-HISTO-LIGNE PIC X(60).

       FD F-FOURN-SCORE.
       01 F-FOURN-SCORE-LIGNE PIC X(100).

       FD F-TRANSIT.
       01 F-TRANSIT-LIGNE PIC X(50).

       FD F-TRANSIT-RAPPORT.
       01 F-TRANSIT-RAPPORT-LIGNE PIC X(80).

       FD F-PREPA-DEMANDE.
       01 F-PREPA-DEMANDE-LIGNE PIC X(20).

       FD F-PRELEVEMENT.
       01 F-PRELEVEMENT-LIGNE PIC X(80).

       FD F-PREL-CONFIRME.
       01 F-PREL-CONFIRME-LIGNE PIC X(80).



       WORKING-STORAGE SECTION.
      *       chimie d'entretien, blanc = indifférent), pour le
      *       contrôle de compatibilité des emplacements.
              03 WS-PRODUIT-CLASSE   PIC X(1).
      *       Code du fournisseur du produit (blanc = non rattaché),
      *       dans le fichier maître des fournisseurs.
              03 WS-PRODUIT-FOURN    PIC X(4).

       01 WS-NB-PRODUITS  PIC 9(3) VALUE 0.
       01 WS-CPT-PRODUIT  PIC 9(3).
       01 WS-CATALOGUE-UPC-TXT     PIC X(4).
       01 WS-CATALOGUE-CPP-TXT     PIC X(3).
       01 WS-CATALOGUE-CLASSE-TXT  PIC X(1).
       01 WS-CATALOGUE-FOURN-TXT   PIC X(4).

      ***************************************************************
      *    Paires de classes de stockage incompatibles
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
       01 WS-NB-FICHIERS-SIMU  PIC 99 VALUE 30.
       01 WS-CPT-FICHIER-SIMU  PIC 99.
       01 WS-FICHIERS-ECRITS.
           02 WS-HANGAR-SOLDE-NOM    PIC X(60)
              VALUE "./in/HangarSolde.txt".
           02 WS-SOR-ECARTS-NOM      PIC X(60)
              VALUE "./out/SorEcarts.txt".
           02 WS-HANGAR-PLEIN-NOM    PIC X(60)
              VALUE "./out/HangarPlein.txt".
           02 WS-REAPPRO-NOM         PIC X(60)
              VALUE "./out/ReapproAlertes.txt".
           02 WS-COMMANDE-NOM        PIC X(60)
              VALUE "./out/BonCommande.txt".
           02 WS-VOLUMES-NOM         PIC X(60)
              VALUE "./out/MouvementsVolumes.txt".
           02 WS-TRANSFERT-NOM       PIC X(60)
              VALUE "./out/TransfertCuisine.txt".
           02 WS-EXPLOIT-NOM         PIC X(60)
              VALUE "./out/ExploitationLog.txt".
           02 WS-SOLDE-REJETS-NOM    PIC X(60)
              VALUE "./out/HangarSoldeRejets.txt".
           02 WS-RESTAURE-NOM        PIC X(60)
              VALUE "./in/HangarRestaure.txt".
           02 WS-CONFORMITE-NOM      PIC X(60)
              VALUE "./out/ConformiteClasses.txt".
           02 WS-JOURS-NOM           PIC X(60)
              VALUE "./out/MouvementsJours.txt".
           02 WS-COUVERTURE-NOM      PIC X(60)
              VALUE "./out/CouvertureStock.txt".
           02 WS-QUARANTAINE-NOM     PIC X(60)
              VALUE "./out/QuarantaineSolde.txt".
           02 WS-DECISIONS-NOM       PIC X(60)
              VALUE "./in/QuarantaineDecisions.txt".
           02 WS-QUAR-RAPPORT-NOM    PIC X(60)
              VALUE "./out/QuarantaineAttente.txt".
           02 WS-TACHES-NOM          PIC X(60)
              VALUE "./out/ComptageTaches.txt".
           02 WS-CMD-OUVERTES-NOM    PIC X(60)
              VALUE "./out/CommandesOuvertes.txt".
           02 WS-RECEPTION-NOM       PIC X(60)
              VALUE "./out/ReceptionControle.txt".
           02 WS-PMP-NOM             PIC X(60)
              VALUE "./in/HangarPMP.txt".
           02 WS-SOR-VALO-NOM        PIC X(60)
              VALUE "./out/SortiesValorisees.txt".
           02 WS-VALORISATION-NOM    PIC X(60)
              VALUE "./out/ValorisationStock.txt".
           02 WS-MVT-HISTO-NOM       PIC X(60)
              VALUE "./out/MouvementsHisto.txt".
           02 WS-AJUSTEMENTS-NOM     PIC X(60)
              VALUE "./out/AjustementsInventaire.txt".
           02 WS-FOURN-HISTO-NOM     PIC X(60)
              VALUE "./out/FournisseursHisto.txt".
           02 WS-TRANSIT-NOM         PIC X(60)
              VALUE "./out/HangarTransit.txt".
           02 WS-TRANSIT-RAPPORT-NOM PIC X(60)
              VALUE "./out/TransitsNonRecus.txt".
           02 WS-PREPA-DEMANDE-NOM   PIC X(60)
              VALUE "./in/HangarPreparation.txt".
           02 WS-PRELEVEMENT-NOM     PIC X(60)
              VALUE "./out/ListePrelevement.txt".
           02 WS-PREL-CONFIRME-NOM   PIC X(60)
              VALUE "./in/PrelevementConfirme.txt".
       01 WS-FICHIERS-ECRITS-TABLE REDEFINES WS-FICHIERS-ECRITS.
           02 WS-FICHIER-ECRIT PIC X(60) OCCURS 30 TIMES.

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
       01 WS-EXP-APPLIQUES PIC 9(5).
       01 WS-EXP-ANOMALIES PIC 9(5).

               02 FILLER                  PIC X(1).
      *        Destination de la sortie, optionnelle : "K" signale
      *        une sortie vers la cuisine, reprise dans le fichier de
      *        transfert consommé par la gestion des frigos. Sur un
      *        transfert "T", dépôt d'arrivée (par défaut l'autre
      *        dépôt que celui de départ).
               02 F-LOGI-CURRENT-DEST     PIC X(1).
               02 FILLER                  PIC X(1).
      *        Unité de la quantité, optionnelle : U ou blanc =
      *        dès la prise en charge de la ligne, selon les colonnes
      *        unités/carton et cartons/palette du catalogue.
               02 F-LOGI-CURRENT-UNITE    PIC X(1).
               02 FILLER                  PIC X(1).
      *        Coût unitaire d'achat (format 99999.99), optionnel,
      *        renseigné sur les lignes d'entrée pour recalculer le
      *        prix moyen pondéré du code. Une entrée sans coût est
      *        prise au PMP en cours, qui reste inchangé.
               02 F-LOGI-CURRENT-COUT     PIC X(8).
               02 FILLER                  PIC X(1).
      *        Sur un ajustement d'inventaire "J" : sens de la
      *        correction (+ remise en stock, - retrait du hangar) et
      *        référence de l'écart d'inventaire corrigé (code article
      *        de l'inventaire des écarts).
               02 F-LOGI-CURRENT-SENS     PIC X(1).
               02 FILLER                  PIC X(1).
               02 F-LOGI-CURRENT-REF      PIC X(10).
               02 FILLER                  PIC X(1).
      *        Sur une sortie vers la cuisine "K" : site de la
      *        cuisine destinataire (1 ou 2), optionnel. Il est repris
      *        dans le fichier de transfert et dans le journal des
      *        sorties valorisées ; sans site, la gestion des frigos
      *        dépose au site 1.
               02 F-LOGI-CURRENT-SITE     PIC X(1).
       01 F-LOGI-CURRENT-DLC-N PIC 9(8).
       01 F-LOGI-CURRENT-POIDSC PIC S9(5)V9(2).
       
       01 WS-DATE-JOUR       PIC 9(8).
       01 WS-SEUIL-DLC-J     PIC 999 VALUE 30.
       01 WS-NB-JOURS-DLC    PIC S9(5).
      *    Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.
      *    Zone d'appel du service de configuration commun (section
      *    [BD302] de Gestion.txt). Les capacités y sont des clés
      *    CAPACITE.d.a.n (dépôt, allée, niveau).
       COPY BC812PRM.
       01 WS-CFGC-RANG   PIC 9(3).
       01 WS-CFGC-DEPOT  PIC 9(2).
       01 WS-CFGC-ALLEE  PIC 9(2).
       01 WS-CFGC-NIVEAU PIC 9(2).

      ***************************************************************
      *    Ligne de l'exception de stockage en hangar plein.
       01 WS-DEC-RESTE    PIC S9(5).
       01 WS-NB-RETOURS   PIC 9(5) VALUE 0.

      ***************************************************************
      *    Transferts entre dépôts : l'action "T" sort la quantité du
      *    dépôt de départ en FEFO, lot par lot, et la met en transit
      *    avec sa DLC et son poids ; l'action "A" (arrivée) la
      *    réceptionne au dépôt d'arrivée en reprenant les lots en
      *    transit vers ce dépôt, du plus ancien au plus récent. Ni
      *    l'un ni l'autre ne compte comme entrée ou sortie pour les
      *    volumes ABC, la réception fournisseur ou la valorisation.
      *    Un transit non réceptionné au-delà de WS-SEUIL-TRANSIT-J
      *    jours est signalé.
      ***************************************************************
       01 FS-TRANSIT         PIC X(2).
       01 FS-TRANSIT-RAPPORT PIC X(2).

       01 WS-TRANSIT-TABLE.
           02 WS-TRANSIT-ENTREE OCCURS 50 TIMES.
              03 WS-TRANSIT-DATE   PIC 9(8).
              03 WS-TRANSIT-IDM    PIC X(3).
              03 WS-TRANSIT-QTE    PIC 9(5).
              03 WS-TRANSIT-POIDS  PIC 9(5)V9(2).
              03 WS-TRANSIT-DLC    PIC 9(8).
              03 WS-TRANSIT-SOURCE PIC 9(1).
              03 WS-TRANSIT-DEST   PIC 9(1).
       01 WS-TRANSIT-NB   PIC 9(2) VALUE 0.
       01 WS-CPT-TRANSIT  PIC 9(2).
       01 WS-TRANSIT-GARDES PIC 9(2).

       01 WS-NB-TRANSFERTS PIC 9(5) VALUE 0.
       01 WS-NB-ARRIVEES   PIC 9(5) VALUE 0.
       01 WS-SEUIL-TRANSIT-J PIC 9(3) VALUE 1.

      *    Ligne du fichier des transits, à positions fixes
      *    (date de départ;code;qté;poids;DLC;dépôt de départ;dépôt
      *    d'arrivée).
       01 WS-TRANSIT-LIGNE.
           02 WS-TRL-DATE   PIC 9(8).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-TRL-IDM    PIC X(3).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-TRL-QTE    PIC 9(5).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-TRL-POIDS  PIC 9(5).9(2).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-TRL-DLC    PIC 9(8).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-TRL-SOURCE PIC 9(1).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-TRL-DEST   PIC 9(1).

      *    Zones du transfert : dépôts de départ et d'arrivée, poids
      *    de la prise, poids reçu édité pour la ligne d'entrée
      *    reconstituée, âge d'un transit en jours.
       01 WS-TRANSIT-SOURCE-N PIC 9(1).
       01 WS-TRANSIT-DEST-N   PIC 9(1).
       01 WS-TRANSIT-POIDS-PRIS PIC 9(5)V9(2).
       01 WS-TRANSIT-POIDS-ED PIC 9(5).9(2).
       01 WS-TRANSIT-AGE      PIC S9(5).
       01 WS-TRANSIT-AGE-ED   PIC ZZZZ9.
       01 WS-TRANSIT-QTE-ED   PIC 9(5).
       01 WS-TRANSIT-RETARD   PIC 9(3).

       01 WS-ARRIVEE-FLAG PIC X.
           88 ARRIVEE-BLOQUEE VALUE "O".
      *    ARRIVEE-BLOQUEE = 1 : Le dépôt d'arrivée n'a pas pu ranger
      *                          le lot (hangar plein), le reste
      *                          demeure en transit.
      *    ARRIVEE-BLOQUEE = 0 : Réception en cours.

      *    Zone d'échange du tri décroissant par volume.
       01 WS-SWAP-IDM     PIC X(3).
       01 WS-SWAP-VOLUME  PIC 9(7).
       01 WS-SWAP-COUV-JOURS   PIC 9(5).
       01 WS-SWAP-COUV-RUPTURE PIC 9(8).

      ***************************************************************
      *    Articles regroupés du bon de commande : un article flaggé
      *    plusieurs fois dans la journée ne donne qu'une ligne de
              03 WS-RECEP-IDM  PIC X(3).
              03 WS-RECEP-CMD  PIC 9(5).
              03 WS-RECEP-RECU PIC 9(5).
      *       Date d'émission de la commande (AAAAMMJJ, 0 = inconnue
      *       ou jamais commandé) et quantité livrée dans la journée,
      *       pour la ponctualité et le taux de service fournisseur.
              03 WS-RECEP-DATE PIC 9(8).
              03 WS-RECEP-JOUR PIC 9(5).
       01 WS-RECEP-NB   PIC 9(3) VALUE 0.
       01 WS-CPT-RECEP  PIC 9(3).
       01 WS-RECEP-GARDES PIC 9(3).
       01 WS-RECEP-IDM-TXT  PIC X(3).
       01 WS-RECEP-CMD-TXT  PIC X(5).
       01 WS-RECEP-RECU-TXT PIC X(5).
       01 WS-RECEP-DATE-TXT PIC X(8).
       01 WS-RECEP-ECART    PIC S9(5).
       01 WS-RECEP-ECART-ED PIC +(4)9.

           02 WS-CMD-L-SEUIL  PIC Z(4)9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-CMD-L-QTE    PIC Z(4)9.
           02 FILLER          PIC X(7) VALUE SPACES.
           02 WS-CMD-L-FOURN  PIC X(4).
           02 FILLER          PIC X(1) VALUE SPACES.
           02 WS-CMD-L-FOURN-NOM PIC X(20).

      ***************************************************************
      *    Valorisation du stock au prix moyen pondéré (PMP) : chaque
      *    entrée portant un coût d'achat recalcule le PMP du code
      *    sur l'ensemble du stock des deux dépôts, chaque sortie est
      *    valorisée au PMP en cours (SortiesValorisees.txt), et un
      *    état de valorisation par dépôt, classe de stockage et
      *    produit est réécrit à chaque passage pour la clôture
      *    comptable du mois.
      ***************************************************************
       01 FS-PMP          PIC X(2).
       01 FS-SOR-VALO     PIC X(2).
       01 FS-VALORISATION PIC X(2).

       01 WS-PMP-TABLE.
           02 WS-PMP-ENTREE OCCURS 50 TIMES.
              03 WS-PMP-IDM    PIC X(3).
              03 WS-PMP-VALEUR PIC 9(5)V9(4).
       01 WS-PMP-NB  PIC 9(3) VALUE 0.
       01 WS-CPT-PMP PIC 9(3).

       01 WS-PMP-IDM-TXT    PIC X(3).
       01 WS-PMP-VALEUR-TXT PIC X(12).
       01 WS-PMP-VALEUR-ED  PIC 9(5).9(4).

       01 PMP-TROUVE PIC X(1).
           88 P-OK VALUE "O".
      *    P-OK = 1 : Un PMP est connu pour le code recherché.
      *    P-OK = 0 : Code jamais entré avec un coût d'achat.

      *    Zones du recalcul du PMP : code recherché et rang trouvé,
      *    PMP en cours, coût et quantité de l'entrée, stock total
      *    du code (tous dépôts) avant et après l'entrée.
       01 WS-PMP-CODE-IN     PIC X(3).
       01 WS-PMP-RANG        PIC 9(3).
       01 WS-PMP-COURANT     PIC 9(5)V9(4).
       01 WS-PMP-COUT-ENTREE PIC 9(5)V9(4).
       01 WS-PMP-QTE-ENTREE  PIC 9(5).
       01 WS-PMP-STOCK-APRES PIC 9(7).
       01 WS-PMP-STOCK-AVANT PIC S9(7).
       01 WS-PMP-DEPOT       PIC 9(2).
       01 WS-PMP-ALLEE       PIC 9(2).
       01 WS-PMP-NIVEAU      PIC 9(2).

      *    Ligne du journal des sorties valorisées
      *    (date;code;qté;PMP;valeur;dépôt;destination;site de la
      *    cuisine destinataire, blanc s'il n'est pas donné).
       01 WS-VALO-SORTIE       PIC 9(7)V9(2).
       01 WS-VALO-SORTIES-JOUR PIC 9(8)V9(2) VALUE 0.

       01 WS-SOR-VALO-LIGNE.
           02 WS-SVL-DATE   PIC X(8).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-IDM    PIC X(3).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-QTE    PIC 9(5).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-PMP    PIC 9(5).9(4).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-VALEUR PIC 9(7).9(2).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-DEPOT  PIC 9(1).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-DEST   PIC X(1).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-SVL-SITE   PIC X(1).

      *    Cumuls de l'état de valorisation : quantité par code du
      *    dépôt examiné, classes de stockage rencontrées, totaux par
      *    classe, par dépôt et général.
       01 WS-VAL-TABLE.
           02 WS-VAL-ENTREE OCCURS 50 TIMES.
              03 WS-VAL-IDM    PIC X(3).
              03 WS-VAL-CLASSE PIC X(1).
              03 WS-VAL-QTE    PIC 9(7).
       01 WS-VAL-NB  PIC 9(3).
       01 WS-CPT-VAL PIC 9(3).

       01 WS-VAL-CLASSES.
           02 WS-VAL-CLASSE-VUE OCCURS 10 TIMES PIC X(1).
       01 WS-VAL-NB-CLASSES PIC 9(2).
       01 WS-CPT-VAL-CL     PIC 9(2).

       01 VAL-TROUVE PIC X(1).
           88 V-OK VALUE "O".
      *    V-OK = 1 : Le code (ou la classe) est déjà dans la table.
      *    V-OK = 0 : Première rencontre du code (ou de la classe).

       01 WS-VAL-MONTANT     PIC 9(9)V9(2).
       01 WS-VAL-TOT-CLASSE  PIC 9(9)V9(2).
       01 WS-VAL-TOT-DEPOT   PIC 9(9)V9(2).
       01 WS-VAL-TOT-GENERAL PIC 9(9)V9(2).
       01 WS-VAL-TOTAL-ED    PIC Z(8)9.99.

       01 WS-VAL-LIGNE.
           02 WS-VAL-L-IDM     PIC X(3).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-VAL-L-DESC    PIC X(20).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-VAL-L-QTE     PIC Z(6)9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-VAL-L-PMP     PIC Z(4)9.9(4).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 WS-VAL-L-MONTANT PIC Z(8)9.99.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 WS-VAL-L-NOTE    PIC X(10).

      ***************************************************************
      *    Fournisseurs : fichier maître (code;nom;délai promis en
      *    jours;contact), chaque produit du catalogue portant le
      *    code de son fournisseur. Chaque livraison pointée par le
      *    contrôle de réception et chaque retour détruit en
      *    quarantaine laissent une ligne dans FournisseursHisto.txt,
      *    d'où le tableau de bord du mois par fournisseur
      *    (ponctualité, taux de service, livraisons courtes ou en
      *    excès, destructions) est recalculé à chaque passage, pour
      *    les revues fournisseurs des achats.
      ***************************************************************
       01 FS-FOURNISSEURS PIC X(2).
       01 FS-FOURN-HISTO  PIC X(2).
       01 FS-MVT-HISTO    PIC X(2).

      ***************************************************************
      *    Historique des mouvements de stock : chaque mouvement qui
      *    touche un code (entrée, sortie, retour en quarantaine,
      *    décision d'inspection, transfert entre dépôts, comptage
      *    de réconciliation) y est porté avec son horodatage, son
      *    emplacement, la DLC du lot, la quantité, son sens sur le
      *    stock du hangar (+ ajout, - retrait, = sans effet sur le
      *    hangar) et le solde du code après le mouvement, tous
      *    dépôts confondus (le solde de HangarSolde.txt).
      *    Types : E entrée, S sortie, R retour en quarantaine,
      *    Q remise en stock après inspection, D destruction après
      *    inspection, T départ de transfert, A arrivée de transfert,
      *    C comptage physique (quantité comptée), J ajustement
      *    d'inventaire (la référence de l'écart corrigé est portée
      *    en fin de ligne, à blanc pour les autres mouvements).
      ***************************************************************
       01 WS-HMV-TYPE   PIC X(1).
       01 WS-HMV-SENS   PIC X(1).
       01 WS-HMV-IDM    PIC X(3).
       01 WS-HMV-DEPOT  PIC 9(1).
       01 WS-HMV-ALLEE  PIC 9(2).
       01 WS-HMV-NIVEAU PIC 9(2).
       01 WS-HMV-DLC    PIC 9(8).
       01 WS-HMV-QTE    PIC 9(5).
       01 WS-HMV-SOLDE  PIC 9(6).
       01 WS-HMV-D      PIC 9(1).
       01 WS-HMV-A      PIC 9(2).
       01 WS-HMV-N      PIC 9(2).
       01 WS-HMV-REF    PIC X(10) VALUE SPACES.

      *    Ligne de l'historique, à positions fixes (date;heure;type;
      *    code;dépôt;allée;niveau;DLC;sens;qté;solde après;
      *    référence d'écart).
       01 WS-HMV-LIGNE.
           02 WS-HML-DATE   PIC 9(8).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-HEURE  PIC 9(6).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-TYPE   PIC X(1).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-IDM    PIC X(3).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-DEPOT  PIC 9(1).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-ALLEE  PIC 9(2).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-NIVEAU PIC 9(2).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-DLC    PIC 9(8).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-SENS   PIC X(1).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-QTE    PIC 9(5).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-SOLDE  PIC 9(6).
           02 FILLER        PIC X(1) VALUE ";".
           02 WS-HML-REF    PIC X(10).

      ***************************************************************
      *    Ajustements d'inventaire : un écart d'inventaire approuvé
      *    par le contrôle de gestion arrive en ligne "J" avec son
      *    sens et sa référence. La correction passe sur le hangar
      *    (remise en stock ou retrait FEFO), est valorisée au PMP du
      *    code et tracée dans AjustementsInventaire.txt avec la
      *    référence de l'écart, pour que le stock, la démarque
      *    valorisée et le suivi des écarts se rapprochent.
      ***************************************************************
       01 FS-AJUSTEMENTS  PIC X(2).
       01 WS-NB-AJUSTEMENTS PIC 9(5) VALUE 0.
       01 WS-AJU-QTE-DEMANDEE PIC 9(5).
       01 WS-AJU-QTE-PASSEE   PIC 9(5).
       01 WS-AJU-VALEUR       PIC 9(7)V9(2).

      *    Ligne du journal des ajustements (date;référence;code;
      *    sens;qté demandée;qté passée;PMP;valeur;dépôt).
       01 WS-AJU-LIGNE.
           02 WS-AJL-DATE    PIC X(8).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-REF     PIC X(10).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-IDM     PIC X(3).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-SENS    PIC X(1).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-QTE-DEM PIC 9(5).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-QTE     PIC 9(5).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-PMP     PIC 9(5).9(4).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-VALEUR  PIC 9(7).9(2).
           02 FILLER         PIC X(1) VALUE ";".
           02 WS-AJL-DEPOT   PIC 9(1).
       01 FS-FOURN-SCORE  PIC X(2).

       01 WS-FOURN-TABLE.
           02 WS-FOURN-ENTREE OCCURS 30 TIMES.
              03 WS-FOURN-CODE    PIC X(4).
              03 WS-FOURN-NOM     PIC X(20).
              03 WS-FOURN-DELAI   PIC 9(3).
              03 WS-FOURN-CONTACT PIC X(30).
      *       "O" si le fournisseur vient du fichier maître, "N" s'il
      *       n'est connu que par l'historique ou le catalogue (délai
      *       promis inconnu, ponctualité non mesurée).
              03 WS-FOURN-MAITRE  PIC X(1).
      *       Cumuls du mois pour le tableau de bord.
              03 WS-FOURN-CUMULS.
                 04 WS-FOURN-NB-LIV      PIC 9(5).
                 04 WS-FOURN-NB-MESURE   PIC 9(5).
                 04 WS-FOURN-NB-HEURE    PIC 9(5).
                 04 WS-FOURN-QTE-ATT     PIC 9(7).
                 04 WS-FOURN-QTE-SERVIE  PIC 9(7).
                 04 WS-FOURN-NB-COURTES  PIC 9(5).
                 04 WS-FOURN-QTE-MANQUE  PIC 9(7).
                 04 WS-FOURN-NB-EXCES    PIC 9(5).
                 04 WS-FOURN-QTE-EXCES   PIC 9(7).
                 04 WS-FOURN-NB-HORS     PIC 9(5).
                 04 WS-FOURN-NB-DETRUIT  PIC 9(5).
                 04 WS-FOURN-QTE-DETRUIT PIC 9(7).
       01 WS-FOURN-NB   PIC 9(2) VALUE 0.
       01 WS-CPT-FOURN  PIC 9(2).
       01 WS-FOURN-RANG PIC 9(2).

       01 WS-FOURN-CODE-TXT    PIC X(4).
       01 WS-FOURN-NOM-TXT     PIC X(20).
       01 WS-FOURN-DELAI-TXT   PIC X(3).
       01 WS-FOURN-CONTACT-TXT PIC X(30).

      *    Code fournisseur cherché (WS-FOURN-CODE-IN) ou trouvé pour
      *    un code produit (WS-FOURN-PRODUIT).
       01 WS-FOURN-CODE-IN     PIC X(4).
       01 WS-FOURN-PRODUIT     PIC X(4).

       01 FOURN-TROUVE PIC X(1).
           88 FO-OK VALUE "O".
      *    FO-OK = 1 : Fournisseur présent dans la table.
      *    FO-OK = 0 : Fournisseur ajouté à sa première rencontre.

      *    Ligne de l'historique fournisseurs, à positions fixes
      *    (date;type;fournisseur;code;attendu;livré;délai;promis;
      *    ponctualité). Type L = livraison, D = retour détruit.
      *    Ponctualité A = à l'heure, R = en retard, N = non
      *    mesurée (hors commande, date ou délai promis inconnus).
       01 WS-HISTO-LIGNE.
           02 WS-HST-DATE     PIC 9(8).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-TYPE     PIC X(1).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-FOURN    PIC X(4).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-IDM      PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-ATTENDU  PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-LIVRE    PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-DELAI    PIC 9(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-PROMIS   PIC 9(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-HST-PONCTU   PIC X(1).

       01 WS-HISTO-FIN PIC X.
           88 HISTO-FINI VALUE "O".

      *    Zones du pointage d'une livraison : quantité attendue
      *    (reste de la commande avant la livraison), délai réel en
      *    jours depuis l'émission de la commande.
       01 WS-FOURN-ATTENDU  PIC S9(5).
       01 WS-FOURN-DELAI-J  PIC S9(7).

      *    Tableau de bord du mois : nom du fichier, mois traité,
      *    taux calculés et zones d'édition.
       01 WS-SCORE-NOM   PIC X(60).
       01 WS-SCORE-MOIS  PIC X(6).
       01 WS-SCORE-TAUX  PIC 9(3)V9(1).
       01 WS-SCORE-TAUX-ED PIC ZZ9.9.
       01 WS-SCORE-NB-ED   PIC ZZZZ9.
       01 WS-SCORE-NB2-ED  PIC ZZZZ9.
       01 WS-SCORE-QTE-ED  PIC Z(6)9.
       01 WS-SCORE-QTE2-ED PIC Z(6)9.
       01 WS-SCORE-DELAI-ED PIC ZZ9.

      ***************************************************************
      *    Liste de prélèvement : en mode préparation, les sorties du
      *    jour sont servies à blanc en FEFO sur le hangar en mémoire
      *    (jamais sauvegardé dans ce mode), chaque prise devient une
      *    ligne de prélèvement (dépôt, allée, niveau, n° de ligne
      *    de Jour1E-S.txt), triée dans l'ordre de passage, et les
      *    lignes qui ne seront pas servies en totalité sont
      *    signalées d'avance. Au passage réel, les prises
      *    confirmées d'une ligne remplacent la recherche FEFO.
      ***************************************************************
       01 FS-PREPA-DEMANDE PIC X(2).
       01 FS-PRELEVEMENT   PIC X(2).
       01 FS-PREL-CONFIRME PIC X(2).

       01 WS-PREPA-FLAG PIC X VALUE "N".
           88 MODE-PREPARATION VALUE "O".
      *    MODE-PREPARATION = 1 : Sorties lues sans être passées,
      *                           liste de prélèvement éditée.
      *    MODE-PREPARATION = 0 : Traitement normal de la journée.

       01 WS-PREL-CONF-FLAG PIC X VALUE "N".
           88 PRELEVEMENT-CONFIRME VALUE "O".
      *    PRELEVEMENT-CONFIRME = 1 : Liste confirmée chargée.
      *    PRELEVEMENT-CONFIRME = 0 : Sorties servies en FEFO.

       01 WS-PREL-LIGNE-FLAG PIC X VALUE "N".
           88 LIGNE-CONFIRMEE VALUE "O".
      *    LIGNE-CONFIRMEE = 1 : La sortie courante a des prises
      *                          confirmées, servies telles quelles.
      *    LIGNE-CONFIRMEE = 0 : Sortie courante servie en FEFO.

       01 WS-PREL-TABLE.
           02 WS-PREL-ENTREE OCCURS 200 TIMES.
      *       Clé de l'ordre de passage : dépôt, allée, niveau, puis
      *       n° de ligne de la sortie.
              03 WS-PREL-CLE.
                 04 WS-PREL-DEPOT  PIC 9(1).
                 04 WS-PREL-ALLEE  PIC 9(2).
                 04 WS-PREL-NIVEAU PIC 9(2).
                 04 WS-PREL-LIGNE  PIC 9(5).
              03 WS-PREL-IDM PIC X(3).
              03 WS-PREL-DLC PIC 9(8).
              03 WS-PREL-QTE PIC 9(5).
       01 WS-PREL-NB     PIC 9(3) VALUE 0.
       01 WS-CPT-PREL    PIC 9(3).
       01 WS-CPT-PREL-2  PIC 9(3).
       01 WS-PREL-RANG   PIC 9(3).
       01 WS-PREL-PLAFOND PIC 9(5).

       01 WS-SWAP-PREL.
           02 WS-SWAP-PREL-CLE PIC X(10).
           02 WS-SWAP-PREL-IDM PIC X(3).
           02 WS-SWAP-PREL-DLC PIC 9(8).
           02 WS-SWAP-PREL-QTE PIC 9(5).

      *    Sorties qui ne seront pas servies en totalité.
       01 WS-MANQ-TABLE.
           02 WS-MANQ-ENTREE OCCURS 100 TIMES.
              03 WS-MANQ-LIGNE   PIC 9(5).
              03 WS-MANQ-IDM     PIC X(3).
              03 WS-MANQ-DEPOT   PIC 9(1).
              03 WS-MANQ-DEMANDE PIC 9(5).
              03 WS-MANQ-PREVU   PIC 9(5).
       01 WS-MANQ-NB  PIC 9(3) VALUE 0.
       01 WS-CPT-MANQ PIC 9(3).

      *    Ligne de prélèvement (P;dépôt;allée;niveau;code;DLC;qté à
      *    prendre;n° de ligne), relue telle quelle dans la liste
      *    confirmée, la quantité pouvant y être corrigée.
       01 WS-PREL-SORTIE.
           02 FILLER          PIC X(2) VALUE "P;".
           02 WS-PRS-DEPOT    PIC 9(1).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-PRS-ALLEE    PIC 9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-PRS-NIVEAU   PIC 9(2).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-PRS-IDM      PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-PRS-DLC      PIC 9(8).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-PRS-QTE      PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-PRS-LIGNE    PIC 9(5).

      *    Ligne de sortie non servie en totalité (M;n° de ligne;
      *    code;dépôt;demandé;prévu;manque).
       01 WS-MANQ-SORTIE.
           02 FILLER          PIC X(2) VALUE "M;".
           02 WS-MQS-LIGNE    PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MQS-IDM      PIC X(3).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MQS-DEPOT    PIC 9(1).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MQS-DEMANDE  PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MQS-PREVU    PIC 9(5).
           02 FILLER          PIC X(1) VALUE ";".
           02 WS-MQS-MANQUE   PIC 9(5).

       01 WS-PRC-TYPE-TXT   PIC X(1).
       01 WS-PRC-DEPOT-TXT  PIC X(1).
       01 WS-PRC-ALLEE-TXT  PIC X(2).
       01 WS-PRC-NIVEAU-TXT PIC X(2).
       01 WS-PRC-IDM-TXT    PIC X(3).
       01 WS-PRC-DLC-TXT    PIC X(8).
       01 WS-PRC-QTE-TXT    PIC X(5).
       01 WS-PRC-LIGNE-TXT  PIC X(5).

       LINKAGE SECTION.

      *    ZONE DE PROGRAMME
      *************************************************************

      *    Simulation demandée : les fichiers écrits sont redirigés
      *    vers le dossier de simulation avant toute lecture.
           PERFORM 7130-CONTROLE-SIMULATION.

      *    Ligne de début d'exécution au journal d'exploitation.
           PERFORM 8930-DATE-METIER.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

      *    Chargement et contrôle des réglages du run (seuil de
      *    rejets du solde, charges maximales des emplacements).
           PERFORM 6172-CHARGE-CONFIGURATION.

      *    Demande éventuelle du mode préparation (liste de
      *    prélèvement sans passage des mouvements).
           PERFORM 6250-CONTROLE-PREPARATION.

      *    Restauration éventuelle d'une génération de sauvegarde du
      *    solde, demandée par le fichier de restauration (reportée
      *    au prochain passage réel en mode préparation).
           IF NOT MODE-PREPARATION THEN
              PERFORM 7120-CONTROLE-RESTAURATION
           END-IF.

      *    Chargement du solde du hangar laissé par la précédente
      *    exécution, afin de ne pas repartir d'un hangar vide chaque
      *    face de chaque code article.
           PERFORM 6090-CHARGE-CATALOGUE.

      *    Chargement du fichier maître des fournisseurs (nom, délai
      *    de livraison promis, contact).
           PERFORM 6240-CHARGE-FOURNISSEURS.

      *    Chargement des prix moyens pondérés par code, pour
      *    valoriser les entrées et les sorties de la journée.
           PERFORM 6220-CHARGE-PMP.

      *    Chargement des volumes de mouvements cumulés des journées
      *    précédentes, pour le classement ABC.
           PERFORM 6120-CHARGE-VOLUMES.
      *    le contrôle de réception des livraisons du jour.
           PERFORM 6160-CHARGE-COMMANDES.

      *    Chargement des paires de classes de stockage
      *    incompatibles, pour le contrôle de cohabitation.
           PERFORM 6203-CHARGE-CLASSES.

      *    Chargement de la quarantaine des retours, puis application
      *    des décisions d'inspection (remise en stock ou
      *    destruction) arrivées depuis la dernière exécution. En
      *    mode préparation rien n'est passé : les décisions
      *    attendent le passage réel.
           PERFORM 6192-CHARGE-QUARANTAINE.

      *    Chargement des transferts entre dépôts encore en transit.
           PERFORM 6274-CHARGE-TRANSIT.
           IF NOT MODE-PREPARATION THEN
              PERFORM 6194-TRAITE-DECISIONS
      *       Liste de prélèvement confirmée par les préparateurs,
      *       si elle a été déposée.
              PERFORM 6254-CHARGE-CONFIRME
           END-IF.

      *    Ouverture du fichier.
           OPEN INPUT F-LOGISTIQUE.
      *                PERFORM 6000-CTRL-INFO

      *                Traitement de l'action demandée sur la ligne
      *                courante (en mode préparation, une sortie est
      *                seulement planifiée)
                       IF MODE-PREPARATION THEN
                          PERFORM 6252-PREPARE-LIGNE
                       ELSE
                          PERFORM 6010-ACTIONS
                       END-IF

                    AT END
                       DISPLAY "Fin de fichier"

              END-PERFORM

      *       Mode préparation : édition de la liste de prélèvement,
      *       aucun fichier de stock n'est réécrit.
              IF MODE-PREPARATION THEN
                 PERFORM 6256-ECRIT-PRELEVEMENT
                 CLOSE F-LOGISTIQUE
              ELSE

      *          Résumé des mouvements traités dans la journée.
                 PERFORM 6095-RESUME-MOUVEMENTS

      *          Affichage du hangar après traitement
                 PERFORM 6040-AFFICHE-HANGAR

      *          Balayage des lots périssables à écouler (DLC proche ou
      *          dépassée).
                 PERFORM 6110-STOCK-A-ECOULER

      *          Réconciliation avec le comptage physique, s'il existe.
                 PERFORM 6050-RECONCILIATION

      *          Fermeture du fichier.
                 CLOSE F-LOGISTIQUE

      *          Gestion du retour de la fermeture
                 IF FS-LOGISTIQUE = "00" THEN
                    DISPLAY "Fermeture du fichier 'Jour1E-S.txt' OK."
                 ELSE
                    DISPLAY "Erreur de fermeture - " FS-LOGISTIQUE
                 END-IF

      *          Sauvegarde du solde du hangar pour la prochaine
      *          exécution.
                 PERFORM 6070-SAUVEGARDE-HANGAR

      *          Sauvegarde des PMP recalculés, puis état de
      *          valorisation du stock restant par dépôt, classe de
      *          stockage et produit.
                 PERFORM 6228-SAUVEGARDE-PMP
                 PERFORM 6230-RAPPORT-VALORISATION

      *          Contrôle de réception : livraisons du jour pointées
      *          contre les commandes ouvertes, lignes soldées fermées.
                 PERFORM 6167-RAPPORT-RECEPTION

      *          Génération du bon de commande fournisseur à partir des
      *          alertes de réapprovisionnement de la journée.
                 PERFORM 6100-GENERE-COMMANDE

      *          Sauvegarde des commandes restées ouvertes (y compris
      *          celles du bon qui vient d'être émis).
                 PERFORM 6168-SAUVEGARDE-COMMANDES

      *          Tableau de bord du mois par fournisseur, recalculé
      *          depuis l'historique des livraisons et destructions.
                 PERFORM 6248-RAPPORT-FOURNISSEURS

      *          Classement ABC des articles par volume de mouvements,
      *          puis sauvegarde des volumes cumulés.
                 PERFORM 6130-RAPPORT-ABC
                 PERFORM 6135-SAUVEGARDE-VOLUMES

      *          Plan de comptage tournant du jour, dérivé des classes
      *          ABC qui viennent d'être attribuées.
                 PERFORM 6180-GENERE-COMPTAGE

      *          Jours de couverture et dates de rupture projetées, pour
      *          que les achats voient ce qui tombe en rupture cette
      *          semaine.
                 PERFORM 6200-RAPPORT-COUVERTURE

      *          Balayage de conformité des classes de stockage.
                 PERFORM 6210-RAPPORT-CONFORMITE

      *          Suggestions de slotting : gros tourneurs stockés trop
      *          loin du quai.
                 PERFORM 6140-RAPPORT-SLOTTING

      *          Rapport des retours en attente d'inspection, puis
      *          sauvegarde de la quarantaine pour la prochaine
      *          exécution.
                 PERFORM 6196-RAPPORT-QUARANTAINE
                 PERFORM 6198-SAUVEGARDE-QUARANTAINE

      *          Transferts entre dépôts non réceptionnés, puis
      *          sauvegarde des transits pour la prochaine exécution.
                 PERFORM 6278-RAPPORT-TRANSIT
                 PERFORM 6276-SAUVEGARDE-TRANSIT

      *          La liste de prélèvement confirmée a servi : elle est
      *          consommée.
                 IF PRELEVEMENT-CONFIRME THEN
                    OPEN OUTPUT F-PREL-CONFIRME
                    CLOSE F-PREL-CONFIRME
                 END-IF
              END-IF
           ELSE
              DISPLAY "Erreur d'ouverture - " FS-LOGISTIQUE
              DISPLAY "Fichier introuvable, aucun traitement effectué."
      *    multiplication à la main.
           PERFORM 6185-CONVERTIT-UNITES

      *    Type du mouvement porté à l'historique : l'action de la
      *    ligne (une arrivée de transfert reste "A" bien qu'elle
      *    passe par la procédure d'entrée).
           MOVE F-LOGI-CURRENT-ACTION TO WS-HMV-TYPE

           EVALUATE F-LOGI-CURRENT-ACTION
              WHEN "E"
      *          Execution de la procédure d'entrée
                 PERFORM 6190-PROCEDURE-RETOUR
                 ADD 1 TO WS-NB-RETOURS

              WHEN "T"
      *          Transfert vers l'autre dépôt : départ en transit,
      *          lots et DLC conservés, sans cumul de volume.
                 PERFORM 6270-PROCEDURE-TRANSFERT

              WHEN "A"
      *          Arrivée d'un transfert au dépôt de la ligne.
                 PERFORM 6272-PROCEDURE-ARRIVEE

              WHEN "J"
      *          Ajustement d'inventaire d'un écart approuvé, sans
      *          cumul de volume.
                 PERFORM 6284-PROCEDURE-AJUSTEMENT

              WHEN OTHER
                 DISPLAY "Erreur de code action"
                 ADD 1 TO WS-NB-REJETS
      *    l'emplacement qui vient d'être cumulé ou stocké.
           IF S-OK OR T-OK THEN
              PERFORM 6055-CHECK-REORDER

      *       ETAPE 5 - Recalcul du prix moyen pondéré du code avec
      *       le coût d'achat de l'entrée.
              PERFORM 6224-MAJ-PMP

      *       ETAPE 6 - Mouvement porté à l'historique, sur
      *       l'emplacement qui a reçu le lot.
              MOVE "+" TO WS-HMV-SENS
              MOVE F-LOGI-CURRENT-IDM TO WS-HMV-IDM
              MOVE WS-SAVE-DEPOT TO WS-HMV-DEPOT
              MOVE WS-SAVE-ALLEE TO WS-HMV-ALLEE
              MOVE WS-SAVE-NIVEAU TO WS-HMV-NIVEAU
              MOVE F-LOGI-CURRENT-DLC-N TO WS-HMV-DLC
              COMPUTE WS-HMV-QTE = FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
              PERFORM 6280-ECRIT-MVT-HISTO
           END-IF

           EXIT PROGRAM.
           MOVE WS-SORTIE-DEMANDE TO WS-SORTIE-RESTANT
           MOVE 0 TO WS-SORTIE-SERVIE

      *    Une sortie reprise dans la liste de prélèvement confirmée
      *    est servie sur les emplacements et quantités confirmés par
      *    les préparateurs, et non par une nouvelle recherche FEFO.
           PERFORM 6034-LIGNE-CONFIRMEE

           PERFORM 6033-LOT-SUIVANT

           PERFORM UNTIL WS-SORTIE-RESTANT = 0 OR NOT FEFO-TROUVE

                 MOVE WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) TO WS-SORTIE-PRISE
              END-IF
              IF WS-SORTIE-PRISE > WS-PREL-PLAFOND THEN
                 MOVE WS-PREL-PLAFOND TO WS-SORTIE-PRISE
              END-IF

              SUBTRACT WS-SORTIE-PRISE FROM
                 WS-HANGAR-QTE(WS-DEPOT-COURANT,

              SUBTRACT WS-SORTIE-PRISE FROM WS-SORTIE-RESTANT
              ADD WS-SORTIE-PRISE TO WS-SORTIE-SERVIE
              IF LIGNE-CONFIRMEE THEN
                 SUBTRACT WS-SORTIE-PRISE FROM WS-PREL-QTE(WS-PREL-RANG)
              END-IF

              DISPLAY "Sortie FEFO : " WS-SORTIE-PRISE " du produit "
              F-LOGI-CURRENT-IDM " Dépôt " WS-DEPOT-COURANT
              " (DLC " WS-HANGAR-DLC(WS-DEPOT-COURANT,
                 WS-FEFO-ALLEE,WS-FEFO-NIVEAU) ")"

      *       Prise portée à l'historique avec la DLC de son lot.
              MOVE "-" TO WS-HMV-SENS
              MOVE F-LOGI-CURRENT-IDM TO WS-HMV-IDM
              MOVE WS-DEPOT-COURANT TO WS-HMV-DEPOT
              MOVE WS-FEFO-ALLEE TO WS-HMV-ALLEE
              MOVE WS-FEFO-NIVEAU TO WS-HMV-NIVEAU
              MOVE WS-HANGAR-DLC(WS-DEPOT-COURANT,
                 WS-FEFO-ALLEE,WS-FEFO-NIVEAU) TO WS-HMV-DLC
              MOVE WS-SORTIE-PRISE TO WS-HMV-QTE
              PERFORM 6280-ECRIT-MVT-HISTO

      *       Un emplacement vidé est libéré.
              IF WS-HANGAR-QTE(WS-DEPOT-COURANT,
                 WS-FEFO-ALLEE,WS-FEFO-NIVEAU) = 0 THEN
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
              END-IF

              PERFORM 6033-LOT-SUIVANT

           END-PERFORM

              PERFORM 6080-LOG-SOR-ECART
           END-IF

      *    Valorisation de la quantité réellement servie au PMP en
      *    cours du code.
           IF WS-SORTIE-SERVIE > 0 THEN
              PERFORM 6226-VALORISE-SORTIE
           END-IF

      *    ETAPE 2 - Article non présent
      *    T-OK = 0, le produit n'existe pas dans le hangar
      *    T-OK = 1, le traitement de la sortie est réussie.

           EXIT PROGRAM.

       6033-LOT-SUIVANT.
      *    Emplacement suivant à servir pour la sortie courante : la
      *    prochaine prise confirmée si la ligne est reprise dans la
      *    liste de prélèvement confirmée, sinon le lot FEFO (sans
      *    autre plafond que le stock de l'emplacement).
           IF LIGNE-CONFIRMEE THEN
              PERFORM 6035-LOT-CONFIRME
           ELSE
              PERFORM 6032-CHERCHE-LOT-FEFO
              MOVE 99999 TO WS-PREL-PLAFOND
           END-IF

           EXIT PROGRAM.

       6034-LIGNE-CONFIRMEE.
      *    Lève LIGNE-CONFIRMEE si la liste de prélèvement confirmée
      *    porte au moins une prise pour la ligne courante de
      *    Jour1E-S.txt et son code produit.
           MOVE "N" TO WS-PREL-LIGNE-FLAG

           IF PRELEVEMENT-CONFIRME THEN
              PERFORM VARYING WS-CPT-PREL FROM 1 BY 1
                 UNTIL WS-CPT-PREL > WS-PREL-NB OR LIGNE-CONFIRMEE
                 IF WS-PREL-LIGNE(WS-CPT-PREL) = WS-NB-LIGNES-LUES AND
                    WS-PREL-IDM(WS-CPT-PREL) = F-LOGI-CURRENT-IDM THEN
                    SET LIGNE-CONFIRMEE TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF LIGNE-CONFIRMEE THEN
              DISPLAY "Sortie servie sur la liste de prélèvement "
              "confirmée."
           END-IF

           EXIT PROGRAM.

       6035-LOT-CONFIRME.
      *    Prochaine prise confirmée de la ligne courante encore à
      *    servir, sur un emplacement du dépôt courant qui porte
      *    toujours le code : son emplacement devient l'emplacement
      *    à servir, sa quantité confirmée le plafond de la prise.
           MOVE "N" TO WS-FEFO-FLAG

           PERFORM VARYING WS-CPT-PREL FROM 1 BY 1
              UNTIL WS-CPT-PREL > WS-PREL-NB OR FEFO-TROUVE
              IF WS-PREL-LIGNE(WS-CPT-PREL) = WS-NB-LIGNES-LUES AND
                 WS-PREL-IDM(WS-CPT-PREL) = F-LOGI-CURRENT-IDM AND
                 WS-PREL-DEPOT(WS-CPT-PREL) = WS-DEPOT-COURANT AND
                 WS-PREL-QTE(WS-CPT-PREL) > 0 THEN
                 IF WS-HANGAR-IDM(WS-DEPOT-COURANT,
                    WS-PREL-ALLEE(WS-CPT-PREL),
                    WS-PREL-NIVEAU(WS-CPT-PREL)) =
                    F-LOGI-CURRENT-IDM AND
                    WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-PREL-ALLEE(WS-CPT-PREL),
                    WS-PREL-NIVEAU(WS-CPT-PREL)) > 0 THEN
                    MOVE WS-PREL-ALLEE(WS-CPT-PREL) TO WS-FEFO-ALLEE
                    MOVE WS-PREL-NIVEAU(WS-CPT-PREL) TO WS-FEFO-NIVEAU
                    MOVE WS-PREL-QTE(WS-CPT-PREL) TO WS-PREL-PLAFOND
                    MOVE WS-CPT-PREL TO WS-PREL-RANG
                    SET FEFO-TROUVE TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6040-AFFICHE-HANGAR.
           PERFORM VARYING WS-DEPOT-COURANT FROM 1 BY 1
              UNTIL WS-DEPOT-COURANT > WS-NB-DEPOTS
                                WS-CPT-NIVEAU) " Compté="
                                WS-COMPTAGE-QTE " Ecart=" WS-ECART-QTE
                                SET T-OK TO TRUE

      *                         Comptage porté à l'historique.
                                MOVE "C" TO WS-HMV-TYPE
                                MOVE "=" TO WS-HMV-SENS
                                MOVE WS-COMPTAGE-IDM TO WS-HMV-IDM
                                MOVE WS-DEPOT-COURANT TO WS-HMV-DEPOT
                                MOVE WS-CPT-ALLEE TO WS-HMV-ALLEE
                                MOVE WS-CPT-NIVEAU TO WS-HMV-NIVEAU
                                MOVE WS-HANGAR-DLC(WS-DEPOT-COURANT,
                                   WS-CPT-ALLEE,WS-CPT-NIVEAU) TO
                                   WS-HMV-DLC
                                MOVE WS-COMPTAGE-QTE TO WS-HMV-QTE
                                PERFORM 6280-ECRIT-MVT-HISTO
                             END-IF

                          END-PERFORM
                          DISPLAY "Produit " WS-COMPTAGE-IDM
                          " compté mais absent du hangar (Compté="
                          WS-COMPTAGE-QTE ")"

                          MOVE "C" TO WS-HMV-TYPE
                          MOVE "=" TO WS-HMV-SENS
                          MOVE WS-COMPTAGE-IDM TO WS-HMV-IDM
                          MOVE 0 TO WS-HMV-DEPOT
                          MOVE 0 TO WS-HMV-ALLEE
                          MOVE 0 TO WS-HMV-NIVEAU
                          MOVE 0 TO WS-HMV-DLC
                          MOVE WS-COMPTAGE-QTE TO WS-HMV-QTE
                          PERFORM 6280-ECRIT-MVT-HISTO
                       END-IF
                 END-READ
              END-PERFORM
      *    chargées/rejetées sont affichés au démarrage, et le
      *    programme refuse de continuer quand les rejets dépassent
      *    le seuil configuré : un solde à moitié corrompu ne doit
      *    plus devenir en silence un entrepôt à moitié vide. Le
      *    seuil est chargé au démarrage par 6172-CHARGE-CONFIGURATION.
           OPEN INPUT F-HANGAR-SOLDE

           IF FS-HANGAR-SOLDE = "00" THEN
       6070-SAUVEGARDE-HANGAR.
      *    Sauvegarde le contenu du hangar afin qu'il soit rechargé
      *    à la prochaine exécution. Le solde courant est d'abord
      *    roulé en générations de sauvegarde (celles du dossier de
      *    simulation en simulation).
           IF EN-SIMULATION THEN
              MOVE "./simu/SIMU-HangarSolde" TO WS-GEN-BASE
           ELSE
              MOVE "./in/HangarSolde" TO WS-GEN-BASE
           END-IF
           PERFORM 7100-ROULE-GENERATIONS

           OPEN OUTPUT F-HANGAR-SOLDE
      *    plutôt que de laisser le rejet disparaître dans un simple
      *    message console.
           MOVE FUNCTION CURRENT-DATE TO WS-HANGAR-PLEIN-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-HP-DATE-JOUR
           MOVE WS-HP-DATE-JOUR TO WS-HP-DATE
           MOVE WS-HP-HEURE-JOUR TO WS-HP-HEURE

       6090-CHARGE-CATALOGUE.
      *    Charge une fois pour toutes le catalogue produits
      *    (code;description;poids unitaire;seuil de réapprovision-
      *    nement;colisage;classe;fournisseur) en mémoire, afin que
      *    6040-AFFICHE-HANGAR puisse afficher une description en
      *    face de chaque code article, et que 6055-CHECK-REORDER
      *    puisse contrôler le seuil.
           OPEN INPUT F-CATALOGUE

           IF FS-CATALOGUE = "00" THEN
                       MOVE SPACES TO WS-CATALOGUE-UPC-TXT
                       MOVE SPACES TO WS-CATALOGUE-CPP-TXT
                       MOVE SPACES TO WS-CATALOGUE-CLASSE-TXT
                       MOVE SPACES TO WS-CATALOGUE-FOURN-TXT

                       UNSTRING F-CATALOGUE-LIGNE DELIMITED BY ";"
                          INTO WS-CATALOGUE-CODE
                               WS-CATALOGUE-UPC-TXT
                               WS-CATALOGUE-CPP-TXT
                               WS-CATALOGUE-CLASSE-TXT
                               WS-CATALOGUE-FOURN-TXT
                       END-UNSTRING

                       IF WS-NB-PRODUITS < 50
                          END-IF
                          MOVE WS-CATALOGUE-CLASSE-TXT TO
                             WS-PRODUIT-CLASSE(WS-NB-PRODUITS)
                          MOVE WS-CATALOGUE-FOURN-TXT TO
                             WS-PRODUIT-FOURN(WS-NB-PRODUITS)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-CMD-NB > 0 THEN
              MOVE WS-DATE-METIER TO WS-COMMANDE-DATE

              OPEN OUTPUT F-COMMANDE

              END-STRING
              WRITE F-COMMANDE-LIGNE

              MOVE SPACES TO F-COMMANDE-LIGNE
              STRING "CODE DESIGNATION           STOCK  SEUIL  "
                 "A COMMANDER FOURNISSEUR" DELIMITED BY SIZE
                 INTO F-COMMANDE-LIGNE
              END-STRING
              WRITE F-COMMANDE-LIGNE

              PERFORM VARYING WS-CPT-CMD FROM 1 BY 1
                 PERFORM 6107-DESC-PAR-CODE
                 MOVE WS-CATALOGUE-DESC-TROUVEE TO WS-CMD-L-DESC

      *          Fournisseur de l'article, pour l'envoi du bon.
                 PERFORM 6242-FOURN-PAR-CODE
                 MOVE WS-FOURN-PRODUIT TO WS-CMD-L-FOURN
                 IF WS-FOURN-RANG > 0 THEN
                    MOVE WS-FOURN-NOM(WS-FOURN-RANG) TO
                       WS-CMD-L-FOURN-NOM
                 ELSE
                    MOVE SPACES TO WS-CMD-L-FOURN-NOM
                 END-IF

                 MOVE WS-COMMANDE-LIGNE TO F-COMMANDE-LIGNE
                 WRITE F-COMMANDE-LIGNE

      *    WS-SEUIL-DLC-J prochains jours, pour que les denrées
      *    périssables ne soient pas découvertes périmées au prochain
      *    comptage physique.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           DISPLAY "-- STOCK A ECOULER (DLC) --"

                       WS-CPT-ALLEE,WS-CPT-NIVEAU) NOT = 0
                    THEN

                    MOVE "EC" TO DT-FONCTION
                    MOVE WS-DATE-JOUR TO DT-DATE-1
                    MOVE WS-HANGAR-DLC(WS-DEPOT-COURANT,
                       WS-CPT-ALLEE,WS-CPT-NIVEAU) TO DT-DATE-2
                    CALL "BC810" USING DT-PARAMETRES
                    MOVE DT-JOURS-RESULTAT TO WS-NB-JOURS-DLC

                    IF WS-NB-JOURS-DLC < 0 THEN
                       DISPLAY "DLC DEPASSEE : produit "
      -       "lculée."
           ELSE

           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           MOVE 0 TO WS-COUV-NB

                    WS-COUV-STOCK(WS-COUV-NB) /
                    WS-COUV-MOYENNE(WS-COUV-NB)

                 MOVE "AJ" TO DT-FONCTION
                 MOVE WS-DATE-JOUR TO DT-DATE-1
                 MOVE WS-COUV-JOURS(WS-COUV-NB) TO DT-NB-JOURS
                 CALL "BC810" USING DT-PARAMETRES
                 MOVE DT-DATE-RESULTAT TO WS-COUV-RUPTURE(WS-COUV-NB)
              END-IF

           END-PERFORM
      *    la décision d'inspection.
           DISPLAY "Lancement procédure Retour (quarantaine)"

           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           SET TROUVE TO "N"

           DISPLAY "Retour en quarantaine : " F-LOGI-CURRENT-IDM
           " quantité " F-LOGI-CURRENT-QTE

      *    Retour porté à l'historique : la quarantaine n'est pas le
      *    stock vendable, le solde du hangar ne bouge pas.
           PERFORM 6115-DLC-ENTRANTE
           MOVE "=" TO WS-HMV-SENS
           MOVE F-LOGI-CURRENT-IDM TO WS-HMV-IDM
           MOVE WS-DEPOT-COURANT TO WS-HMV-DEPOT
           MOVE 0 TO WS-HMV-ALLEE
           MOVE 0 TO WS-HMV-NIVEAU
           MOVE F-LOGI-CURRENT-DLC-N TO WS-HMV-DLC
           COMPUTE WS-HMV-QTE = FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
           PERFORM 6280-ECRIT-MVT-HISTO

           EXIT PROGRAM.

       6192-CHARGE-QUARANTAINE.
                    MOVE "00000000" TO F-LOGI-CURRENT-DLC
                    MOVE "1" TO F-LOGI-CURRENT-DEPOT
                    MOVE SPACE TO F-LOGI-CURRENT-DEST
                    MOVE SPACE TO F-LOGI-CURRENT-SITE
                    MOVE SPACE TO F-LOGI-CURRENT-UNITE
                    MOVE SPACES TO F-LOGI-CURRENT-COUT
                    MOVE 1 TO WS-DEPOT-COURANT

                    DISPLAY "Quarantaine : " WS-DEC-QTE " de "
                    WS-DEC-IDM-TXT " remis en stock après inspection."

                    MOVE "Q" TO WS-HMV-TYPE
                    PERFORM 6020-PROCEDURE-ENTREE
                 ELSE
                    DISPLAY "Quarantaine : " WS-DEC-QTE " de "
                    WS-DEC-IDM-TXT " sorti en destruction."
                    PERFORM 6245-HISTO-DESTRUCTION

                    MOVE "D" TO WS-HMV-TYPE
                    MOVE "=" TO WS-HMV-SENS
                    MOVE WS-DEC-IDM-TXT TO WS-HMV-IDM
                    MOVE 0 TO WS-HMV-DEPOT
                    MOVE 0 TO WS-HMV-ALLEE
                    MOVE 0 TO WS-HMV-NIVEAU
                    MOVE 0 TO WS-HMV-DLC
                    MOVE WS-DEC-QTE TO WS-HMV-QTE
                    PERFORM 6280-ECRIT-MVT-HISTO
                 END-IF

              END-IF
      -       ""
           ELSE

           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE "NJ" TO DT-FONCTION
           MOVE WS-DATE-JOUR TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-JOURS-RESULTAT TO WS-CPT-JOUR-ENT

           MOVE 0 TO WS-NB-TACHES

           EXIT PROGRAM.

       6150-LOG-TRANSFERT-CUISINE.
      *    Ajoute une ligne (code;quantité;date AAAAMMJJ, puis le
      *    site destinataire s'il est donné) à TransfertCuisine.txt
      *    pour chaque sortie de hangar destinée à la cuisine. Ce
      *    fichier est consommé au prochain lancement de la gestion
      *    des frigos, qui le transforme en dépôts automatiques sur
      *    le site indiqué ; la date horodate le transfert pour que
      *    les lignes qui rebondissent de lancement en lancement
      *    soient vues vieillir au lieu d'attendre sans âge.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           OPEN EXTEND F-TRANSFERT
           IF FS-TRANSFERT = "35" THEN
           END-IF

           MOVE SPACES TO F-TRANSFERT-LIGNE
           IF F-LOGI-CURRENT-SITE = SPACE THEN
              STRING F-LOGI-CURRENT-IDM ";"
                 F-LOGI-CURRENT-QTE ";"
                 WS-DATE-JOUR DELIMITED BY SIZE
                 INTO F-TRANSFERT-LIGNE
              END-STRING
           ELSE
              STRING F-LOGI-CURRENT-IDM ";"
                 F-LOGI-CURRENT-QTE ";"
                 WS-DATE-JOUR ";"
                 F-LOGI-CURRENT-SITE DELIMITED BY SIZE
                 INTO F-TRANSFERT-LIGNE
              END-STRING
           END-IF
           WRITE F-TRANSFERT-LIGNE

           CLOSE F-TRANSFERT

           EXIT PROGRAM.

       6172-CHARGE-CONFIGURATION.
      *    Réglages du run lus dans la section [BD302] de Gestion.txt
      *    par le service BC812 : SEUIL_REJETS (%) et CAPACITE.d.a.n
      *    (charge maximale de l'emplacement dépôt d, allée a, niveau
      *    n ; 0 = non limitée). Une valeur refusée, ou une capacité
      *    hors du palettier, arrête le programme avant toute
      *    lecture. Sans section BD302, les anciens fichiers
      *    (SoldeSeuilRejets.txt, HangarCapacites.txt) restent lus.
      *    Les valeurs employées sont tracées dans ConfigUtilisee.txt.
           INITIALIZE WS-CAPACITES
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD302" TO CF-PROGRAMME
           IF EN-SIMULATION THEN
              SET CF-EN-SIMULATION TO TRUE
           END-IF
           MOVE 2 TO CF-NB-REGLES
           MOVE "SEUIL_REJETS" TO CF-REGLE-CLE(1)
           MOVE "N" TO CF-REGLE-TYPE(1)
           MOVE 1 TO CF-REGLE-MIN(1)
           MOVE 100 TO CF-REGLE-MAX(1)
           MOVE "CAPACITE.*" TO CF-REGLE-CLE(2)
           MOVE "D" TO CF-REGLE-TYPE(2)
           MOVE 0 TO CF-REGLE-MIN(2)
           MOVE 99999.99 TO CF-REGLE-MAX(2)
           CALL "BC812" USING CF-PARAMETRES

           IF CF-SECTION-TROUVEE THEN
              PERFORM VARYING WS-CFGC-RANG FROM 1 BY 1
                 UNTIL WS-CFGC-RANG > CF-NB-CLES
                 IF CF-CLE-NOM(WS-CFGC-RANG)(1:9) = "CAPACITE." THEN
                    IF CF-CLE-NOM(WS-CFGC-RANG)(10:1) >= "1"
                       AND CF-CLE-NOM(WS-CFGC-RANG)(10:1) <= "2"
                       AND CF-CLE-NOM(WS-CFGC-RANG)(11:1) = "."
                       AND CF-CLE-NOM(WS-CFGC-RANG)(12:1) >= "1"
                       AND CF-CLE-NOM(WS-CFGC-RANG)(12:1) <= "9"
                       AND CF-CLE-NOM(WS-CFGC-RANG)(13:1) = "."
                       AND CF-CLE-NOM(WS-CFGC-RANG)(14:1) >= "1"
                       AND CF-CLE-NOM(WS-CFGC-RANG)(14:1) <= "9"
                       AND CF-CLE-NOM(WS-CFGC-RANG)(15:) = SPACES
                       THEN
                       MOVE CF-CLE-NOM(WS-CFGC-RANG)(10:1)
                          TO WS-CFGC-DEPOT
                       MOVE CF-CLE-NOM(WS-CFGC-RANG)(12:1)
                          TO WS-CFGC-ALLEE
                       MOVE CF-CLE-NOM(WS-CFGC-RANG)(14:1)
                          TO WS-CFGC-NIVEAU
                       MOVE CF-CLE-NUM(WS-CFGC-RANG) TO
                          WS-CAPA-MAX(WS-CFGC-DEPOT,WS-CFGC-ALLEE,
                          WS-CFGC-NIVEAU)
                    ELSE
                       DISPLAY "Configuration BD302 : "
                          FUNCTION TRIM(CF-CLE-NOM(WS-CFGC-RANG))
                          " refusée (emplacement hors palettier)"
                       ADD 1 TO CF-NB-ERREURS
                       MOVE "30" TO CF-RETOUR
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD302]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              MOVE "SEUIL_REJETS" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-SEUIL-REJETS-PCT
              END-IF
           ELSE
              PERFORM 6065-CHARGE-SEUIL-REJETS
              PERFORM 6170-CHARGE-CAPACITES
           END-IF

      *    Rapport des valeurs employées par ce run (les
      *    emplacements non limités n'y figurent pas).
           MOVE "MA" TO CF-FONCTION
           MOVE "SEUIL_REJETS" TO CF-CHERCHE
           MOVE WS-SEUIL-REJETS-PCT TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           PERFORM VARYING WS-CFGC-DEPOT FROM 1 BY 1
              UNTIL WS-CFGC-DEPOT > 2
              PERFORM VARYING WS-CFGC-ALLEE FROM 1 BY 1
                 UNTIL WS-CFGC-ALLEE > 9
                 PERFORM VARYING WS-CFGC-NIVEAU FROM 1 BY 1
                    UNTIL WS-CFGC-NIVEAU > 9
                    PERFORM 6173-NOTE-CAPACITE
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6173-NOTE-CAPACITE.
      *    Capacité employée pour l'emplacement WS-CFGC-*, notée pour
      *    le rapport quand elle limite la charge.
           IF WS-CAPA-MAX(WS-CFGC-DEPOT,WS-CFGC-ALLEE,WS-CFGC-NIVEAU)
              NOT = 0 THEN
              MOVE SPACES TO CF-CHERCHE
              STRING "CAPACITE." WS-CFGC-DEPOT(2:1) "."
                 WS-CFGC-ALLEE(2:1) "." WS-CFGC-NIVEAU(2:1)
                 DELIMITED BY SIZE INTO CF-CHERCHE
              END-STRING
              MOVE WS-CAPA-MAX(WS-CFGC-DEPOT,WS-CFGC-ALLEE,
                 WS-CFGC-NIVEAU) TO CF-NUM
              CALL "BC812" USING CF-PARAMETRES
           END-IF

           EXIT PROGRAM.

       6175-CONTROLE-CAPACITE.
      *    Contrôle que le poids total WS-CAPA-POIDS-TOTAL reste sous
      *    la charge admise de l'emplacement WS-CPT-ALLEE/

       6160-CHARGE-COMMANDES.
      *    Recharge les commandes fournisseur encore ouvertes
      *    (code;qté commandée;qté reçue;date d'émission) laissées
      *    par les précédentes exécutions, sur le modèle des volumes.
           OPEN INPUT F-CMD-OUVERTES

           IF FS-CMD-OUVERTES = "00" THEN
              PERFORM UNTIL FS-CMD-OUVERTES = "10"
                 READ F-CMD-OUVERTES INTO F-CMD-OUVERTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-RECEP-DATE-TXT
                       UNSTRING F-CMD-OUVERTES-LIGNE DELIMITED BY ";"
                          INTO WS-RECEP-IDM-TXT
                               WS-RECEP-CMD-TXT
                               WS-RECEP-RECU-TXT
                               WS-RECEP-DATE-TXT
                       END-UNSTRING

                       IF WS-RECEP-NB < 50 THEN
                             FUNCTION NUMVAL(WS-RECEP-CMD-TXT)
                          COMPUTE WS-RECEP-RECU(WS-RECEP-NB) =
                             FUNCTION NUMVAL(WS-RECEP-RECU-TXT)
      *                   Date d'émission absente des commandes
      *                   enregistrées avant le suivi fournisseurs :
      *                   ponctualité non mesurée.
                          IF WS-RECEP-DATE-TXT IS NUMERIC THEN
                             MOVE WS-RECEP-DATE-TXT TO
                                WS-RECEP-DATE(WS-RECEP-NB)
                          ELSE
                             MOVE 0 TO WS-RECEP-DATE(WS-RECEP-NB)
                          END-IF
                          MOVE 0 TO WS-RECEP-JOUR(WS-RECEP-NB)
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-RECEP-IDM(WS-CPT-RECEP) = F-LOGI-CURRENT-IDM THEN
                 ADD FUNCTION NUMVAL(F-LOGI-CURRENT-QTE) TO
                    WS-RECEP-RECU(WS-CPT-RECEP)
                 ADD FUNCTION NUMVAL(F-LOGI-CURRENT-QTE) TO
                    WS-RECEP-JOUR(WS-CPT-RECEP)
                 SET T-OK TO TRUE
              END-IF

              MOVE 0 TO WS-RECEP-CMD(WS-RECEP-NB)
              COMPUTE WS-RECEP-RECU(WS-RECEP-NB) =
                 FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
              MOVE 0 TO WS-RECEP-DATE(WS-RECEP-NB)
              MOVE WS-RECEP-RECU(WS-RECEP-NB) TO
                 WS-RECEP-JOUR(WS-RECEP-NB)
           END-IF

           EXIT PROGRAM.
              WRITE F-RECEPTION-LIGNE
              DISPLAY F-RECEPTION-LIGNE

      *       Livraison du jour portée à l'historique fournisseurs.
              IF WS-RECEP-JOUR(WS-CPT-RECEP) > 0 THEN
                 PERFORM 6246-HISTO-LIVRAISON
              END-IF

      *       Une ligne reste ouverte tant que la quantité reçue n'a
      *       pas couvert la commande ; les lignes soldées, sur-
      *       livrées ou jamais commandées sortent de la table.
                    WS-RECEP-CMD(WS-RECEP-GARDES)
                 MOVE WS-RECEP-RECU(WS-CPT-RECEP) TO
                    WS-RECEP-RECU(WS-RECEP-GARDES)
                 MOVE WS-RECEP-DATE(WS-CPT-RECEP) TO
                    WS-RECEP-DATE(WS-RECEP-GARDES)
              END-IF

           END-PERFORM
              MOVE SPACES TO F-CMD-OUVERTES-LIGNE
              STRING WS-RECEP-IDM(WS-CPT-RECEP) ";"
                 WS-RECEP-CMD(WS-CPT-RECEP) ";"
                 WS-RECEP-RECU(WS-CPT-RECEP) ";"
                 WS-RECEP-DATE(WS-CPT-RECEP) DELIMITED BY SIZE
                 INTO F-CMD-OUVERTES-LIGNE
              END-STRING
              WRITE F-CMD-OUVERTES-LIGNE

       6169-AJOUTE-COMMANDE.
      *    Enregistre la ligne du bon de commande qui vient d'être
      *    émise comme commande ouverte, datée du bon : si le code a
      *    déjà une commande en cours, la quantité s'y ajoute et la
      *    date de la première commande est conservée.
           SET TROUVE TO "N"

           PERFORM VARYING WS-CPT-RECEP FROM 1 BY 1
                 WS-RECEP-IDM(WS-RECEP-NB)
              MOVE WS-CMD-A-COMMANDER TO WS-RECEP-CMD(WS-RECEP-NB)
              MOVE 0 TO WS-RECEP-RECU(WS-RECEP-NB)
              MOVE WS-COMMANDE-DATE TO WS-RECEP-DATE(WS-RECEP-NB)
              MOVE 0 TO WS-RECEP-JOUR(WS-RECEP-NB)
           END-IF

           EXIT PROGRAM.
           DISPLAY "Entrées redirigées (charge admise) : "
              WS-NB-REDIRIGES
           DISPLAY "Retours en quarantaine : " WS-NB-RETOURS
           DISPLAY "Transferts partis      : " WS-NB-TRANSFERTS
           DISPLAY "Transferts arrivés     : " WS-NB-ARRIVEES
           DISPLAY "Ajustements inventaire : " WS-NB-AJUSTEMENTS
           DISPLAY "------------------------------------"

           EXIT PROGRAM.

       6220-CHARGE-PMP.
      *    Recharge les prix moyens pondérés (code;PMP) laissés par
      *    la précédente exécution.
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

                       IF WS-PMP-NB < 50 AND
                          WS-PMP-IDM-TXT NOT = SPACES THEN
                          ADD 1 TO WS-PMP-NB
                          MOVE WS-PMP-IDM-TXT TO WS-PMP-IDM(WS-PMP-NB)
                          COMPUTE WS-PMP-VALEUR(WS-PMP-NB) =
                             FUNCTION NUMVAL(WS-PMP-VALEUR-TXT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PMP
           ELSE
              DISPLAY "Pas de PMP connus, les entrées du jour les ini"
              "tialiseront."
           END-IF

           EXIT PROGRAM.

       6222-PMP-PAR-CODE.
      *    Recherche le PMP du code WS-PMP-CODE-IN : rang dans la
      *    table (WS-PMP-RANG) et valeur (WS-PMP-COURANT, 0 si le
      *    code n'a jamais été entré avec un coût).
           SET PMP-TROUVE TO "N"
           MOVE 0 TO WS-PMP-RANG
           MOVE 0 TO WS-PMP-COURANT

           PERFORM VARYING WS-CPT-PMP FROM 1 BY 1
              UNTIL WS-CPT-PMP > WS-PMP-NB OR P-OK
              IF WS-PMP-IDM(WS-CPT-PMP) = WS-PMP-CODE-IN THEN
                 MOVE WS-CPT-PMP TO WS-PMP-RANG
                 MOVE WS-PMP-VALEUR(WS-CPT-PMP) TO WS-PMP-COURANT
                 SET P-OK TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6224-MAJ-PMP.
      *    Recalcule le PMP du code de la ligne d'entrée courante :
      *    (stock avant x PMP + quantité entrée x coût d'achat) /
      *    stock après, le stock étant pris sur les deux dépôts. Un
      *    stock avant nul (ou un code sans PMP) prend directement le
      *    coût d'achat. Sans coût sur la ligne, le PMP ne bouge pas.
           MOVE 0 TO WS-PMP-COUT-ENTREE
           IF F-LOGI-CURRENT-COUT NOT = SPACES THEN
              COMPUTE WS-PMP-COUT-ENTREE =
                 FUNCTION NUMVAL(F-LOGI-CURRENT-COUT)
           END-IF

           IF WS-PMP-COUT-ENTREE > 0 THEN
              COMPUTE WS-PMP-QTE-ENTREE =
                 FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)

              MOVE F-LOGI-CURRENT-IDM TO WS-PMP-CODE-IN
              PERFORM 6222-PMP-PAR-CODE

      *       Stock total du code après l'entrée, tous dépôts.
              MOVE 0 TO WS-PMP-STOCK-APRES
              PERFORM VARYING WS-PMP-DEPOT FROM 1 BY 1
                 UNTIL WS-PMP-DEPOT > WS-NB-DEPOTS
                 PERFORM VARYING WS-PMP-ALLEE FROM 1 BY 1
                    UNTIL WS-PMP-ALLEE > WS-NB-ALLEES
                    PERFORM VARYING WS-PMP-NIVEAU FROM 1 BY 1
                       UNTIL WS-PMP-NIVEAU > WS-NB-NIVEAUX
                       IF WS-HANGAR-IDM(WS-PMP-DEPOT,WS-PMP-ALLEE,
                          WS-PMP-NIVEAU) = F-LOGI-CURRENT-IDM THEN
                          ADD WS-HANGAR-QTE(WS-PMP-DEPOT,
                             WS-PMP-ALLEE,WS-PMP-NIVEAU) TO
                             WS-PMP-STOCK-APRES
                       END-IF
                    END-PERFORM
                 END-PERFORM
              END-PERFORM

              COMPUTE WS-PMP-STOCK-AVANT =
                 WS-PMP-STOCK-APRES - WS-PMP-QTE-ENTREE
              IF WS-PMP-STOCK-AVANT < 0 THEN
                 MOVE 0 TO WS-PMP-STOCK-AVANT
              END-IF

              IF NOT P-OK AND WS-PMP-NB < 50 THEN
                 ADD 1 TO WS-PMP-NB
                 MOVE WS-PMP-NB TO WS-PMP-RANG
                 MOVE F-LOGI-CURRENT-IDM TO WS-PMP-IDM(WS-PMP-RANG)
              END-IF

              IF WS-PMP-RANG = 0 THEN
                 DISPLAY "Table des PMP pleine, coût de "
                 F-LOGI-CURRENT-IDM " non retenu."
              ELSE
                 IF NOT P-OK OR WS-PMP-STOCK-AVANT = 0 OR
                    WS-PMP-STOCK-APRES = 0 THEN
                    MOVE WS-PMP-COUT-ENTREE TO
                       WS-PMP-VALEUR(WS-PMP-RANG)
                 ELSE
                    COMPUTE WS-PMP-VALEUR(WS-PMP-RANG) ROUNDED =
                       (WS-PMP-STOCK-AVANT * WS-PMP-COURANT +
                        WS-PMP-QTE-ENTREE * WS-PMP-COUT-ENTREE) /
                       WS-PMP-STOCK-APRES
                 END-IF

                 DISPLAY "PMP de " F-LOGI-CURRENT-IDM " : "
                 WS-PMP-VALEUR(WS-PMP-RANG) " (entrée de "
                 WS-PMP-QTE-ENTREE " à " WS-PMP-COUT-ENTREE ")"
              END-IF
           END-IF

           EXIT PROGRAM.

       6226-VALORISE-SORTIE.
      *    Valorise la quantité servie par la sortie courante au PMP
      *    en cours du code et l'ajoute au journal des sorties
      *    valorisées (la destination K distingue la cuisine, avec
      *    le site de la cuisine destinataire).
           MOVE F-LOGI-CURRENT-IDM TO WS-PMP-CODE-IN
           PERFORM 6222-PMP-PAR-CODE

           COMPUTE WS-VALO-SORTIE ROUNDED =
              WS-SORTIE-SERVIE * WS-PMP-COURANT
           ADD WS-VALO-SORTIE TO WS-VALO-SORTIES-JOUR

           IF NOT P-OK THEN
              DISPLAY "AVERTISSEMENT : sortie de " F-LOGI-CURRENT-IDM
              " sans PMP connu, valorisée à zéro."
           END-IF

           MOVE WS-DATE-METIER TO WS-SVL-DATE
           MOVE F-LOGI-CURRENT-IDM TO WS-SVL-IDM
           MOVE WS-SORTIE-SERVIE TO WS-SVL-QTE
           MOVE WS-PMP-COURANT TO WS-SVL-PMP
           MOVE WS-VALO-SORTIE TO WS-SVL-VALEUR
           MOVE WS-DEPOT-COURANT TO WS-SVL-DEPOT
           MOVE F-LOGI-CURRENT-DEST TO WS-SVL-DEST
           MOVE F-LOGI-CURRENT-SITE TO WS-SVL-SITE

           OPEN EXTEND F-SOR-VALO
           IF FS-SOR-VALO = "35" THEN
              OPEN OUTPUT F-SOR-VALO
           END-IF

           MOVE WS-SOR-VALO-LIGNE TO F-SOR-VALO-LIGNE
           WRITE F-SOR-VALO-LIGNE

           CLOSE F-SOR-VALO

           EXIT PROGRAM.

       6228-SAUVEGARDE-PMP.
      *    Sauvegarde les PMP (code;PMP) pour la prochaine exécution.
           OPEN OUTPUT F-PMP

           PERFORM VARYING WS-CPT-PMP FROM 1 BY 1
              UNTIL WS-CPT-PMP > WS-PMP-NB
              MOVE WS-PMP-VALEUR(WS-CPT-PMP) TO WS-PMP-VALEUR-ED
              MOVE SPACES TO F-PMP-LIGNE
              STRING WS-PMP-IDM(WS-CPT-PMP) ";"
                 WS-PMP-VALEUR-ED DELIMITED BY SIZE
                 INTO F-PMP-LIGNE
              END-STRING
              WRITE F-PMP-LIGNE
           END-PERFORM

           CLOSE F-PMP

           EXIT PROGRAM.

       6230-RAPPORT-VALORISATION.
      *    Etat de valorisation du stock au PMP pour la clôture
      *    comptable : par dépôt, puis par classe de stockage, une
      *    ligne par produit (quantité, PMP, valeur), avec sous-
      *    totaux par classe et par dépôt et un total général. Les
      *    codes sans PMP connu sont valorisés à zéro et signalés.
           OPEN OUTPUT F-VALORISATION

           MOVE SPACES TO F-VALORISATION-LIGNE
           STRING "VALORISATION DU STOCK AU PMP - "
              WS-DATE-METIER DELIMITED BY SIZE
              INTO F-VALORISATION-LIGNE
           END-STRING
           WRITE F-VALORISATION-LIGNE

           MOVE 0 TO WS-VAL-TOT-GENERAL

           PERFORM VARYING WS-DEPOT-COURANT FROM 1 BY 1
              UNTIL WS-DEPOT-COURANT > WS-NB-DEPOTS

      *       Quantités du dépôt cumulées par code, avec leur classe.
              MOVE 0 TO WS-VAL-NB
              MOVE 0 TO WS-VAL-NB-CLASSES

              PERFORM VARYING WS-CPT-ALLEE FROM 1 BY 1
                 UNTIL WS-CPT-ALLEE > WS-NB-ALLEES
                 PERFORM VARYING WS-CPT-NIVEAU FROM 1 BY 1
                    UNTIL WS-CPT-NIVEAU > WS-NB-NIVEAUX

                    IF WS-HANGAR-IDM(WS-DEPOT-COURANT,
                       WS-CPT-ALLEE,WS-CPT-NIVEAU) NOT = SPACES THEN
                       SET VAL-TROUVE TO "N"
                       PERFORM VARYING WS-CPT-VAL FROM 1 BY 1
                          UNTIL WS-CPT-VAL > WS-VAL-NB OR V-OK
                          IF WS-VAL-IDM(WS-CPT-VAL) =
                             WS-HANGAR-IDM(WS-DEPOT-COURANT,
                             WS-CPT-ALLEE,WS-CPT-NIVEAU) THEN
                             ADD WS-HANGAR-QTE(WS-DEPOT-COURANT,
                                WS-CPT-ALLEE,WS-CPT-NIVEAU) TO
                                WS-VAL-QTE(WS-CPT-VAL)
                             SET V-OK TO TRUE
                          END-IF
                       END-PERFORM

                       IF NOT V-OK AND WS-VAL-NB < 50 THEN
                          ADD 1 TO WS-VAL-NB
                          MOVE WS-HANGAR-IDM(WS-DEPOT-COURANT,
                             WS-CPT-ALLEE,WS-CPT-NIVEAU) TO
                             WS-VAL-IDM(WS-VAL-NB)
                          MOVE WS-HANGAR-QTE(WS-DEPOT-COURANT,
                             WS-CPT-ALLEE,WS-CPT-NIVEAU) TO
                             WS-VAL-QTE(WS-VAL-NB)
                          MOVE WS-VAL-IDM(WS-VAL-NB) TO
                             WS-CLASSE-CODE-IN
                          PERFORM 6204-CLASSE-PAR-CODE
                          MOVE WS-CLASSE-TROUVEE TO
                             WS-VAL-CLASSE(WS-VAL-NB)

      *                   Classe de stockage ajoutée à la liste des
      *                   classes du dépôt à sa première rencontre.
                          SET VAL-TROUVE TO "N"
                          PERFORM VARYING WS-CPT-VAL-CL FROM 1 BY 1
                             UNTIL WS-CPT-VAL-CL > WS-VAL-NB-CLASSES
                             OR V-OK
                             IF WS-VAL-CLASSE-VUE(WS-CPT-VAL-CL) =
                                WS-CLASSE-TROUVEE THEN
                                SET V-OK TO TRUE
                             END-IF
                          END-PERFORM
                          IF NOT V-OK AND WS-VAL-NB-CLASSES < 10 THEN
                             ADD 1 TO WS-VAL-NB-CLASSES
                             MOVE WS-CLASSE-TROUVEE TO
                                WS-VAL-CLASSE-VUE(WS-VAL-NB-CLASSES)
                          END-IF
                       END-IF
                    END-IF

                 END-PERFORM
              END-PERFORM

              MOVE SPACES TO F-VALORISATION-LIGNE
              WRITE F-VALORISATION-LIGNE
              MOVE SPACES TO F-VALORISATION-LIGNE
              STRING "DEPOT " WS-DEPOT-COURANT DELIMITED BY SIZE
                 INTO F-VALORISATION-LIGNE
              END-STRING
              WRITE F-VALORISATION-LIGNE

              MOVE 0 TO WS-VAL-TOT-DEPOT

              PERFORM VARYING WS-CPT-VAL-CL FROM 1 BY 1
                 UNTIL WS-CPT-VAL-CL > WS-VAL-NB-CLASSES

                 MOVE SPACES TO F-VALORISATION-LIGNE
                 IF WS-VAL-CLASSE-VUE(WS-CPT-VAL-CL) = SPACE THEN
                    MOVE "  CLASSE (non renseignée)" TO
                       F-VALORISATION-LIGNE
                 ELSE
                    STRING "  CLASSE "
                       WS-VAL-CLASSE-VUE(WS-CPT-VAL-CL)
                       DELIMITED BY SIZE
                       INTO F-VALORISATION-LIGNE
                    END-STRING
                 END-IF
                 WRITE F-VALORISATION-LIGNE

                 MOVE SPACES TO F-VALORISATION-LIGNE
                 STRING "CODE  DESCRIPTION               QTE"
                    "         PMP         VALEUR" DELIMITED BY SIZE
                    INTO F-VALORISATION-LIGNE
                 END-STRING
                 WRITE F-VALORISATION-LIGNE

                 MOVE 0 TO WS-VAL-TOT-CLASSE

                 PERFORM VARYING WS-CPT-VAL FROM 1 BY 1
                    UNTIL WS-CPT-VAL > WS-VAL-NB

                    IF WS-VAL-CLASSE(WS-CPT-VAL) =
                       WS-VAL-CLASSE-VUE(WS-CPT-VAL-CL) THEN
                       MOVE WS-VAL-IDM(WS-CPT-VAL) TO WS-PMP-CODE-IN
                       PERFORM 6222-PMP-PAR-CODE
                       COMPUTE WS-VAL-MONTANT ROUNDED =
                          WS-VAL-QTE(WS-CPT-VAL) * WS-PMP-COURANT
                       ADD WS-VAL-MONTANT TO WS-VAL-TOT-CLASSE

                       MOVE WS-VAL-IDM(WS-CPT-VAL) TO
                          WS-CATALOGUE-CODE
                       PERFORM 6107-DESC-PAR-CODE

                       MOVE WS-VAL-IDM(WS-CPT-VAL) TO WS-VAL-L-IDM
                       MOVE WS-CATALOGUE-DESC-TROUVEE TO
                          WS-VAL-L-DESC
                       MOVE WS-VAL-QTE(WS-CPT-VAL) TO WS-VAL-L-QTE
                       MOVE WS-PMP-COURANT TO WS-VAL-L-PMP
                       MOVE WS-VAL-MONTANT TO WS-VAL-L-MONTANT
                       IF P-OK THEN
                          MOVE SPACES TO WS-VAL-L-NOTE
                       ELSE
                          MOVE "SANS PMP" TO WS-VAL-L-NOTE
                       END-IF
                       MOVE WS-VAL-LIGNE TO F-VALORISATION-LIGNE
                       WRITE F-VALORISATION-LIGNE
                    END-IF

                 END-PERFORM

                 MOVE WS-VAL-TOT-CLASSE TO WS-VAL-TOTAL-ED
                 MOVE SPACES TO F-VALORISATION-LIGNE
                 STRING "  Total classe : " WS-VAL-TOTAL-ED
                    DELIMITED BY SIZE
                    INTO F-VALORISATION-LIGNE
                 END-STRING
                 WRITE F-VALORISATION-LIGNE

                 ADD WS-VAL-TOT-CLASSE TO WS-VAL-TOT-DEPOT

              END-PERFORM

              MOVE WS-VAL-TOT-DEPOT TO WS-VAL-TOTAL-ED
              MOVE SPACES TO F-VALORISATION-LIGNE
              STRING "Total dépôt " WS-DEPOT-COURANT " : "
                 WS-VAL-TOTAL-ED DELIMITED BY SIZE
                 INTO F-VALORISATION-LIGNE
              END-STRING
              WRITE F-VALORISATION-LIGNE

              ADD WS-VAL-TOT-DEPOT TO WS-VAL-TOT-GENERAL

           END-PERFORM

           MOVE SPACES TO F-VALORISATION-LIGNE
           WRITE F-VALORISATION-LIGNE
           MOVE WS-VAL-TOT-GENERAL TO WS-VAL-TOTAL-ED
           MOVE SPACES TO F-VALORISATION-LIGNE
           STRING "TOTAL GENERAL DU STOCK : " WS-VAL-TOTAL-ED
              DELIMITED BY SIZE
              INTO F-VALORISATION-LIGNE
           END-STRING
           WRITE F-VALORISATION-LIGNE

           DISPLAY "Valorisation du stock au PMP : " WS-VAL-TOTAL-ED

           MOVE WS-VALO-SORTIES-JOUR TO WS-VAL-TOTAL-ED
           MOVE SPACES TO F-VALORISATION-LIGNE
           STRING "Sorties du jour valorisées au PMP : "
              WS-VAL-TOTAL-ED DELIMITED BY SIZE
              INTO F-VALORISATION-LIGNE
           END-STRING
           WRITE F-VALORISATION-LIGNE

           CLOSE F-VALORISATION

           EXIT PROGRAM.

       6240-CHARGE-FOURNISSEURS.
      *    Charge le fichier maître des fournisseurs (code;nom;délai
      *    de livraison promis en jours;contact). Sans fichier, les
      *    fournisseurs ne sont connus que par le catalogue et leur
      *    ponctualité n'est pas mesurée.
           OPEN INPUT F-FOURNISSEURS

           IF FS-FOURNISSEURS = "00" THEN
              PERFORM UNTIL FS-FOURNISSEURS = "10"
                 READ F-FOURNISSEURS INTO F-FOURNISSEURS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-FOURN-CODE-TXT
                       MOVE SPACES TO WS-FOURN-NOM-TXT
                       MOVE SPACES TO WS-FOURN-DELAI-TXT
                       MOVE SPACES TO WS-FOURN-CONTACT-TXT
                       UNSTRING F-FOURNISSEURS-LIGNE DELIMITED BY ";"
                          INTO WS-FOURN-CODE-TXT
                               WS-FOURN-NOM-TXT
                               WS-FOURN-DELAI-TXT
                               WS-FOURN-CONTACT-TXT
                       END-UNSTRING

                       IF WS-FOURN-NB < 30 AND
                          WS-FOURN-CODE-TXT NOT = SPACES THEN
                          ADD 1 TO WS-FOURN-NB
                          MOVE WS-FOURN-CODE-TXT TO
                             WS-FOURN-CODE(WS-FOURN-NB)
                          MOVE WS-FOURN-NOM-TXT TO
                             WS-FOURN-NOM(WS-FOURN-NB)
                          COMPUTE WS-FOURN-DELAI(WS-FOURN-NB) =
                             FUNCTION NUMVAL(WS-FOURN-DELAI-TXT)
                          MOVE WS-FOURN-CONTACT-TXT TO
                             WS-FOURN-CONTACT(WS-FOURN-NB)
                          MOVE "O" TO WS-FOURN-MAITRE(WS-FOURN-NB)
                          MOVE ZEROS TO WS-FOURN-CUMULS(WS-FOURN-NB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FOURNISSEURS
           ELSE
              DISPLAY "Pas de fichier des fournisseurs, ponctualité n"
              "on mesurée."
           END-IF

           EXIT PROGRAM.

       6242-FOURN-PAR-CODE.
      *    Recherche le fournisseur du code produit WS-CATALOGUE-CODE
      *    dans le catalogue chargé en mémoire (WS-FOURN-PRODUIT,
      *    blanc si le produit n'est rattaché à aucun fournisseur),
      *    puis son rang dans la table des fournisseurs.
           MOVE SPACES TO WS-FOURN-PRODUIT
           SET CATALOGUE-TROUVE TO "N"

           PERFORM VARYING WS-CPT-PRODUIT FROM 1 BY 1
              UNTIL WS-CPT-PRODUIT > WS-NB-PRODUITS OR C-OK
              IF WS-PRODUIT-CODE(WS-CPT-PRODUIT) =
                 WS-CATALOGUE-CODE THEN
                 MOVE WS-PRODUIT-FOURN(WS-CPT-PRODUIT) TO
                    WS-FOURN-PRODUIT
                 SET C-OK TO TRUE
              END-IF
           END-PERFORM

           MOVE WS-FOURN-PRODUIT TO WS-FOURN-CODE-IN
           PERFORM 6244-FOURN-RANG

           EXIT PROGRAM.

       6244-FOURN-RANG.
      *    Rang du fournisseur WS-FOURN-CODE-IN dans la table
      *    (WS-FOURN-RANG). Un code absent du fichier maître y est
      *    ajouté à sa première rencontre, sans délai promis, pour
      *    que son activité figure quand même au tableau de bord. Le
      *    rang reste à 0 si la table est pleine.
           SET FOURN-TROUVE TO "N"
           MOVE 0 TO WS-FOURN-RANG

           PERFORM VARYING WS-CPT-FOURN FROM 1 BY 1
              UNTIL WS-CPT-FOURN > WS-FOURN-NB OR FO-OK
              IF WS-FOURN-CODE(WS-CPT-FOURN) = WS-FOURN-CODE-IN THEN
                 MOVE WS-CPT-FOURN TO WS-FOURN-RANG
                 SET FO-OK TO TRUE
              END-IF
           END-PERFORM

           IF NOT FO-OK AND WS-FOURN-NB < 30 THEN
              ADD 1 TO WS-FOURN-NB
              MOVE WS-FOURN-NB TO WS-FOURN-RANG
              MOVE WS-FOURN-CODE-IN TO WS-FOURN-CODE(WS-FOURN-NB)
              IF WS-FOURN-CODE-IN = SPACES THEN
                 MOVE "(sans fournisseur)" TO
                    WS-FOURN-NOM(WS-FOURN-NB)
              ELSE
                 MOVE "Fournisseur inconnu" TO
                    WS-FOURN-NOM(WS-FOURN-NB)
              END-IF
              MOVE 0 TO WS-FOURN-DELAI(WS-FOURN-NB)
              MOVE SPACES TO WS-FOURN-CONTACT(WS-FOURN-NB)
              MOVE "N" TO WS-FOURN-MAITRE(WS-FOURN-NB)
              MOVE ZEROS TO WS-FOURN-CUMULS(WS-FOURN-NB)
           END-IF

           EXIT PROGRAM.

       6245-HISTO-DESTRUCTION.
      *    Porte à l'historique fournisseurs la quantité WS-DEC-QTE
      *    du code WS-DEC-IDM-TXT sortie de quarantaine en
      *    destruction, au compte du fournisseur du produit.
           MOVE WS-DEC-IDM-TXT TO WS-CATALOGUE-CODE
           PERFORM 6242-FOURN-PAR-CODE

           MOVE WS-DATE-METIER TO WS-HST-DATE
           MOVE "D" TO WS-HST-TYPE
           MOVE WS-FOURN-PRODUIT TO WS-HST-FOURN
           MOVE WS-DEC-IDM-TXT TO WS-HST-IDM
           MOVE 0 TO WS-HST-ATTENDU
           MOVE WS-DEC-QTE TO WS-HST-LIVRE
           MOVE 0 TO WS-HST-DELAI
           MOVE 0 TO WS-HST-PROMIS
           MOVE "N" TO WS-HST-PONCTU

           PERFORM 6247-ECRIT-HISTO

           EXIT PROGRAM.

       6246-HISTO-LIVRAISON.
      *    Porte à l'historique fournisseurs la livraison du jour de
      *    la ligne de réception WS-CPT-RECEP : quantité attendue
      *    (reste de la commande avant la livraison, 0 si le code
      *    n'était pas commandé), quantité livrée, délai réel depuis
      *    l'émission de la commande contre le délai promis par le
      *    fournisseur.
           MOVE WS-RECEP-IDM(WS-CPT-RECEP) TO WS-CATALOGUE-CODE
           PERFORM 6242-FOURN-PAR-CODE

           MOVE WS-DATE-METIER TO WS-HST-DATE
           MOVE "L" TO WS-HST-TYPE
           MOVE WS-FOURN-PRODUIT TO WS-HST-FOURN
           MOVE WS-RECEP-IDM(WS-CPT-RECEP) TO WS-HST-IDM

           COMPUTE WS-FOURN-ATTENDU =
              WS-RECEP-CMD(WS-CPT-RECEP) -
              (WS-RECEP-RECU(WS-CPT-RECEP) -
               WS-RECEP-JOUR(WS-CPT-RECEP))
           IF WS-RECEP-CMD(WS-CPT-RECEP) = 0 OR
              WS-FOURN-ATTENDU < 0 THEN
              MOVE 0 TO WS-FOURN-ATTENDU
           END-IF
           MOVE WS-FOURN-ATTENDU TO WS-HST-ATTENDU
           MOVE WS-RECEP-JOUR(WS-CPT-RECEP) TO WS-HST-LIVRE

           MOVE 0 TO WS-HST-DELAI
           MOVE 0 TO WS-HST-PROMIS
           MOVE "N" TO WS-HST-PONCTU

      *    Ponctualité mesurée seulement sur une commande datée d'un
      *    fournisseur du fichier maître.
           IF WS-FOURN-ATTENDU > 0 AND
              WS-RECEP-DATE(WS-CPT-RECEP) > 0 AND
              WS-FOURN-RANG > 0 THEN
              IF WS-FOURN-MAITRE(WS-FOURN-RANG) = "O" THEN
                 MOVE "EC" TO DT-FONCTION
                 MOVE WS-RECEP-DATE(WS-CPT-RECEP) TO DT-DATE-1
                 MOVE WS-HST-DATE TO DT-DATE-2
                 CALL "BC810" USING DT-PARAMETRES
                 MOVE DT-JOURS-RESULTAT TO WS-FOURN-DELAI-J
                 IF WS-FOURN-DELAI-J < 0 THEN
                    MOVE 0 TO WS-FOURN-DELAI-J
                 END-IF
                 IF WS-FOURN-DELAI-J > 999 THEN
                    MOVE 999 TO WS-FOURN-DELAI-J
                 END-IF
                 MOVE WS-FOURN-DELAI-J TO WS-HST-DELAI
                 MOVE WS-FOURN-DELAI(WS-FOURN-RANG) TO WS-HST-PROMIS
                 IF WS-HST-DELAI > WS-HST-PROMIS THEN
                    MOVE "R" TO WS-HST-PONCTU
                 ELSE
                    MOVE "A" TO WS-HST-PONCTU
                 END-IF
              END-IF
           END-IF

           PERFORM 6247-ECRIT-HISTO

           EXIT PROGRAM.

       6247-ECRIT-HISTO.
      *    Ajoute la ligne WS-HISTO-LIGNE à l'historique fournisseurs,
      *    créé à la première écriture.
           OPEN EXTEND F-FOURN-HISTO
           IF FS-FOURN-HISTO = "35" THEN
              OPEN OUTPUT F-FOURN-HISTO
           END-IF

           MOVE WS-HISTO-LIGNE TO F-FOURN-HISTO-LIGNE
           WRITE F-FOURN-HISTO-LIGNE

           CLOSE F-FOURN-HISTO

           EXIT PROGRAM.

       6248-RAPPORT-FOURNISSEURS.
      *    Tableau de bord du mois courant par fournisseur, recalculé
      *    à chaque passage depuis l'historique et réécrit dans
      *    ScoreFournisseurs-AAAAMM.txt (le dernier passage du mois
      *    laisse le tableau définitif) :
      *    - ponctualité : livraisons reçues dans le délai promis,
      *      sur les livraisons mesurables ;
      *    - taux de service : quantité livrée dans la limite de la
      *      commande, sur la quantité attendue à chaque livraison ;
      *    - livraisons courtes et en excès, livraisons hors
      *      commande ;
      *    - retours sortis de quarantaine en destruction.
           MOVE WS-DATE-METIER(1:6) TO WS-SCORE-MOIS

           PERFORM VARYING WS-CPT-FOURN FROM 1 BY 1
              UNTIL WS-CPT-FOURN > WS-FOURN-NB
              MOVE ZEROS TO WS-FOURN-CUMULS(WS-CPT-FOURN)
           END-PERFORM

           OPEN INPUT F-FOURN-HISTO

           IF FS-FOURN-HISTO = "00" THEN
              MOVE "N" TO WS-HISTO-FIN
              PERFORM UNTIL HISTO-FINI
                 READ F-FOURN-HISTO INTO WS-HISTO-LIGNE
                    AT END
                       SET HISTO-FINI TO TRUE
                    NOT AT END
                       IF WS-HST-DATE IS NUMERIC THEN
                          IF WS-HST-DATE(1:6) = WS-SCORE-MOIS THEN
                             PERFORM 6249-CUMUL-HISTO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FOURN-HISTO
           END-IF

           IF WS-FOURN-NB = 0 THEN
              DISPLAY "Pas de fournisseur connu ni d'historique, pas "
              "de tableau de bord fournisseurs."
           ELSE

           MOVE SPACES TO WS-SCORE-NOM
           IF EN-SIMULATION THEN
              STRING "./simu/SIMU-ScoreFournisseurs-" WS-SCORE-MOIS
                 ".txt" DELIMITED BY SIZE
                 INTO WS-SCORE-NOM
              END-STRING
           ELSE
              STRING "./out/ScoreFournisseurs-" WS-SCORE-MOIS ".txt"
                 DELIMITED BY SIZE
                 INTO WS-SCORE-NOM
              END-STRING
           END-IF

           OPEN OUTPUT F-FOURN-SCORE

           MOVE SPACES TO F-FOURN-SCORE-LIGNE
           STRING "TABLEAU DE BORD FOURNISSEURS - MOIS "
              WS-SCORE-MOIS " - ARRETE AU "
              WS-DATE-METIER DELIMITED BY SIZE
              INTO F-FOURN-SCORE-LIGNE
           END-STRING
           WRITE F-FOURN-SCORE-LIGNE

           PERFORM VARYING WS-CPT-FOURN FROM 1 BY 1
              UNTIL WS-CPT-FOURN > WS-FOURN-NB

              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              WRITE F-FOURN-SCORE-LIGNE

              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              IF WS-FOURN-MAITRE(WS-CPT-FOURN) = "O" THEN
                 MOVE WS-FOURN-DELAI(WS-CPT-FOURN) TO
                    WS-SCORE-DELAI-ED
                 STRING "FOURNISSEUR " WS-FOURN-CODE(WS-CPT-FOURN)
                    " " WS-FOURN-NOM(WS-CPT-FOURN)
                    " délai promis " WS-SCORE-DELAI-ED " j  "
                    WS-FOURN-CONTACT(WS-CPT-FOURN)
                    DELIMITED BY SIZE
                    INTO F-FOURN-SCORE-LIGNE
                 END-STRING
              ELSE
                 IF WS-FOURN-CODE(WS-CPT-FOURN) = SPACES THEN
                    MOVE "PRODUITS SANS FOURNISSEUR AU CATALOGUE" TO
                       F-FOURN-SCORE-LIGNE
                 ELSE
                    STRING "FOURNISSEUR " WS-FOURN-CODE(WS-CPT-FOURN)
                       " absent du fichier des fournisseurs"
                       DELIMITED BY SIZE
                       INTO F-FOURN-SCORE-LIGNE
                    END-STRING
                 END-IF
              END-IF
              WRITE F-FOURN-SCORE-LIGNE

              MOVE WS-FOURN-NB-LIV(WS-CPT-FOURN) TO WS-SCORE-NB-ED
              MOVE WS-FOURN-NB-HORS(WS-CPT-FOURN) TO WS-SCORE-NB2-ED
              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              STRING "  Livraisons sur commande : " WS-SCORE-NB-ED
                 "   hors commande : " WS-SCORE-NB2-ED
                 DELIMITED BY SIZE
                 INTO F-FOURN-SCORE-LIGNE
              END-STRING
              WRITE F-FOURN-SCORE-LIGNE

              MOVE WS-FOURN-NB-HEURE(WS-CPT-FOURN) TO WS-SCORE-NB-ED
              MOVE WS-FOURN-NB-MESURE(WS-CPT-FOURN) TO WS-SCORE-NB2-ED
              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              IF WS-FOURN-NB-MESURE(WS-CPT-FOURN) > 0 THEN
                 COMPUTE WS-SCORE-TAUX ROUNDED =
                    WS-FOURN-NB-HEURE(WS-CPT-FOURN) * 100 /
                    WS-FOURN-NB-MESURE(WS-CPT-FOURN)
                 MOVE WS-SCORE-TAUX TO WS-SCORE-TAUX-ED
                 STRING "  Ponctualité             : " WS-SCORE-NB-ED
                    " à l'heure sur " WS-SCORE-NB2-ED
                    " mesurées = " WS-SCORE-TAUX-ED " %"
                    DELIMITED BY SIZE
                    INTO F-FOURN-SCORE-LIGNE
                 END-STRING
              ELSE
                 MOVE "  Ponctualité             : non mesurée" TO
                    F-FOURN-SCORE-LIGNE
              END-IF
              WRITE F-FOURN-SCORE-LIGNE

              MOVE WS-FOURN-QTE-SERVIE(WS-CPT-FOURN) TO
                 WS-SCORE-QTE-ED
              MOVE WS-FOURN-QTE-ATT(WS-CPT-FOURN) TO WS-SCORE-QTE2-ED
              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              IF WS-FOURN-QTE-ATT(WS-CPT-FOURN) > 0 THEN
                 COMPUTE WS-SCORE-TAUX ROUNDED =
                    WS-FOURN-QTE-SERVIE(WS-CPT-FOURN) * 100 /
                    WS-FOURN-QTE-ATT(WS-CPT-FOURN)
                 MOVE WS-SCORE-TAUX TO WS-SCORE-TAUX-ED
                 STRING "  Taux de service         : " WS-SCORE-QTE-ED
                    " livrés sur " WS-SCORE-QTE2-ED
                    " attendus = " WS-SCORE-TAUX-ED " %"
                    DELIMITED BY SIZE
                    INTO F-FOURN-SCORE-LIGNE
                 END-STRING
              ELSE
                 MOVE "  Taux de service         : non mesuré" TO
                    F-FOURN-SCORE-LIGNE
              END-IF
              WRITE F-FOURN-SCORE-LIGNE

              MOVE WS-FOURN-NB-COURTES(WS-CPT-FOURN) TO WS-SCORE-NB-ED
              MOVE WS-FOURN-QTE-MANQUE(WS-CPT-FOURN) TO
                 WS-SCORE-QTE-ED
              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              STRING "  Livraisons courtes      : " WS-SCORE-NB-ED
                 "   quantité manquante : " WS-SCORE-QTE-ED
                 DELIMITED BY SIZE
                 INTO F-FOURN-SCORE-LIGNE
              END-STRING
              WRITE F-FOURN-SCORE-LIGNE

              MOVE WS-FOURN-NB-EXCES(WS-CPT-FOURN) TO WS-SCORE-NB-ED
              MOVE WS-FOURN-QTE-EXCES(WS-CPT-FOURN) TO WS-SCORE-QTE-ED
              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              STRING "  Livraisons en excès     : " WS-SCORE-NB-ED
                 "   quantité en excès  : " WS-SCORE-QTE-ED
                 DELIMITED BY SIZE
                 INTO F-FOURN-SCORE-LIGNE
              END-STRING
              WRITE F-FOURN-SCORE-LIGNE

              MOVE WS-FOURN-NB-DETRUIT(WS-CPT-FOURN) TO WS-SCORE-NB-ED
              MOVE WS-FOURN-QTE-DETRUIT(WS-CPT-FOURN) TO
                 WS-SCORE-QTE-ED
              MOVE SPACES TO F-FOURN-SCORE-LIGNE
              STRING "  Retours détruits        : " WS-SCORE-NB-ED
                 "   quantité détruite  : " WS-SCORE-QTE-ED
                 DELIMITED BY SIZE
                 INTO F-FOURN-SCORE-LIGNE
              END-STRING
              WRITE F-FOURN-SCORE-LIGNE

           END-PERFORM

           CLOSE F-FOURN-SCORE

           DISPLAY "Tableau de bord fournisseurs du mois "
              WS-SCORE-MOIS " : " WS-FOURN-NB " fournisseur(s)."

           END-IF

           EXIT PROGRAM.

       6249-CUMUL-HISTO.
      *    Cumule la ligne d'historique WS-HISTO-LIGNE du mois au
      *    compte de son fournisseur. Une livraison se mesure contre
      *    la quantité attendue à ce moment-là : au-dessous, elle est
      *    courte ; au-dessus, l'excès n'entre pas dans le taux de
      *    service.
           MOVE WS-HST-FOURN TO WS-FOURN-CODE-IN
           PERFORM 6244-FOURN-RANG

           IF WS-FOURN-RANG > 0 THEN
              EVALUATE WS-HST-TYPE
                 WHEN "L"
                    IF WS-HST-ATTENDU = 0 THEN
                       ADD 1 TO WS-FOURN-NB-HORS(WS-FOURN-RANG)
                    ELSE
                       ADD 1 TO WS-FOURN-NB-LIV(WS-FOURN-RANG)
                       ADD WS-HST-ATTENDU TO
                          WS-FOURN-QTE-ATT(WS-FOURN-RANG)
                       IF WS-HST-LIVRE < WS-HST-ATTENDU THEN
                          ADD WS-HST-LIVRE TO
                             WS-FOURN-QTE-SERVIE(WS-FOURN-RANG)
                          ADD 1 TO WS-FOURN-NB-COURTES(WS-FOURN-RANG)
                          COMPUTE WS-FOURN-QTE-MANQUE(WS-FOURN-RANG) =
                             WS-FOURN-QTE-MANQUE(WS-FOURN-RANG) +
                             WS-HST-ATTENDU - WS-HST-LIVRE
                       ELSE
                          ADD WS-HST-ATTENDU TO
                             WS-FOURN-QTE-SERVIE(WS-FOURN-RANG)
                          IF WS-HST-LIVRE > WS-HST-ATTENDU THEN
                             ADD 1 TO WS-FOURN-NB-EXCES(WS-FOURN-RANG)
                             COMPUTE
                                WS-FOURN-QTE-EXCES(WS-FOURN-RANG) =
                                WS-FOURN-QTE-EXCES(WS-FOURN-RANG) +
                                WS-HST-LIVRE - WS-HST-ATTENDU
                          END-IF
                       END-IF
                       IF WS-HST-PONCTU = "A" OR
                          WS-HST-PONCTU = "R" THEN
                          ADD 1 TO WS-FOURN-NB-MESURE(WS-FOURN-RANG)
                          IF WS-HST-PONCTU = "A" THEN
                             ADD 1 TO WS-FOURN-NB-HEURE(WS-FOURN-RANG)
                          END-IF
                       END-IF
                    END-IF
                 WHEN "D"
                    ADD 1 TO WS-FOURN-NB-DETRUIT(WS-FOURN-RANG)
                    ADD WS-HST-LIVRE TO
                       WS-FOURN-QTE-DETRUIT(WS-FOURN-RANG)
              END-EVALUATE
           END-IF

           EXIT PROGRAM.

       6250-CONTROLE-PREPARATION.
      *    Mode préparation : une ligne non vide dans la demande de
      *    préparation lève MODE-PREPARATION. La demande n'est
      *    consommée qu'une fois la liste de prélèvement écrite.
           OPEN INPUT F-PREPA-DEMANDE

           IF FS-PREPA-DEMANDE = "00" THEN
              READ F-PREPA-DEMANDE INTO F-PREPA-DEMANDE-LIGNE
                 NOT AT END
                    IF F-PREPA-DEMANDE-LIGNE NOT = SPACES THEN
                       SET MODE-PREPARATION TO TRUE
                    END-IF
              END-READ
              CLOSE F-PREPA-DEMANDE
           END-IF

           IF MODE-PREPARATION THEN
              DISPLAY "MODE PREPARATION : sorties planifiées, aucun mo"
              "uvement passé."
           END-IF

           EXIT PROGRAM.

       6252-PREPARE-LIGNE.
      *    Planifie la sortie de la ligne logistique courante sans la
      *    passer : même choix du dépôt et même conversion d'unités
      *    que 6010-ACTIONS, puis service à blanc en FEFO. Les autres
      *    actions sont ignorées dans ce mode.
           IF F-LOGI-CURRENT-ACTION = "S" THEN
              IF F-LOGI-CURRENT-DEPOT IS NUMERIC AND
                 F-LOGI-CURRENT-DEPOT >= "1" AND
                 F-LOGI-CURRENT-DEPOT <= "2" THEN
                 MOVE F-LOGI-CURRENT-DEPOT TO WS-DEPOT-COURANT
              ELSE
                 MOVE 1 TO WS-DEPOT-COURANT
              END-IF

              PERFORM 6185-CONVERTIT-UNITES
              PERFORM 6253-SIMULE-SORTIE
           END-IF

           EXIT PROGRAM.

       6253-SIMULE-SORTIE.
      *    Sert la sortie courante à blanc avec le choix de lot de
      *    6032-CHERCHE-LOT-FEFO : chaque prise devient une ligne de
      *    prélèvement et est retranchée du hangar en mémoire, pour
      *    que les sorties suivantes du même code voient le stock
      *    restant. Le reste non couvert est signalé d'avance.
           COMPUTE WS-SORTIE-DEMANDE =
              FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
           MOVE WS-SORTIE-DEMANDE TO WS-SORTIE-RESTANT
           MOVE 0 TO WS-SORTIE-SERVIE

           PERFORM 6032-CHERCHE-LOT-FEFO

           PERFORM UNTIL WS-SORTIE-RESTANT = 0 OR NOT FEFO-TROUVE

              IF WS-PREL-NB >= 200 THEN
                 DISPLAY "Liste de prélèvement pleine, ligne "
                 WS-NB-LIGNES-LUES " non planifiée en totalité."
                 MOVE "N" TO WS-FEFO-FLAG
              ELSE
                 IF WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) >=
                    WS-SORTIE-RESTANT THEN
                    MOVE WS-SORTIE-RESTANT TO WS-SORTIE-PRISE
                 ELSE
                    MOVE WS-HANGAR-QTE(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU) TO
                       WS-SORTIE-PRISE
                 END-IF

                 ADD 1 TO WS-PREL-NB
                 MOVE WS-DEPOT-COURANT TO WS-PREL-DEPOT(WS-PREL-NB)
                 MOVE WS-FEFO-ALLEE TO WS-PREL-ALLEE(WS-PREL-NB)
                 MOVE WS-FEFO-NIVEAU TO WS-PREL-NIVEAU(WS-PREL-NB)
                 MOVE WS-NB-LIGNES-LUES TO WS-PREL-LIGNE(WS-PREL-NB)
                 MOVE F-LOGI-CURRENT-IDM TO WS-PREL-IDM(WS-PREL-NB)
                 MOVE WS-HANGAR-DLC(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) TO
                    WS-PREL-DLC(WS-PREL-NB)
                 MOVE WS-SORTIE-PRISE TO WS-PREL-QTE(WS-PREL-NB)

                 SUBTRACT WS-SORTIE-PRISE FROM
                    WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                 SUBTRACT WS-SORTIE-PRISE FROM WS-SORTIE-RESTANT
                 ADD WS-SORTIE-PRISE TO WS-SORTIE-SERVIE

                 PERFORM 6032-CHERCHE-LOT-FEFO
              END-IF

           END-PERFORM

           IF WS-SORTIE-RESTANT > 0 AND WS-MANQ-NB < 100 THEN
              ADD 1 TO WS-MANQ-NB
              MOVE WS-NB-LIGNES-LUES TO WS-MANQ-LIGNE(WS-MANQ-NB)
              MOVE F-LOGI-CURRENT-IDM TO WS-MANQ-IDM(WS-MANQ-NB)
              MOVE WS-DEPOT-COURANT TO WS-MANQ-DEPOT(WS-MANQ-NB)
              MOVE WS-SORTIE-DEMANDE TO WS-MANQ-DEMANDE(WS-MANQ-NB)
              MOVE WS-SORTIE-SERVIE TO WS-MANQ-PREVU(WS-MANQ-NB)
              DISPLAY "A SIGNALER : ligne " WS-NB-LIGNES-LUES " "
              F-LOGI-CURRENT-IDM " servie à " WS-SORTIE-SERVIE
              " sur " WS-SORTIE-DEMANDE
           END-IF

           EXIT PROGRAM.

       6254-CHARGE-CONFIRME.
      *    Charge la liste de prélèvement confirmée (lignes "P",
      *    quantité éventuellement corrigée par le préparateur) ; les
      *    lignes d'en-tête et de manque sont ignorées.
           MOVE 0 TO WS-PREL-NB

           OPEN INPUT F-PREL-CONFIRME

           IF FS-PREL-CONFIRME = "00" THEN
              PERFORM UNTIL FS-PREL-CONFIRME = "10"
                 READ F-PREL-CONFIRME INTO F-PREL-CONFIRME-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PRC-TYPE-TXT
                       UNSTRING F-PREL-CONFIRME-LIGNE DELIMITED BY ";"
                          INTO WS-PRC-TYPE-TXT
                               WS-PRC-DEPOT-TXT
                               WS-PRC-ALLEE-TXT
                               WS-PRC-NIVEAU-TXT
                               WS-PRC-IDM-TXT
                               WS-PRC-DLC-TXT
                               WS-PRC-QTE-TXT
                               WS-PRC-LIGNE-TXT
                       END-UNSTRING

                       IF WS-PRC-TYPE-TXT = "P" AND
                          WS-PRC-DEPOT-TXT IS NUMERIC AND
                          WS-PRC-ALLEE-TXT IS NUMERIC AND
                          WS-PRC-NIVEAU-TXT IS NUMERIC AND
                          WS-PRC-LIGNE-TXT IS NUMERIC AND
                          WS-PREL-NB < 200 THEN
                          ADD 1 TO WS-PREL-NB
                          MOVE WS-PRC-DEPOT-TXT TO
                             WS-PREL-DEPOT(WS-PREL-NB)
                          MOVE WS-PRC-ALLEE-TXT TO
                             WS-PREL-ALLEE(WS-PREL-NB)
                          MOVE WS-PRC-NIVEAU-TXT TO
                             WS-PREL-NIVEAU(WS-PREL-NB)
                          MOVE WS-PRC-IDM-TXT TO
                             WS-PREL-IDM(WS-PREL-NB)
                          MOVE 0 TO WS-PREL-DLC(WS-PREL-NB)
                          COMPUTE WS-PREL-QTE(WS-PREL-NB) =
                             FUNCTION NUMVAL(WS-PRC-QTE-TXT)
                          MOVE WS-PRC-LIGNE-TXT TO
                             WS-PREL-LIGNE(WS-PREL-NB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREL-CONFIRME

              IF WS-PREL-NB > 0 THEN
                 SET PRELEVEMENT-CONFIRME TO TRUE
                 DISPLAY "Liste de prélèvement confirmée : "
                 WS-PREL-NB " prise(s)."
              END-IF
           END-IF

           EXIT PROGRAM.

       6256-ECRIT-PRELEVEMENT.
      *    Trie les prises dans l'ordre de passage (dépôt, allée,
      *    niveau, puis n° de ligne) et écrit la liste de
      *    prélèvement, un bloc par dépôt, suivie des sorties qui ne
      *    seront pas servies en totalité. La demande de préparation
      *    est ensuite consommée.
           PERFORM VARYING WS-CPT-PREL FROM 1 BY 1
              UNTIL WS-CPT-PREL >= WS-PREL-NB
              PERFORM VARYING WS-CPT-PREL-2 FROM 1 BY 1
                 UNTIL WS-CPT-PREL-2 > WS-PREL-NB - WS-CPT-PREL
                 IF WS-PREL-CLE(WS-CPT-PREL-2) >
                    WS-PREL-CLE(WS-CPT-PREL-2 + 1) THEN
                    MOVE WS-PREL-ENTREE(WS-CPT-PREL-2) TO WS-SWAP-PREL
                    MOVE WS-PREL-ENTREE(WS-CPT-PREL-2 + 1) TO
                       WS-PREL-ENTREE(WS-CPT-PREL-2)
                    MOVE WS-SWAP-PREL TO
                       WS-PREL-ENTREE(WS-CPT-PREL-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           OPEN OUTPUT F-PRELEVEMENT

           MOVE SPACES TO F-PRELEVEMENT-LIGNE
           STRING "* LISTE DE PRELEVEMENT DU "
              WS-DATE-METIER
              " - sorties de Jour1E-S.txt non passées"
              DELIMITED BY SIZE
              INTO F-PRELEVEMENT-LIGNE
           END-STRING
           WRITE F-PRELEVEMENT-LIGNE

           PERFORM VARYING WS-DEPOT-COURANT FROM 1 BY 1
              UNTIL WS-DEPOT-COURANT > WS-NB-DEPOTS

              MOVE SPACES TO F-PRELEVEMENT-LIGNE
              STRING "* DEPOT " WS-DEPOT-COURANT
                 " - ordre de passage : allée puis niveau"
                 DELIMITED BY SIZE
                 INTO F-PRELEVEMENT-LIGNE
              END-STRING
              WRITE F-PRELEVEMENT-LIGNE
              MOVE "* P;DEPOT;ALLEE;NIVEAU;CODE;DLC;QTE A PRENDRE;LIGNE"
                 TO F-PRELEVEMENT-LIGNE
              WRITE F-PRELEVEMENT-LIGNE

              PERFORM VARYING WS-CPT-PREL FROM 1 BY 1
                 UNTIL WS-CPT-PREL > WS-PREL-NB
                 IF WS-PREL-DEPOT(WS-CPT-PREL) = WS-DEPOT-COURANT THEN
                    MOVE WS-PREL-DEPOT(WS-CPT-PREL) TO WS-PRS-DEPOT
                    MOVE WS-PREL-ALLEE(WS-CPT-PREL) TO WS-PRS-ALLEE
                    MOVE WS-PREL-NIVEAU(WS-CPT-PREL) TO WS-PRS-NIVEAU
                    MOVE WS-PREL-IDM(WS-CPT-PREL) TO WS-PRS-IDM
                    MOVE WS-PREL-DLC(WS-CPT-PREL) TO WS-PRS-DLC
                    MOVE WS-PREL-QTE(WS-CPT-PREL) TO WS-PRS-QTE
                    MOVE WS-PREL-LIGNE(WS-CPT-PREL) TO WS-PRS-LIGNE
                    MOVE WS-PREL-SORTIE TO F-PRELEVEMENT-LIGNE
                    WRITE F-PRELEVEMENT-LIGNE
                 END-IF
              END-PERFORM

           END-PERFORM

           IF WS-MANQ-NB > 0 THEN
              MOVE "* SORTIES NON SERVIES EN TOTALITE" TO
                 F-PRELEVEMENT-LIGNE
              WRITE F-PRELEVEMENT-LIGNE
              MOVE "* M;LIGNE;CODE;DEPOT;DEMANDE;PREVU;MANQUE" TO
                 F-PRELEVEMENT-LIGNE
              WRITE F-PRELEVEMENT-LIGNE

              PERFORM VARYING WS-CPT-MANQ FROM 1 BY 1
                 UNTIL WS-CPT-MANQ > WS-MANQ-NB
                 MOVE WS-MANQ-LIGNE(WS-CPT-MANQ) TO WS-MQS-LIGNE
                 MOVE WS-MANQ-IDM(WS-CPT-MANQ) TO WS-MQS-IDM
                 MOVE WS-MANQ-DEPOT(WS-CPT-MANQ) TO WS-MQS-DEPOT
                 MOVE WS-MANQ-DEMANDE(WS-CPT-MANQ) TO WS-MQS-DEMANDE
                 MOVE WS-MANQ-PREVU(WS-CPT-MANQ) TO WS-MQS-PREVU
                 COMPUTE WS-MQS-MANQUE =
                    WS-MANQ-DEMANDE(WS-CPT-MANQ) -
                    WS-MANQ-PREVU(WS-CPT-MANQ)
                 MOVE WS-MANQ-SORTIE TO F-PRELEVEMENT-LIGNE
                 WRITE F-PRELEVEMENT-LIGNE
              END-PERFORM
           END-IF

           CLOSE F-PRELEVEMENT

           DISPLAY "Liste de prélèvement : " WS-PREL-NB " prise(s), "
           WS-MANQ-NB " sortie(s) à signaler."

      *    La demande de préparation est consommée.
           OPEN OUTPUT F-PREPA-DEMANDE
           CLOSE F-PREPA-DEMANDE

           EXIT PROGRAM.

       6270-PROCEDURE-TRANSFERT.
      *    Départ d'un transfert "T" : la quantité est prise dans le
      *    dépôt de départ (dépôt de la ligne) en FEFO, comme une
      *    sortie, et chaque lot pris part en transit avec sa DLC et
      *    son poids vers le dépôt d'arrivée. Rien n'est valorisé ni
      *    cumulé aux volumes : le stock change seulement de dépôt.
           DISPLAY "Lancement procédure Transfert"

           MOVE WS-DEPOT-COURANT TO WS-TRANSIT-SOURCE-N
           IF F-LOGI-CURRENT-DEST = "1" OR
              F-LOGI-CURRENT-DEST = "2" THEN
              MOVE F-LOGI-CURRENT-DEST TO WS-TRANSIT-DEST-N
           ELSE
              COMPUTE WS-TRANSIT-DEST-N = 3 - WS-TRANSIT-SOURCE-N
           END-IF

           IF WS-TRANSIT-DEST-N = WS-TRANSIT-SOURCE-N THEN
              DISPLAY "Transfert refusé : dépôt d'arrivée "
              "identique au dépôt de départ."
              ADD 1 TO WS-NB-REJETS
           ELSE

           COMPUTE WS-SORTIE-DEMANDE =
              FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
           MOVE WS-SORTIE-DEMANDE TO WS-SORTIE-RESTANT
           MOVE 0 TO WS-SORTIE-SERVIE
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           PERFORM 6032-CHERCHE-LOT-FEFO

           PERFORM UNTIL WS-SORTIE-RESTANT = 0 OR NOT FEFO-TROUVE

              IF WS-TRANSIT-NB >= 50 THEN
                 DISPLAY "Table des transits pleine, transfert incompl"
                 "et."
                 MOVE "N" TO WS-FEFO-FLAG
              ELSE
                 IF WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) >=
                    WS-SORTIE-RESTANT THEN
                    MOVE WS-SORTIE-RESTANT TO WS-SORTIE-PRISE
                 ELSE
                    MOVE WS-HANGAR-QTE(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU) TO
                       WS-SORTIE-PRISE
                 END-IF

      *          Le poids suit les unités prises sur l'emplacement.
                 IF WS-HANGAR-POIDS(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) > 0 THEN
                    COMPUTE WS-TRANSIT-POIDS-PRIS =
                       WS-HANGAR-POIDS(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU) *
                       WS-SORTIE-PRISE /
                       WS-HANGAR-QTE(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                 ELSE
                    MOVE 0 TO WS-TRANSIT-POIDS-PRIS
                 END-IF

                 ADD 1 TO WS-TRANSIT-NB
                 MOVE WS-DATE-JOUR TO WS-TRANSIT-DATE(WS-TRANSIT-NB)
                 MOVE F-LOGI-CURRENT-IDM TO
                    WS-TRANSIT-IDM(WS-TRANSIT-NB)
                 MOVE WS-SORTIE-PRISE TO WS-TRANSIT-QTE(WS-TRANSIT-NB)
                 MOVE WS-TRANSIT-POIDS-PRIS TO
                    WS-TRANSIT-POIDS(WS-TRANSIT-NB)
                 MOVE WS-HANGAR-DLC(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) TO
                    WS-TRANSIT-DLC(WS-TRANSIT-NB)
                 MOVE WS-TRANSIT-SOURCE-N TO
                    WS-TRANSIT-SOURCE(WS-TRANSIT-NB)
                 MOVE WS-TRANSIT-DEST-N TO
                    WS-TRANSIT-DEST(WS-TRANSIT-NB)

                 SUBTRACT WS-SORTIE-PRISE FROM
                    WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                 SUBTRACT WS-TRANSIT-POIDS-PRIS FROM
                    WS-HANGAR-POIDS(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                 SUBTRACT WS-SORTIE-PRISE FROM WS-SORTIE-RESTANT
                 ADD WS-SORTIE-PRISE TO WS-SORTIE-SERVIE

                 DISPLAY "Transfert : " WS-SORTIE-PRISE " du produit "
                 F-LOGI-CURRENT-IDM " Dépôt " WS-TRANSIT-SOURCE-N
                 " Allée " WS-FEFO-ALLEE " Niveau " WS-FEFO-NIVEAU
                 " vers dépôt " WS-TRANSIT-DEST-N " (DLC "
                 WS-TRANSIT-DLC(WS-TRANSIT-NB) ")"

                 MOVE "-" TO WS-HMV-SENS
                 MOVE F-LOGI-CURRENT-IDM TO WS-HMV-IDM
                 MOVE WS-TRANSIT-SOURCE-N TO WS-HMV-DEPOT
                 MOVE WS-FEFO-ALLEE TO WS-HMV-ALLEE
                 MOVE WS-FEFO-NIVEAU TO WS-HMV-NIVEAU
                 MOVE WS-TRANSIT-DLC(WS-TRANSIT-NB) TO WS-HMV-DLC
                 MOVE WS-SORTIE-PRISE TO WS-HMV-QTE
                 PERFORM 6280-ECRIT-MVT-HISTO

      *          Un emplacement vidé est libéré.
                 IF WS-HANGAR-QTE(WS-DEPOT-COURANT,
                    WS-FEFO-ALLEE,WS-FEFO-NIVEAU) = 0 THEN
                    MOVE SPACES TO
                    WS-HANGAR-IDM(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                    MOVE 0 TO
                    WS-HANGAR-POIDS(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                    WS-HANGAR-DLC(WS-DEPOT-COURANT,
                       WS-FEFO-ALLEE,WS-FEFO-NIVEAU)
                 END-IF

                 PERFORM 6032-CHERCHE-LOT-FEFO
              END-IF

           END-PERFORM

           IF WS-SORTIE-SERVIE > 0 THEN
              ADD 1 TO WS-NB-TRANSFERTS
           END-IF

           IF WS-SORTIE-RESTANT > 0 THEN
              MOVE WS-SORTIE-RESTANT TO WS-TRANSIT-QTE-ED
              DISPLAY "Transfert incomplet : " WS-TRANSIT-QTE-ED
              " de " F-LOGI-CURRENT-IDM " non disponible(s) au dépôt "
              WS-TRANSIT-SOURCE-N
              IF WS-SORTIE-SERVIE = 0 THEN
                 ADD 1 TO WS-NB-REJETS
              END-IF
           END-IF

           END-IF

           EXIT PROGRAM.

       6272-PROCEDURE-ARRIVEE.
      *    Arrivée "A" d'un transfert au dépôt de la ligne : les lots
      *    en transit du code vers ce dépôt sont réceptionnés du plus
      *    ancien au plus récent, chacun rangé par la procédure
      *    d'entrée avec sa DLC et son poids d'origine (sans coût
      *    d'achat : le PMP ne bouge pas). Une quantité sans transit
      *    correspondant est rejetée ; un lot que le dépôt ne peut
      *    pas ranger reste en transit.
           DISPLAY "Lancement procédure Arrivée de transfert"

           COMPUTE WS-SORTIE-DEMANDE =
              FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
           MOVE WS-SORTIE-DEMANDE TO WS-SORTIE-RESTANT
           MOVE 0 TO WS-SORTIE-SERVIE
           MOVE WS-DEPOT-COURANT TO WS-TRANSIT-DEST-N
           MOVE F-LOGI-CURRENT-IDM TO WS-IDM
           MOVE "N" TO WS-ARRIVEE-FLAG

           PERFORM VARYING WS-CPT-TRANSIT FROM 1 BY 1
              UNTIL WS-CPT-TRANSIT > WS-TRANSIT-NB
              OR WS-SORTIE-RESTANT = 0 OR ARRIVEE-BLOQUEE

              IF WS-TRANSIT-IDM(WS-CPT-TRANSIT) = WS-IDM AND
                 WS-TRANSIT-DEST(WS-CPT-TRANSIT) = WS-TRANSIT-DEST-N
                 AND WS-TRANSIT-QTE(WS-CPT-TRANSIT) > 0 THEN

                 IF WS-TRANSIT-QTE(WS-CPT-TRANSIT) >=
                    WS-SORTIE-RESTANT THEN
                    MOVE WS-SORTIE-RESTANT TO WS-SORTIE-PRISE
                 ELSE
                    MOVE WS-TRANSIT-QTE(WS-CPT-TRANSIT) TO
                       WS-SORTIE-PRISE
                 END-IF
                 COMPUTE WS-TRANSIT-POIDS-PRIS =
                    WS-TRANSIT-POIDS(WS-CPT-TRANSIT) *
                    WS-SORTIE-PRISE / WS-TRANSIT-QTE(WS-CPT-TRANSIT)

      *          Ligne d'entrée reconstituée avec le lot du transit.
                 MOVE "E" TO F-LOGI-CURRENT-ACTION
                 MOVE WS-SORTIE-PRISE TO F-LOGI-CURRENT-QTE
                 MOVE WS-TRANSIT-POIDS-PRIS TO WS-TRANSIT-POIDS-ED
                 MOVE WS-TRANSIT-POIDS-ED TO F-LOGI-CURRENT-POIDS
                 MOVE WS-TRANSIT-DLC(WS-CPT-TRANSIT) TO
                    F-LOGI-CURRENT-DLC
                 MOVE WS-TRANSIT-DEST-N TO F-LOGI-CURRENT-DEPOT
                 MOVE SPACES TO F-LOGI-CURRENT-COUT
                 MOVE WS-TRANSIT-DEST-N TO WS-DEPOT-COURANT

                 PERFORM 6020-PROCEDURE-ENTREE

                 IF S-OK OR T-OK THEN
                    SUBTRACT WS-SORTIE-PRISE FROM
                       WS-TRANSIT-QTE(WS-CPT-TRANSIT)
                    SUBTRACT WS-TRANSIT-POIDS-PRIS FROM
                       WS-TRANSIT-POIDS(WS-CPT-TRANSIT)
                    SUBTRACT WS-SORTIE-PRISE FROM WS-SORTIE-RESTANT
                    ADD WS-SORTIE-PRISE TO WS-SORTIE-SERVIE
                    DISPLAY "Arrivée de transfert : " WS-SORTIE-PRISE
                    " de " WS-IDM " parti le "
                    WS-TRANSIT-DATE(WS-CPT-TRANSIT) " au dépôt "
                    WS-TRANSIT-DEST-N
                 ELSE
                    SET ARRIVEE-BLOQUEE TO TRUE
                    DISPLAY "Arrivée non rangée, le lot reste "
                    "en transit."
                 END-IF
              END-IF

           END-PERFORM

           IF WS-SORTIE-SERVIE > 0 THEN
              ADD 1 TO WS-NB-ARRIVEES
           END-IF

           IF WS-SORTIE-RESTANT > 0 AND NOT ARRIVEE-BLOQUEE THEN
              MOVE WS-SORTIE-RESTANT TO WS-TRANSIT-QTE-ED
              DISPLAY "Arrivée rejetée : " WS-TRANSIT-QTE-ED " de "
              WS-IDM " sans transfert en transit vers le dépôt "
              WS-TRANSIT-DEST-N
              ADD 1 TO WS-NB-REJETS
           END-IF

           EXIT PROGRAM.

       6274-CHARGE-TRANSIT.
      *    Recharge les transferts encore en transit laissés par la
      *    précédente exécution.
           OPEN INPUT F-TRANSIT

           IF FS-TRANSIT = "00" THEN
              PERFORM UNTIL FS-TRANSIT = "10"
                 READ F-TRANSIT INTO WS-TRANSIT-LIGNE
                    NOT AT END
                       IF WS-TRL-DATE IS NUMERIC AND
                          WS-TRANSIT-NB < 50 THEN
                          ADD 1 TO WS-TRANSIT-NB
                          MOVE WS-TRL-DATE TO
                             WS-TRANSIT-DATE(WS-TRANSIT-NB)
                          MOVE WS-TRL-IDM TO
                             WS-TRANSIT-IDM(WS-TRANSIT-NB)
                          MOVE WS-TRL-QTE TO
                             WS-TRANSIT-QTE(WS-TRANSIT-NB)
                          MOVE WS-TRL-POIDS TO
                             WS-TRANSIT-POIDS(WS-TRANSIT-NB)
                          MOVE WS-TRL-DLC TO
                             WS-TRANSIT-DLC(WS-TRANSIT-NB)
                          MOVE WS-TRL-SOURCE TO
                             WS-TRANSIT-SOURCE(WS-TRANSIT-NB)
                          MOVE WS-TRL-DEST TO
                             WS-TRANSIT-DEST(WS-TRANSIT-NB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TRANSIT
           ELSE
              DISPLAY "Pas de transfert en transit."
           END-IF

           EXIT PROGRAM.

       6276-SAUVEGARDE-TRANSIT.
      *    Sauvegarde les lots encore en transit pour la prochaine
      *    exécution (les lots entièrement reçus disparaissent).
           OPEN OUTPUT F-TRANSIT

           PERFORM VARYING WS-CPT-TRANSIT FROM 1 BY 1
              UNTIL WS-CPT-TRANSIT > WS-TRANSIT-NB

              IF WS-TRANSIT-QTE(WS-CPT-TRANSIT) > 0 THEN
                 MOVE WS-TRANSIT-DATE(WS-CPT-TRANSIT) TO WS-TRL-DATE
                 MOVE WS-TRANSIT-IDM(WS-CPT-TRANSIT) TO WS-TRL-IDM
                 MOVE WS-TRANSIT-QTE(WS-CPT-TRANSIT) TO WS-TRL-QTE
                 MOVE WS-TRANSIT-POIDS(WS-CPT-TRANSIT) TO WS-TRL-POIDS
                 MOVE WS-TRANSIT-DLC(WS-CPT-TRANSIT) TO WS-TRL-DLC
                 MOVE WS-TRANSIT-SOURCE(WS-CPT-TRANSIT) TO
                    WS-TRL-SOURCE
                 MOVE WS-TRANSIT-DEST(WS-CPT-TRANSIT) TO WS-TRL-DEST
                 MOVE WS-TRANSIT-LIGNE TO F-TRANSIT-LIGNE
                 WRITE F-TRANSIT-LIGNE
              END-IF

           END-PERFORM

           CLOSE F-TRANSIT

           EXIT PROGRAM.

       6278-RAPPORT-TRANSIT.
      *    Rapport des transferts encore en transit, écrit dans
      *    TransitsNonRecus.txt : un lot parti depuis plus de
      *    WS-SEUIL-TRANSIT-J jours sans arrivée à l'autre dépôt est
      *    marqué NON RECU, pour que la marchandise perdue en route
      *    ne disparaisse pas du stock sans bruit.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE 0 TO WS-TRANSIT-RETARD

           OPEN OUTPUT F-TRANSIT-RAPPORT

           MOVE SPACES TO F-TRANSIT-RAPPORT-LIGNE
           STRING "CODE  QTE  DLC       DEP ARR  "
              "PARTI LE  JOURS  ETAT"
              DELIMITED BY SIZE INTO F-TRANSIT-RAPPORT-LIGNE
           END-STRING
           WRITE F-TRANSIT-RAPPORT-LIGNE

           PERFORM VARYING WS-CPT-TRANSIT FROM 1 BY 1
              UNTIL WS-CPT-TRANSIT > WS-TRANSIT-NB

              IF WS-TRANSIT-QTE(WS-CPT-TRANSIT) > 0 THEN
                 MOVE "EC" TO DT-FONCTION
                 MOVE WS-TRANSIT-DATE(WS-CPT-TRANSIT) TO DT-DATE-1
                 MOVE WS-DATE-JOUR TO DT-DATE-2
                 CALL "BC810" USING DT-PARAMETRES
                 MOVE DT-JOURS-RESULTAT TO WS-TRANSIT-AGE
                 MOVE WS-TRANSIT-AGE TO WS-TRANSIT-AGE-ED

                 MOVE SPACES TO F-TRANSIT-RAPPORT-LIGNE
                 IF WS-TRANSIT-AGE > WS-SEUIL-TRANSIT-J THEN
                    ADD 1 TO WS-TRANSIT-RETARD
                    STRING WS-TRANSIT-IDM(WS-CPT-TRANSIT) "   "
                       WS-TRANSIT-QTE(WS-CPT-TRANSIT) " "
                       WS-TRANSIT-DLC(WS-CPT-TRANSIT) "  "
                       WS-TRANSIT-SOURCE(WS-CPT-TRANSIT) "   "
                       WS-TRANSIT-DEST(WS-CPT-TRANSIT) "    "
                       WS-TRANSIT-DATE(WS-CPT-TRANSIT) "  "
                       WS-TRANSIT-AGE-ED "  NON RECU"
                       DELIMITED BY SIZE
                       INTO F-TRANSIT-RAPPORT-LIGNE
                    END-STRING
                    DISPLAY "TRANSFERT NON RECU : "
                    F-TRANSIT-RAPPORT-LIGNE
                 ELSE
                    STRING WS-TRANSIT-IDM(WS-CPT-TRANSIT) "   "
                       WS-TRANSIT-QTE(WS-CPT-TRANSIT) " "
                       WS-TRANSIT-DLC(WS-CPT-TRANSIT) "  "
                       WS-TRANSIT-SOURCE(WS-CPT-TRANSIT) "   "
                       WS-TRANSIT-DEST(WS-CPT-TRANSIT) "    "
                       WS-TRANSIT-DATE(WS-CPT-TRANSIT) "  "
                       WS-TRANSIT-AGE-ED "  EN ROUTE"
                       DELIMITED BY SIZE
                       INTO F-TRANSIT-RAPPORT-LIGNE
                    END-STRING
                 END-IF
                 WRITE F-TRANSIT-RAPPORT-LIGNE
              END-IF

           END-PERFORM

           CLOSE F-TRANSIT-RAPPORT

           IF WS-TRANSIT-RETARD > 0 THEN
              DISPLAY "ATTENTION - " WS-TRANSIT-RETARD
              " transfert(s) entre dépôts non reçu(s)."
           END-IF

           EXIT PROGRAM.

       6280-ECRIT-MVT-HISTO.
      *    Ajoute à l'historique des mouvements le mouvement décrit
      *    par les zones WS-HMV-*, horodaté, avec le solde du code
      *    après le mouvement. L'historique est créé à la première
      *    écriture.
           PERFORM 6282-SOLDE-CODE

           MOVE WS-DATE-METIER TO WS-HML-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HML-HEURE
           MOVE WS-HMV-TYPE TO WS-HML-TYPE
           MOVE WS-HMV-IDM TO WS-HML-IDM
           MOVE WS-HMV-DEPOT TO WS-HML-DEPOT
           MOVE WS-HMV-ALLEE TO WS-HML-ALLEE
           MOVE WS-HMV-NIVEAU TO WS-HML-NIVEAU
           MOVE WS-HMV-DLC TO WS-HML-DLC
           MOVE WS-HMV-SENS TO WS-HML-SENS
           MOVE WS-HMV-QTE TO WS-HML-QTE
           MOVE WS-HMV-SOLDE TO WS-HML-SOLDE
           MOVE WS-HMV-REF TO WS-HML-REF

           OPEN EXTEND F-MVT-HISTO
           IF FS-MVT-HISTO = "35" THEN
              OPEN OUTPUT F-MVT-HISTO
           END-IF

           MOVE WS-HMV-LIGNE TO F-MVT-HISTO-LIGNE
           WRITE F-MVT-HISTO-LIGNE

           CLOSE F-MVT-HISTO

           EXIT PROGRAM.

       6282-SOLDE-CODE.
      *    Stock du hangar du code WS-HMV-IDM, tous dépôts et
      *    emplacements confondus.
           MOVE 0 TO WS-HMV-SOLDE

           PERFORM VARYING WS-HMV-D FROM 1 BY 1
              UNTIL WS-HMV-D > WS-NB-DEPOTS
              PERFORM VARYING WS-HMV-A FROM 1 BY 1
                 UNTIL WS-HMV-A > WS-NB-ALLEES
                 PERFORM VARYING WS-HMV-N FROM 1 BY 1
                    UNTIL WS-HMV-N > WS-NB-NIVEAUX
                    IF WS-HANGAR-IDM(WS-HMV-D,WS-HMV-A,WS-HMV-N) =
                       WS-HMV-IDM THEN
                       ADD WS-HANGAR-QTE(WS-HMV-D,WS-HMV-A,
                          WS-HMV-N) TO WS-HMV-SOLDE
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM

           EXIT PROGRAM.

       6284-PROCEDURE-AJUSTEMENT.
      *    Ajustement d'inventaire : la ligne "J" corrige le stock du
      *    code de la quantité d'un écart d'inventaire approuvé. Une
      *    correction "+" passe par la procédure d'entrée (sans coût
      *    d'achat, le PMP ne bouge pas), une correction "-" par la
      *    procédure de sortie FEFO (la destination J distingue
      *    l'ajustement dans le journal des sorties valorisées). La
      *    quantité réellement passée est valorisée au PMP et tracée
      *    avec la référence de l'écart.
           DISPLAY "Lancement procédure Ajustement (écart "
           F-LOGI-CURRENT-REF ")"

           IF F-LOGI-CURRENT-SENS NOT = "+" AND
              F-LOGI-CURRENT-SENS NOT = "-" THEN
              DISPLAY "Ajustement rejeté : sens de correction invalide"
              " pour l'écart " F-LOGI-CURRENT-REF
              ADD 1 TO WS-NB-REJETS
           ELSE
              ADD 1 TO WS-NB-AJUSTEMENTS
              MOVE F-LOGI-CURRENT-REF TO WS-HMV-REF
              COMPUTE WS-AJU-QTE-DEMANDEE =
                 FUNCTION NUMVAL(F-LOGI-CURRENT-QTE)
              MOVE 0 TO WS-AJU-QTE-PASSEE

              IF F-LOGI-CURRENT-SENS = "+" THEN
                 MOVE SPACES TO F-LOGI-CURRENT-COUT
                 PERFORM 6020-PROCEDURE-ENTREE
                 IF S-OK OR T-OK THEN
                    MOVE WS-AJU-QTE-DEMANDEE TO WS-AJU-QTE-PASSEE
                 END-IF
              ELSE
                 MOVE "J" TO F-LOGI-CURRENT-DEST
                 PERFORM 6030-PROCEDURE-SORTIE
                 MOVE WS-SORTIE-SERVIE TO WS-AJU-QTE-PASSEE
              END-IF

              MOVE F-LOGI-CURRENT-IDM TO WS-PMP-CODE-IN
              PERFORM 6222-PMP-PAR-CODE
              COMPUTE WS-AJU-VALEUR ROUNDED =
                 WS-AJU-QTE-PASSEE * WS-PMP-COURANT

              IF WS-AJU-QTE-PASSEE NOT = WS-AJU-QTE-DEMANDEE THEN
                 DISPLAY "ATTENTION - Ajustement partiel de l'écart "
                 F-LOGI-CURRENT-REF " : " WS-AJU-QTE-PASSEE " passé(s)"
                 " sur " WS-AJU-QTE-DEMANDEE
              END-IF

              MOVE WS-DATE-METIER TO WS-AJL-DATE
              MOVE F-LOGI-CURRENT-REF TO WS-AJL-REF
              MOVE F-LOGI-CURRENT-IDM TO WS-AJL-IDM
              MOVE F-LOGI-CURRENT-SENS TO WS-AJL-SENS
              MOVE WS-AJU-QTE-DEMANDEE TO WS-AJL-QTE-DEM
              MOVE WS-AJU-QTE-PASSEE TO WS-AJL-QTE
              MOVE WS-PMP-COURANT TO WS-AJL-PMP
              MOVE WS-AJU-VALEUR TO WS-AJL-VALEUR
              MOVE WS-DEPOT-COURANT TO WS-AJL-DEPOT

              OPEN EXTEND F-AJUSTEMENTS
              IF FS-AJUSTEMENTS = "35" THEN
                 OPEN OUTPUT F-AJUSTEMENTS
              END-IF

              MOVE WS-AJU-LIGNE TO F-AJUSTEMENTS-LIGNE
              WRITE F-AJUSTEMENTS-LIGNE

              CLOSE F-AJUSTEMENTS

      *       La référence ne vaut que pour les mouvements de cet
      *       ajustement.
              MOVE SPACES TO WS-HMV-REF
           END-IF

           EXIT PROGRAM.

       7100-ROULE-GENERATIONS.
      *    Roule les générations de sauvegarde du fichier de base
      *    WS-GEN-BASE avant sa réécriture : -G2 devient -G3, -G1
      *    devient -G2, et le fichier courant devient -G1. Les trois
      *    dernières sauvegardes restent ainsi disponibles.
           PERFORM VARYING WS-GEN-N FROM WS-NB-GENERATIONS BY -1
              UNTIL WS-GEN-N < 2

              COMPUTE WS-GEN-N2 = WS-GEN-N - 1

              MOVE SPACES TO WS-GEN-IN-NOM
              STRING FUNCTION TRIM(WS-GEN-BASE) "-G" WS-GEN-N2
                 ".txt" DELIMITED BY SIZE
                 INTO WS-GEN-IN-NOM
              END-STRING

              MOVE SPACES TO WS-GEN-OUT-NOM
              STRING FUNCTION TRIM(WS-GEN-BASE) "-G" WS-GEN-N
                 ".txt" DELIMITED BY SIZE
                 INTO WS-GEN-OUT-NOM
              END-STRING

              PERFORM 7110-COPIE-FICHIER

           END-PERFORM

           MOVE SPACES TO WS-GEN-IN-NOM
           STRING FUNCTION TRIM(WS-GEN-BASE) ".txt"
              DELIMITED BY SIZE
              INTO WS-GEN-IN-NOM
           END-STRING

           MOVE SPACES TO WS-GEN-OUT-NOM
           STRING FUNCTION TRIM(WS-GEN-BASE) "-G1.txt"
              DELIMITED BY SIZE
              INTO WS-GEN-OUT-NOM
           END-STRING

           PERFORM 7110-COPIE-FICHIER

           EXIT PROGRAM.

       7110-COPIE-FICHIER.
      *    Copie le fichier WS-GEN-IN-NOM vers WS-GEN-OUT-NOM, ligne
      *    à ligne. Une source absente ne copie rien (et ne touche
      *    pas à la destination).
           OPEN INPUT F-GEN-IN

           IF FS-GEN-IN = "00" THEN
              OPEN OUTPUT F-GEN-OUT
              MOVE "N" TO WS-GEN-EOF

              PERFORM UNTIL GEN-COPIE-FINIE
                 READ F-GEN-IN INTO F-GEN-OUT-LIGNE
                    AT END
                       SET GEN-COPIE-FINIE TO TRUE
                    NOT AT END
                       WRITE F-GEN-OUT-LIGNE
                 END-READ
              END-PERFORM

              CLOSE F-GEN-OUT
              CLOSE F-GEN-IN
           END-IF

           EXIT PROGRAM.

                    INTO WS-GEN-IN-NOM
                 END-STRING

      *          La génération est recopiée sur le solde lu par ce
      *          lancement (la copie de simulation en simulation).
                 MOVE WS-HANGAR-SOLDE-NOM TO WS-GEN-OUT-NOM

                 PERFORM 7110-COPIE-FICHIER


           EXIT PROGRAM.

       7130-CONTROLE-SIMULATION.
      *    Mode simulation : si le fichier de simulation nomme ce
      *    programme (ou TOUS), chaque fichier écrit par le programme
      *    est d'abord recopié dans ./simu sous le nom SIMU-<fichier>
      *    et c'est cette copie qui est lue et réécrite : solde,
      *    historique des mouvements, fichier de transfert vers la
      *    cuisine, PMP, quarantaine, demandes consommées, journal
      *    d'exploitation et rapports réels restent tels
      *    quels. Le fichier de simulation n'est pas consommé : il
      *    faut le retirer avant le passage réel.
           MOVE "N" TO WS-SIMULATION
           OPEN INPUT F-SIMULATION

           IF FS-SIMULATION = "00" THEN
              PERFORM UNTIL FS-SIMULATION = "10"
                 READ F-SIMULATION INTO F-SIMULATION-LIGNE
                    NOT AT END
                       IF F-SIMULATION-LIGNE(1:5) = "BD302"
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
              ";BD302;SIMULATION;fichiers réels non modifiés"
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
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

           COMPUTE WS-EXP-APPLIQUES = WS-NB-ENTREES + WS-NB-SORTIES
              + WS-NB-RETOURS + WS-NB-TRANSFERTS + WS-NB-ARRIVEES
              + WS-NB-AJUSTEMENTS
           MOVE WS-NB-REDIRIGES TO WS-EXP-ANOMALIES

           OPEN EXTEND F-EXPLOIT
              ";appliques=" WS-EXP-APPLIQUES
              ";rejets=" WS-NB-REJETS
              ";anomalies=" WS-EXP-ANOMALIES
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
           IF MODE-PREPARATION THEN
              MOVE "PREPA" TO WS-EXP-MODE
           ELSE
              MOVE "FIN" TO WS-EXP-MODE
           END-IF.
           PERFORM 8920-LOG-EXPLOITATION.
           IF EN-SIMULATION THEN
              DISPLAY "SIMULATION terminée : résultats dans ./simu"
           END-IF
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD302               *".
           DISPLAY "***************************************".
