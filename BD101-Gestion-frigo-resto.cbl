       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-FRIGO ASSIGN TO DYNAMIC WS-FRIGO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FRIGO.

       SELECT F-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-JOURNAL.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CONFIG.

       SELECT F-TRANSFERT ASSIGN TO DYNAMIC WS-TRANSFERT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRANSFERT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TEMPERATURES.

      *    Excursions HACCP du dernier contrôle des relevés, reprises
      *    par la boîte d'alertes consolidée (BD905).
       SELECT F-EXCURSIONS ASSIGN TO DYNAMIC WS-EXCURSIONS-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXCURSIONS.

       SELECT F-MOUVEMENTS ASSIGN TO "./in/FrigoMouvements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

       SELECT F-ETIQUETTES ASSIGN TO DYNAMIC WS-ETIQUETTES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ETIQUETTES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ARCHIVE.

      *    Export des ventes de la caisse du restaurant (une ligne
      *    ticket;site;plat;quantité;heure HHMM par plat vendu), et
      *    fichier des tickets qu'aucun frigo n'a pu servir, à revoir
      *    par le chef. L'export étant vidé après lecture, chaque
      *    ligne lue est conservée, datée du jour de chargement, dans
      *    l'historique des ventes de la caisse (date;ligne lue).
       SELECT F-VENTES ASSIGN TO DYNAMIC WS-VENTES-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VENTES.

       SELECT F-VENTES-EXCEP ASSIGN TO DYNAMIC WS-VENTES-EXCEP-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VENTES-EXCEP.

       SELECT F-VENTES-HISTO ASSIGN TO DYNAMIC WS-VENTES-HISTO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VENTES-HISTO.

      *    Photographie de l'effectif écrite par la gestion des états
      *    des employés (matricule;état;date du dernier changement),
      *    et personnel de cuisine (prénom;matricule;site affecté,
      *    site facultatif) qui relie le prénom saisi au matricule.
       SELECT F-EFFECTIF ASSIGN TO "./out/EtatEffectif.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EFFECTIF.

       SELECT F-PERSONNEL ASSIGN TO "./in/FrigoPersonnel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PERSONNEL.

      *    Rapport de relève de brigade d'un site, réécrit à chaque
      *    demande.
       SELECT F-RELEVE ASSIGN TO DYNAMIC WS-RELEVE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RELEVE.

      *    Tableau de disponibilité des plats pour la salle et la
      *    caisse (plat;description;site;portions;statut), réécrit
      *    après chaque mouvement, et minimum de portions par plat de
      *    la carte (plat;minimum) en dessous duquel le plat est
      *    signalé en dernières portions.
      *    Index du journal des mouvements, tenu à chaque ligne
      *    écrite : clé plat + horodatage (+ rang pour deux
      *    mouvements du même plat dans la même seconde), clés
      *    secondaires employé + horodatage et site + horodatage. Il
      *    couvre le journal vivant et ses archives mensuelles ; BD104
      *    le reconstruit depuis les fichiers séquentiels s'il est
      *    endommagé.
       SELECT F-JOURNAL-IDX ASSIGN TO DYNAMIC WS-JOURNAL-IDX-NOM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-JIDX-CLE
           ALTERNATE RECORD KEY IS F-JIDX-CLE-EMPLOYE WITH DUPLICATES
           ALTERNATE RECORD KEY IS F-JIDX-CLE-SITE WITH DUPLICATES
           FILE STATUS FS-JOURNAL-IDX.

       SELECT F-DISPO ASSIGN TO DYNAMIC WS-DISPO-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DISPO.

       SELECT F-MINIMUMS ASSIGN TO "./in/FrigoMinimums.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MINIMUMS.

       SELECT F-TENDANCE ASSIGN TO "./in/FrigoTendance.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TENDANCE.

       SELECT F-MAINTENANCE ASSIGN TO DYNAMIC WS-MAINTENANCE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MAINTENANCE.

       DATA DIVISION.
       FILE SECTION.
       FD F-FRIGO.
       01 F-JOURNAL-LIGNE PIC X(80).

       FD F-PREP.
       01 F-PREP-CURRENT PIC X(80).

       FD F-CONFIG.
       01 F-CONFIG-CURRENT PIC X(20).
       FD F-TEMPERATURES.
       01 F-TEMPERATURES-CURRENT PIC X(30).

       FD F-EXCURSIONS.
       01 F-EXCURSIONS-LIGNE PIC X(40).

       FD F-MOUVEMENTS.
       01 F-MOUVEMENTS-CURRENT PIC X(50).

       01 F-RESTAURE-LIGNE PIC X(10).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       FD F-SIMULATION.
       01 F-SIMULATION-LIGNE PIC X(10).

       FD F-ETIQUETTES.
       01 F-ETIQUETTES-LIGNE PIC X(80).
       FD F-NETTOYAGE.
       01 F-NETTOYAGE-LIGNE PIC X(20).

       FD F-VENTES.
       01 F-VENTES-LIGNE PIC X(40).

       FD F-VENTES-EXCEP.
       01 F-VENTES-EXCEP-LIGNE PIC X(80).

       FD F-VENTES-HISTO.
       01 F-VENTES-HISTO-LIGNE PIC X(50).

       FD F-EFFECTIF.
       01 F-EFFECTIF-LIGNE PIC X(40).

       FD F-PERSONNEL.
       01 F-PERSONNEL-LIGNE PIC X(40).

       FD F-RELEVE.
       01 F-RELEVE-LIGNE PIC X(100).

       FD F-JOURNAL-IDX.
       01 F-JIDX-ENREG.
           02 F-JIDX-CLE.
              03 F-JIDX-PLAT       PIC X(3).
              03 F-JIDX-DATE-HEURE PIC X(15).
              03 F-JIDX-SEQ        PIC 9(3).
           02 F-JIDX-CLE-EMPLOYE.
              03 F-JIDX-PRENOM     PIC X(20).
              03 F-JIDX-EMP-DH     PIC X(15).
           02 F-JIDX-CLE-SITE.
              03 F-JIDX-SITE       PIC X.
              03 F-JIDX-SITE-DH    PIC X(15).
           02 F-JIDX-LIGNE         PIC X(80).

       FD F-DISPO.
       01 F-DISPO-LIGNE PIC X(60).

       FD F-MINIMUMS.
       01 F-MINIMUMS-LIGNE PIC X(20).

       FD F-TENDANCE.
       01 F-TENDANCE-LIGNE PIC X(30).

       FD F-MAINTENANCE.
       01 F-MAINTENANCE-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-FRIGO PIC X(2).
       01 FS-JOURNAL PIC X(2).
       01 FS-CONFIG PIC X(2).
       01 FS-TRANSFERT PIC X(2).
       01 FS-TEMPERATURES PIC X(2).
       01 FS-EXCURSIONS PIC X(2).
       01 FS-MOUVEMENTS PIC X(2).

      *    Indique si le dernier mouvement batch (S ou T) a réellement
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
       01 WS-NB-FICHIERS-SIMU  PIC 99 VALUE 14.
       01 WS-CPT-FICHIER-SIMU  PIC 99.
       01 WS-JOURNAL-IDX-NOM PIC X(60) VALUE "./out/FrigoJournal.idx".
       01 WS-FICHIERS-ECRITS.
           02 WS-FRIGO-NOM        PIC X(60) VALUE "./in/FrigoSolde.txt".
           02 WS-JOURNAL-NOM      PIC X(60)
              VALUE "./out/FrigoJournal.txt".
           02 WS-TRANSFERT-NOM    PIC X(60)
              VALUE "./out/TransfertCuisine.txt".
           02 WS-EXCURSIONS-NOM   PIC X(60)
              VALUE "./out/FrigoExcursions.txt".
           02 WS-SOLDE-REJETS-NOM PIC X(60)
              VALUE "./out/FrigoSoldeRejets.txt".
           02 WS-RESTAURE-NOM     PIC X(60)
              VALUE "./in/FrigoRestaure.txt".
           02 WS-EXPLOIT-NOM      PIC X(60)
              VALUE "./out/ExploitationLog.txt".
           02 WS-ETIQUETTES-NOM   PIC X(60)
              VALUE "./out/FrigoEtiquettes.txt".
           02 WS-VENTES-NOM       PIC X(60)
              VALUE "./in/CaisseVentes.txt".
           02 WS-VENTES-EXCEP-NOM PIC X(60)
              VALUE "./out/CaisseExceptions.txt".
           02 WS-VENTES-HISTO-NOM PIC X(60)
              VALUE "./out/CaisseVentesHisto.txt".
           02 WS-RELEVE-NOM       PIC X(60)
              VALUE "./out/FrigoReleve.txt".
           02 WS-DISPO-NOM        PIC X(60)
              VALUE "./out/FrigoDisponibilite.txt".
           02 WS-MAINTENANCE-NOM  PIC X(60)
              VALUE "./out/FrigoMaintenance.txt".
       01 WS-FICHIERS-ECRITS-TABLE REDEFINES WS-FICHIERS-ECRITS.
           02 WS-FICHIER-ECRIT PIC X(60) OCCURS 14 TIMES.

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

      ***************************************************************
      *    Catalogue produits partagé avec la gestion du stock
      *    (code;description;poids unitaire;seuil de réappro), chargé
       01 WS-ALLERG-MODE    PIC X.
       01 WS-ALLERG-NB      PIC 9(3).

      ***************************************************************
      *    Ligne de l'export des ventes de la caisse découpée
      *    (ticket;site;plat;quantité;heure HHMM). Chaque portion
      *    vendue sort du frigo le plus ancien emplacement du plat
      *    avec le motif "servi", journalisé avec le numéro de ticket.
      ***************************************************************
       01 FS-VENTES       PIC X(2).
       01 FS-VENTES-EXCEP PIC X(2).
       01 FS-VENTES-HISTO PIC X(2).

       01 WS-VENTE-CURRENT.
           02 WS-VENTE-TICKET PIC X(10).
           02 WS-VENTE-SITE   PIC X.
           02 WS-VENTE-PLAT   PIC X(3).
           02 WS-VENTE-QTE    PIC X(3).
           02 WS-VENTE-HEURE  PIC X(4).

       01 WS-VENTE-QTE-N    PIC 9(3).
       01 WS-VENTE-PORTION  PIC 9(3).
       01 WS-VENTE-MANQUE   PIC 9(3).
       01 WS-VENTE-DATE-MIN PIC 9(8).

      *    Compteurs du résumé des ventes de la caisse (portions
      *    lues, servies depuis les frigos, parties en exception).
       01 WS-VENTES-LUES       PIC 9(5) VALUE 0.
       01 WS-VENTES-SERVIES    PIC 9(5) VALUE 0.
       01 WS-VENTES-EXCEPTIONS PIC 9(5) VALUE 0.

       01 WS-VENTE-TROUVEE PIC X.
           88 VENTE-TROUVEE VALUE "O".
      *    VENTE-TROUVEE = 1 : Un emplacement du site porte le plat
      *                        vendu (le plus ancien est retenu).
      *    VENTE-TROUVEE = 0 : Plat vendu absent des frigos du site.

      ***************************************************************
      *    Contrôle des prénoms saisis contre l'effectif : le
      *    personnel de cuisine donne le matricule (et le site
      *    affecté, blanc = tous les sites) de chaque prénom, la
      *    photographie de l'effectif donne l'état courant du
      *    matricule. Seuls les employés à l'état actif (ACT) peuvent
      *    déposer, retirer ou transférer un plat ; les refus sont
      *    tracés au journal avec leur motif. Sans l'un des deux
      *    fichiers, le contrôle est neutralisé.
      ***************************************************************
       01 FS-EFFECTIF  PIC X(2).
       01 FS-PERSONNEL PIC X(2).

       01 WS-EFFECTIF-TABLE.
           02 WS-EFF-ENTREE OCCURS 100 TIMES.
              03 WS-EFF-MATRICULE PIC X(5).
              03 WS-EFF-ETAT      PIC X(4).
       01 WS-NB-EFFECTIF  PIC 9(3) VALUE 0.
       01 WS-CPT-EFFECTIF PIC 9(3).

       01 WS-PERSONNEL-TABLE.
           02 WS-PERS-ENTREE OCCURS 100 TIMES.
              03 WS-PERS-PRENOM    PIC X(20).
              03 WS-PERS-MATRICULE PIC X(5).
              03 WS-PERS-SITE      PIC X.
       01 WS-NB-PERSONNEL  PIC 9(3) VALUE 0.
       01 WS-CPT-PERSONNEL PIC 9(3).

       01 WS-EFF-MATRICULE-TXT PIC X(5).
       01 WS-EFF-ETAT-TXT      PIC X(4).
       01 WS-PERS-PRENOM-TXT   PIC X(20).
       01 WS-PERS-SITE-TXT     PIC X.

      *    Résultat du contrôle du prénom courant : matricule, site
      *    affecté et état retrouvés, motif du refus éventuel.
       01 WS-CTL-MATRICULE PIC X(5).
       01 WS-CTL-SITE      PIC X.
       01 WS-CTL-ETAT      PIC X(4).
       01 WS-CTL-MOTIF     PIC X(10).
       01 WS-CTL-ACTION    PIC X.
       01 WS-NB-REFUS-EFFECTIF PIC 9(5) VALUE 0.

       01 WS-EFFECTIF-CONTROLE PIC X.
           88 EFFECTIF-OK VALUE "O".
      *    EFFECTIF-OK = 1 : Le prénom saisi est un employé actif,
      *                      affecté au site du mouvement.
      *    EFFECTIF-OK = 0 : Mouvement refusé (motif WS-CTL-MOTIF).

      ***************************************************************
      *    Rapport de relève de brigade (action "H") : fenêtre de la
      *    brigade sortante (heures de début et de fin HHMM, sur la
      *    date du jour ; un début après la fin fait partir la
      *    fenêtre de la veille), bornes date-heure de comparaison
      *    avec le journal et date de la relève suivante pour les
      *    plats qui arrivent en limite.
      ***************************************************************
       01 FS-RELEVE PIC X(2).

       01 WS-REL-SITE        PIC 9.
       01 WS-REL-HEURE-DEB   PIC X(4).
       01 WS-REL-HEURE-FIN   PIC X(4).
       01 WS-REL-DATE-DEB    PIC 9(8).
       01 WS-REL-DEBUT-DH    PIC X(14).
       01 WS-REL-FIN-DH      PIC X(14).
       01 WS-REL-LIGNE-DH    PIC X(14).
       01 WS-REL-MIN-DEB     PIC 9(4).
       01 WS-REL-MIN-FIN     PIC 9(4).
       01 WS-REL-DUREE-MIN   PIC 9(4).
       01 WS-REL-SUIV-MIN    PIC 9(6).
       01 WS-REL-DATE-SUIV   PIC 9(8).
       01 WS-REL-LIMITE      PIC 9(8).
       01 WS-REL-NB          PIC 9(3).

      *    Rubrique du journal en cours d'édition : 1 dépôts, 2 à 4
      *    sorties servies / jetées / déplacées, 5 transferts
      *    sortants, 6 transferts entrants, 7 annulations, 8 refus.
       01 WS-REL-RUBRIQUE    PIC 9.
       01 WS-REL-TITRE       PIC X(40).

       01 WS-REL-COMPLEMENT  PIC X(30).
       01 WS-REL-TEMP-ED     PIC -ZZ9.99.

       01 WS-REL-RETENUE PIC X.
           88 REL-RETENUE VALUE "O".
      *    REL-RETENUE = 1 : La ligne du journal relue appartient à la
      *                      rubrique en cours, au site et à la
      *                      fenêtre de la relève.
      *    REL-RETENUE = 0 : Ligne hors rubrique, site ou fenêtre.

      ***************************************************************
      *    Tableau "86" de disponibilité : plats de la carte (fichier
      *    des minimums) et plats présents dans les frigos, avec les
      *    portions consommables par site - lots périmés et frigos en
      *    nettoyage exclus.
      ***************************************************************
      ***************************************************************
      *    Lecture directe du journal par son index.
      ***************************************************************
       01 FS-JOURNAL-IDX PIC X(2).

       01 WS-JIDX-FLAG PIC X.
           88 JIDX-LU VALUE "O".
      *    JIDX-LU = 1 : Le rapport a été fait par l'index du journal.
      *    JIDX-LU = 0 : Index illisible, journal séquentiel relu.

       01 WS-JIDX-FIN PIC X.
           88 JIDX-FIN VALUE "O".

       01 WS-JIDX-ALERTE PIC X VALUE "N".
           88 JIDX-ALERTE-FAITE VALUE "O".
      *    JIDX-ALERTE-FAITE = 1 : L'index indisponible en écriture a
      *                            déjà été signalé pendant ce
      *                            lancement.

      *    Premier jour de la période lue par l'index.
       01 WS-JIDX-DATE-MIN-N PIC 9(8).
       01 WS-JIDX-DATE-MIN REDEFINES WS-JIDX-DATE-MIN-N PIC X(8).

       01 FS-DISPO    PIC X(2).
       01 FS-MINIMUMS PIC X(2).

       01 WS-MIN-TABLE.
           02 WS-MIN-ENTREE OCCURS 100 TIMES.
              03 WS-MIN-PLAT PIC X(3).
              03 WS-MIN-NB   PIC 9(3).
       01 WS-NB-MIN  PIC 9(3) VALUE 0.
       01 WS-CPT-MIN PIC 9(3).

       01 WS-MIN-PLAT-TXT PIC X(3).
       01 WS-MIN-NB-TXT   PIC X(5).

       01 WS-DISPO-TABLE.
           02 WS-DISPO-ENTREE OCCURS 100 TIMES.
              03 WS-DISPO-PLAT     PIC X(3).
              03 WS-DISPO-MINIMUM  PIC 9(3).
              03 WS-DISPO-PORTIONS PIC 9(3) OCCURS 2 TIMES.
       01 WS-NB-DISPO  PIC 9(3) VALUE 0.
       01 WS-CPT-DISPO PIC 9(3).
       01 WS-DISPO-CODE PIC X(3).
       01 WS-DISPO-STATUT PIC X(20).

       01 WS-DISPO-COMPTE PIC X.
           88 DISPO-COMPTE VALUE "O".
      *    DISPO-COMPTE = 1 : L'emplacement examiné porte une portion
      *                       consommable (lot non périmé, frigo hors
      *                       nettoyage, premier emplacement du plat).
      *    DISPO-COMPTE = 0 : Emplacement vide ou non consommable.

       01 WS-NETT-FLAG PIC X.
           88 NETT-EN-COURS VALUE "O".
      *    NETT-EN-COURS = 1 : Le frigo examiné est en nettoyage (sa
      *    date limite dérivée de la date d'entrée plus le seuil de
      *    péremption, pour que le sticker ne soit plus écrit à la
      *    main.
       01 WS-ETIQ-LIMITE     PIC 9(8).

      ***************************************************************
       01 WS-TEMP-DATE-N   PIC 9(8).
       01 WS-NB-EXCURSIONS PIC 9(3) VALUE 0.

      ***************************************************************
      *    Analyse de tendance des températures : sur une fenêtre
      *    glissante de WS-TDC-FENETRE-J jours finissant aujourd'hui,
      *    les relevés de chaque frigo passent par le service
      *    statistique BC811 (moyenne, écart-type, valeurs
      *    aberrantes, pente en °C par jour). Un frigo dont la
      *    moyenne monte de plus de WS-TDC-DERIVE-MAX °C par jour,
      *    ou dont l'écart-type de la moitié récente de la fenêtre
      *    dépasse celui de la moitié ancienne de plus de
      *    WS-TDC-DISPERSION-MAX °C, reçoit un avertissement de
      *    maintenance dans FrigoMaintenance.txt, avant toute
      *    excursion : un compresseur qui lâche se voit d'abord là.
      *    Limites surchargeables par la première ligne de
      *    FrigoTendance.txt (fenêtre;dérive;dispersion;k).
      ***************************************************************
       01 FS-TENDANCE    PIC X(2).
       01 FS-MAINTENANCE PIC X(2).

       01 WS-TDC-FENETRE-J     PIC 9(3) VALUE 14.
       01 WS-TDC-DERIVE-MAX    PIC 9(2)V9(2) VALUE 0.30.
       01 WS-TDC-DISPERSION-MAX PIC 9(2)V9(2) VALUE 0.50.
       01 WS-TDC-SEUIL-K       PIC 9(2)V9(2) VALUE 2.00.
      *    En deçà de ce nombre de relevés dans chaque moitié de la
      *    fenêtre, le frigo n'a pas assez d'historique pour juger.
       01 WS-TDC-MIN-RELEVES   PIC 9(2) VALUE 4.

       01 WS-TDC-FENETRE-TXT    PIC X(5).
       01 WS-TDC-DERIVE-TXT     PIC X(6).
       01 WS-TDC-DISPERSION-TXT PIC X(6).
       01 WS-TDC-SEUIL-K-TXT    PIC X(6).

      *    Premier jour de la fenêtre et milieu de la fenêtre (en
      *    jours depuis le premier jour) séparant moitié ancienne et
      *    moitié récente.
       01 WS-TDC-DEBUT      PIC 9(8).
       01 WS-TDC-MILIEU     PIC 9(3)V9(4).

      *    Relevés de la fenêtre, tous frigos : abscisse en jours
      *    depuis le premier jour de la fenêtre (heure comprise).
       01 WS-TDC-TABLE.
           02 WS-TDC-RELEVE OCCURS 2000 TIMES.
              03 WS-TDC-SITE     PIC 9.
              03 WS-TDC-FRIGO    PIC 9.
              03 WS-TDC-ABSCISSE PIC S9(3)V9(4).
              03 WS-TDC-VALEUR   PIC S9(3)V9(2).
       01 WS-TDC-NB         PIC 9(4) VALUE 0.
       01 WS-TDC-NB-IGNORES PIC 9(4) VALUE 0.
       01 WS-CPT-TDC        PIC 9(4).
       01 WS-TDC-HEURE-N    PIC 9(4).

      *    Synthèse d'un frigo : fenêtre entière puis chaque moitié.
       01 WS-TDC-NB-ANCIENS  PIC 9(4).
       01 WS-TDC-NB-RECENTS  PIC 9(4).
       01 WS-TDC-PENTE       PIC S9(5)V9(4).
       01 WS-TDC-MOYENNE     PIC S9(7)V9(2).
       01 WS-TDC-ABERRANTS   PIC 9(4).
       01 WS-TDC-ET-ANCIEN   PIC 9(7)V9(2).
       01 WS-TDC-ET-RECENT   PIC 9(7)V9(2).
       01 WS-TDC-MOY-ANCIEN  PIC S9(7)V9(2).
       01 WS-TDC-MOY-RECENT  PIC S9(7)V9(2).
       01 WS-TDC-MOITIE      PIC X.
           88 TDC-MOITIE-ANCIENNE VALUE "A".
           88 TDC-MOITIE-RECENTE  VALUE "R".
       01 WS-NB-AVERT-MAINT  PIC 9(3) VALUE 0.

       01 WS-TDC-PENTE-ED    PIC -9.999.
       01 WS-TDC-MOY-ANC-ED  PIC -ZZ9.99.
       01 WS-TDC-MOY-REC-ED  PIC -ZZ9.99.
       01 WS-TDC-ET-ANC-ED   PIC ZZ9.99.
       01 WS-TDC-ET-REC-ED   PIC ZZ9.99.
       01 WS-TDC-MOTIF       PIC X(10).

      *    Zone d'appel du service statistique commun.
       COPY BC811PRM.

      ***************************************************************
      *    Ligne du fichier de transfert hangar vers cuisine
      *    découpée (code produit;quantité sortie du hangar;date;
      *    site de destination facultatif, site 1 par défaut).
      ***************************************************************
       01 WS-TRANSFERT-CURRENT.
           02 WS-TRANSFERT-PLAT PIC X(3).
      *    stock ; les anciennes lignes sans date sont datées du jour
      *    à leur première représentation.
           02 WS-TRANSFERT-DATE PIC X(8).
           02 WS-TRANSFERT-SITE PIC X(1).

      *    Contrôle du vieillissement des transferts : au-delà de
      *    WS-SEUIL-TRF-J jours en souffrance, la ligne est signalée
           02 WS-CONFIG-EMPLS  PIC X.

      ***************************************************************
      *    Ligne de la feuille de prep découpée (plat;prenom;allerg
      *    puis, pour les lignes d'un événement traiteur générées par
      *    BC103, site;date AAAAMMJJ;référence de l'événement).
      ***************************************************************
       01 WS-PREP-CURRENT.
           02 WS-PREP-PLAT   PIC X(3).
           02 WS-PREP-PRENOM PIC X(20).
           02 WS-PREP-ALLERG PIC X(3).
           02 WS-PREP-SITE   PIC X(1).
           02 WS-PREP-DATE   PIC X(8).
           02 WS-PREP-REF    PIC X(10).
       01 WS-NB-PREP-A-VENIR PIC 9(3).
       01 WS-NB-PREP-PASSEES PIC 9(3).
       01 WS-DATE-DEMAIN     PIC 9(8).

       01 WS-JOURNAL-DATE-HEURE.
           02 WS-JOURNAL-DATE PIC X(8).
           02 WS-JOURNAL-PRENOM  PIC X(20).
           02 FILLER             PIC X.
           02 WS-JOURNAL-MOTIF   PIC X.
           02 FILLER             PIC X.
      *    Numéro du ticket de caisse pour les sorties servies par
      *    les ventes, motif du refus pour les mouvements refusés
      *    (ligne "R"), à blanc pour les autres mouvements.
           02 WS-JOURNAL-REFERENCE PIC X(10).

      ***************************************************************
      *    Ligne du journal relue par les rapports (même découpage
           02 WS-JLU-PRENOM      PIC X(20).
           02 FILLER             PIC X.
           02 WS-JLU-MOTIF       PIC X.
           02 FILLER             PIC X.
           02 WS-JLU-REFERENCE   PIC X(10).

       01 WS-SAISIE.
           02 WS-ACTION    PIC X(1).
       01 WS-DATE-JOUR       PIC 9(8).
       01 WS-SEUIL-PERIME-J  PIC 999 VALUE 7.
       01 WS-NB-JOURS-FRIGO  PIC S9(5).
      *    Zone d'appel du service de dates commun (âges en jours,
      *    dates limites).
       COPY BC810PRM.
      *    Zone d'appel du service de configuration commun (section
      *    [BD101] de Gestion.txt) et règle en cours de déclaration
      *    (clé, type N/D/A, bornes).
       COPY BC812PRM.
       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).

       01 WS-PLACE-SUFFISANTE PIC X.
           88 SUFFISANT VALUE "O".
              03 WS-CONSO-RETRAITS PIC 9(4).
       01 WS-CONSO-NB      PIC 99.
       01 WS-CPT-CONSO     PIC 99.
      *    Période comptable courante (AAAAPP au calendrier fiscal,
      *    sinon mois civil AAAAMM) et ses bornes AAAAMMJJ, rendues
      *    par le service de dates.
       01 WS-MOIS-COURANT  PIC X(6).
       01 WS-PER-DEBUT     PIC X(8).
       01 WS-PER-FIN       PIC X(8).

       01 tableau.
           02 WS-SITES OCCURS 2 TIMES.
           MOVE 0 TO WS-MVT-APPLIQUES.
           MOVE 0 TO WS-MVT-REJETS.

      *    Simulation demandée : les fichiers écrits sont redirigés
      *    vers le dossier de simulation avant toute lecture.
           PERFORM 7130-CONTROLE-SIMULATION.

      *    Ligne de début d'exécution au journal d'exploitation.
           PERFORM 8930-DATE-METIER.

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

      *    Chargement et contrôle des réglages du run (dimensionnement
      *    des frigos, seuils, limites de tendance) avant toute
      *    lecture.
           PERFORM 6162-CHARGE-CONFIGURATION.

      *    Restauration éventuelle d'une génération de sauvegarde du
      *    solde, demandée par le fichier de restauration.
      *    Chargement du planning de nettoyage des frigos.
           PERFORM 6270-CHARGE-NETTOYAGE.

      *    Chargement de l'effectif et du personnel de cuisine, avant
      *    tout mouvement (feuille de prep comprise).
           PERFORM 6330-CHARGE-EFFECTIF.

      *    Chargement des minimums de portions de la carte, pour le
      *    tableau de disponibilité.
           PERFORM 6360-CHARGE-MINIMUMS.

      *    Contrôle HACCP des relevés de températures : toute
      *    excursion au-dessus du seuil liste le contenu du frigo
      *    touché pour décision de mise au rebut.
           PERFORM 6180-CONTROLE-TEMPERATURES.

      *    Tendance des températures par frigo : une moyenne qui
      *    dérive ou des relevés qui s'écartent annoncent une panne
      *    avant l'excursion.
           PERFORM 6185-TENDANCE-TEMPERATURES.

      *    Chargement automatique de la feuille de prep du matin,
      *    si elle existe, avant de passer en saisie interactive.
           PERFORM 6070-CHARGE-PREP.
      *    déposées automatiquement dans les frigos.
           PERFORM 6170-CHARGE-TRANSFERT.

      *    Ventes de la caisse depuis le dernier lancement : chaque
      *    portion vendue sort des frigos avec le motif "servi".
           PERFORM 6310-CHARGE-VENTES-CAISSE.

      *    S'il existe une feuille de mouvements du jour, elle est
      *    rejouée en entier sans opérateur (mode nuit), comme la
      *    gestion du parking rejoue son fichier de transactions ;
      -       "lat saisi"
              DISPLAY "Action L : liste par allergène (L,Site,Code ou
      -       "L,Site,Code,N pour les plats SANS le code)"
              DISPLAY "Action H : relève de brigade (H,Site,,HHMM-HHMM"
              " pour la fenêtre de la brigade sortante)"
              ACCEPT WS-SAISIE

      *       Une saisie vide - fin d'entrée d'un lancement sans

                    PERFORM 6300-RECHERCHE-ALLERGENE

                 WHEN "H"
                    DISPLAY "Appel relève de brigade"

      *             La fenêtre voyage dans la zone du prénom :
      *             "H,1,   ,0600-1430" pour la brigade du matin.
                    MOVE WS-PRENOM(1:4) TO WS-REL-HEURE-DEB
                    MOVE WS-PRENOM(6:4) TO WS-REL-HEURE-FIN

                    PERFORM 6350-RAPPORT-RELEVE

                 WHEN OTHER
                    DISPLAY "Action inconnue"
              END-EVALUATE

      *       Tableau de disponibilité tenu à jour pour la salle
      *       après chaque mouvement saisi.
              IF WS-ACTION = "A" OR WS-ACTION = "S"
                 OR WS-ACTION = "T" OR WS-ACTION = "X" THEN
                 PERFORM 6362-EXPORT-DISPONIBILITE
              END-IF

           END-PERFORM

           END-IF.
      *    pas partager le même code.
           MOVE "N" TO WS-AJOUT-FAIT

      *    Seul un employé actif, affecté à ce site, peut déposer.
           MOVE "A" TO WS-CTL-ACTION
           PERFORM 6340-CONTROLE-EFFECTIF

           IF NOT EFFECTIF-OK THEN
              DISPLAY "Refusé : " WS-PRENOM " ne peut pas déposer ("
              WS-CTL-MOTIF ")"
           ELSE

      *    Contrôle du code plat contre le catalogue produits partagé
      *    avec la gestion du stock : une faute de frappe crée un plat
      *    fantôme qui ne matchera jamais la feuille de prep. Sans

      *    Date d'entrée : si non saisie, on prend la date du jour.
           IF WS-DATE-ENTREE = 0 THEN
              MOVE WS-DATE-METIER TO WS-DATE-ENTREE
           END-IF

      *    initialisation de la variable TROUVE

           END-IF

           END-IF

           EXIT PROGRAM.

       6010-RECAP.
      *    jours, pour éviter de les retrouver au tri du frigo. On
      *    balaye tous les sites pour couvrir le récapitulatif
      *    partagé.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
              UNTIL WS-CPT-SITE > WS-NB-SITES

                          AND WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) NOT = 0 THEN

                          MOVE WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL) TO DT-DATE-1
                          PERFORM 6370-AGE-EN-JOURS

                          IF WS-NB-JOURS-FRIGO > WS-SEUIL-PERIME-J
                          THEN
      *    WS-SITE-CODE.
           MOVE WS-SITE-CODE TO WS-CPT-SITE

      *    Seul un employé actif, affecté à ce site, peut retirer.
           MOVE "S" TO WS-CTL-ACTION
           PERFORM 6340-CONTROLE-EFFECTIF

           IF NOT EFFECTIF-OK THEN
              DISPLAY "Refusé : " WS-PRENOM " ne peut pas retirer ("
              WS-CTL-MOTIF ")"
           ELSE

      *    initialisation de la variable TROUVE
           SET RECHERCHE TO "N"

              DISPLAY "Le plat n'existe pas."
           END-IF

           END-IF


           EXIT PROGRAM.

      *    mouvements et totalise par code plat les retraits "S" au
      *    motif "J" (jeté) des WS-SEUIL-GASPI-J derniers jours, pour
      *    mesurer ce qui part à la poubelle au lieu d'être servi.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE 0 TO WS-GASPI-NB-PLATS
           PERFORM VARYING WS-CPT-GASPI FROM 1 BY 1
              UNTIL WS-CPT-GASPI > 50
              MOVE 0 TO WS-GASPI-NB(WS-CPT-GASPI)
           END-PERFORM

      *    L'index du journal mène directement aux mouvements
      *    récents de chaque plat ; sans index lisible, le journal
      *    séquentiel est relu en entier.
           PERFORM 6102-GASPI-PAR-INDEX

           IF NOT JIDX-LU THEN
              OPEN INPUT F-JOURNAL

              IF FS-JOURNAL = "00" THEN
                 PERFORM UNTIL FS-JOURNAL = "10"
                    READ F-JOURNAL INTO WS-JOURNAL-LUE
                       NOT AT END
                          PERFORM 6104-GASPI-LIGNE
                    END-READ
                 END-PERFORM
                 CLOSE F-JOURNAL
              ELSE
                 DISPLAY "Pas de journal des mouvements à analyser."
              END-IF
           END-IF

           DISPLAY "=== Gaspillage des " WS-SEUIL-GASPI-J " derniers

           EXIT PROGRAM.

       6102-GASPI-PAR-INDEX.
      *    Parcours de l'index du journal par plat : pour chaque
      *    plat, positionnement direct sur le premier mouvement de
      *    la période (plat + date de début), les mouvements plus
      *    anciens ne sont jamais lus. JIDX-LU reste à 0 si l'index
      *    ne s'ouvre pas.
           MOVE "N" TO WS-JIDX-FLAG
           MOVE "N" TO WS-JIDX-FIN

           OPEN INPUT F-JOURNAL-IDX

           IF FS-JOURNAL-IDX = "00" THEN
              SET JIDX-LU TO TRUE
              MOVE WS-DATE-JOUR TO DT-DATE-1
              COMPUTE DT-NB-JOURS = 0 - WS-SEUIL-GASPI-J
              PERFORM 6372-AJOUT-JOURS
              MOVE DT-DATE-RESULTAT TO WS-JIDX-DATE-MIN-N

              MOVE LOW-VALUES TO F-JIDX-CLE
              START F-JOURNAL-IDX KEY IS NOT LESS THAN F-JIDX-CLE
                 INVALID KEY
                    SET JIDX-FIN TO TRUE
              END-START

              PERFORM UNTIL JIDX-FIN
                 READ F-JOURNAL-IDX NEXT RECORD
                    AT END
                       SET JIDX-FIN TO TRUE
                    NOT AT END
                       IF F-JIDX-DATE-HEURE(1:8) < WS-JIDX-DATE-MIN
                          THEN
      *                   Mouvement trop ancien : saut au début de la
      *                   période pour ce plat.
                          MOVE WS-JIDX-DATE-MIN TO F-JIDX-DATE-HEURE
                          MOVE 0 TO F-JIDX-SEQ
                          START F-JOURNAL-IDX
                             KEY IS NOT LESS THAN F-JIDX-CLE
                             INVALID KEY
                                SET JIDX-FIN TO TRUE
                          END-START
                       ELSE
                          MOVE F-JIDX-LIGNE TO WS-JOURNAL-LUE
                          PERFORM 6104-GASPI-LIGNE
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE F-JOURNAL-IDX
           END-IF

           EXIT PROGRAM.

       6104-GASPI-LIGNE.
      *    Cumule ou retranche la ligne de journal relue
      *    (WS-JOURNAL-LUE) si c'est un retrait jeté, ou son
      *    annulation, des WS-SEUIL-GASPI-J derniers jours.
           IF WS-JLU-MOTIF = "J"
              AND WS-JLU-DATE-N IS NUMERIC
              AND (WS-JLU-ACTION = "S"
              OR (WS-JLU-ACTION = "X"
              AND WS-JLU-SITE-DEST = "S")) THEN

              MOVE WS-JLU-DATE-N TO DT-DATE-1
              PERFORM 6370-AGE-EN-JOURS

              IF WS-NB-JOURS-FRIGO <= WS-SEUIL-GASPI-J THEN
      *          Une ligne "X" annule un retrait jeté : le plat est
      *          retranché du cumul au lieu de compter une erreur de
      *          saisie en vrai gaspillage.
                 IF WS-JLU-ACTION = "S" THEN
                    PERFORM 6110-CUMUL-GASPILLAGE
                 ELSE
                    PERFORM 6112-DECUMUL-GASPILLAGE
                 END-IF
              END-IF

           END-IF

           EXIT PROGRAM.

       6110-CUMUL-GASPILLAGE.
      *    Cumule un plat jeté dans la table des totaux par code plat,
      *    en créant l'entrée si le code n'a pas encore été vu.
      *    6020-EXPIRATION-CHECK est sur le point de signaler : si un
      *    plat prévu en prep a déjà un lot vieillissant au frigo, la
      *    cuisine peut écouler ce lot au lieu d'en préparer un neuf.
      *    Les lignes d'un événement traiteur ne comptent que si
      *    l'événement a lieu aujourd'hui ou demain.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO DT-DATE-1
           MOVE 1 TO DT-NB-JOURS
           PERFORM 6372-AJOUT-JOURS
           MOVE DT-DATE-RESULTAT TO WS-DATE-DEMAIN
           COMPUTE WS-SEUIL-ECOULER-J = WS-SEUIL-PERIME-J -
              WS-MARGE-ECOULER-J

                 READ F-PREP INTO F-PREP-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-PREP-ALLERG
                       MOVE SPACES TO WS-PREP-SITE
                       MOVE SPACES TO WS-PREP-DATE
                       MOVE SPACES TO WS-PREP-REF

                       UNSTRING F-PREP-CURRENT
                          DELIMITED BY ";"
                             WS-PREP-PLAT
                             WS-PREP-PRENOM
                             WS-PREP-ALLERG
                             WS-PREP-SITE
                             WS-PREP-DATE
                             WS-PREP-REF
                       END-UNSTRING

                       IF WS-PREP-DATE IS NOT NUMERIC THEN
                          PERFORM 6130-CHERCHE-LOT-A-ECOULER
                       ELSE
                       IF WS-PREP-DATE >= WS-DATE-JOUR
                          AND WS-PREP-DATE <= WS-DATE-DEMAIN THEN
                          PERFORM 6130-CHERCHE-LOT-A-ECOULER
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP
                          AND WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) NOT = 0 THEN

                          MOVE WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL) TO DT-DATE-1
                          PERFORM 6370-AGE-EN-JOURS

                          IF WS-NB-JOURS-FRIGO >= WS-SEUIL-ECOULER-J
                          THEN
      *    Rapport mensuel de consommation : relit le journal des
      *    mouvements et totalise, par prénom, les dépôts ("A") et
      *    les retraits ("S") du mois courant, pour voir qui utilise
      *    réellement le frigo partagé. Le mois est la période
      *    comptable du calendrier fiscal quand il existe.
           PERFORM 6374-PERIODE-COURANTE

           MOVE 0 TO WS-CONSO-NB
           PERFORM VARYING WS-CPT-CONSO FROM 1 BY 1
              MOVE 0 TO WS-CONSO-RETRAITS(WS-CPT-CONSO)
           END-PERFORM

      *    L'index du journal, par sa clé employé, mène directement
      *    aux mouvements du mois de chaque prénom ; sans index
      *    lisible, le journal séquentiel est relu en entier.
           PERFORM 6142-CONSO-PAR-INDEX

           IF NOT JIDX-LU THEN
              OPEN INPUT F-JOURNAL

              IF FS-JOURNAL = "00" THEN
                 PERFORM UNTIL FS-JOURNAL = "10"
                    READ F-JOURNAL INTO WS-JOURNAL-LUE
                       NOT AT END
                          PERFORM 6144-CONSO-LIGNE
                    END-READ
                 END-PERFORM
                 CLOSE F-JOURNAL
              ELSE
                 DISPLAY "Pas de journal des mouvements à analyser."
              END-IF
           END-IF

           DISPLAY "=== Consommation de la période " WS-MOIS-COURANT
           " (" WS-PER-DEBUT " au " WS-PER-FIN ") par employé ==="

           IF WS-CONSO-NB = 0 THEN
              DISPLAY "Aucun mouvement sur la période."
           ELSE
              PERFORM VARYING WS-CPT-CONSO FROM 1 BY 1
                 UNTIL WS-CPT-CONSO > WS-CONSO-NB

           EXIT PROGRAM.

       6142-CONSO-PAR-INDEX.
      *    Parcours de l'index du journal par la clé employé (prénom
      *    + horodatage) : pour chaque prénom, positionnement direct
      *    sur le début du mois courant, puis saut au prénom suivant
      *    dès le mois dépassé. JIDX-LU reste à 0 si l'index ne
      *    s'ouvre pas.
           MOVE "N" TO WS-JIDX-FLAG
           MOVE "N" TO WS-JIDX-FIN

           OPEN INPUT F-JOURNAL-IDX

           IF FS-JOURNAL-IDX = "00" THEN
              SET JIDX-LU TO TRUE

              MOVE LOW-VALUES TO F-JIDX-CLE-EMPLOYE
              START F-JOURNAL-IDX
                 KEY IS NOT LESS THAN F-JIDX-CLE-EMPLOYE
                 INVALID KEY
                    SET JIDX-FIN TO TRUE
              END-START

              PERFORM UNTIL JIDX-FIN
                 READ F-JOURNAL-IDX NEXT RECORD
                    AT END
                       SET JIDX-FIN TO TRUE
                    NOT AT END
                       EVALUATE TRUE
                          WHEN F-JIDX-EMP-DH(1:8) < WS-PER-DEBUT
      *                      Avant la période : saut à son début
      *                      pour ce prénom.
                             MOVE WS-PER-DEBUT TO F-JIDX-EMP-DH
                             START F-JOURNAL-IDX
                                KEY IS NOT LESS THAN F-JIDX-CLE-EMPLOYE
                                INVALID KEY
                                   SET JIDX-FIN TO TRUE
                             END-START
                          WHEN F-JIDX-EMP-DH(1:8) > WS-PER-FIN
      *                      Après la période : saut au prénom
      *                      suivant.
                             MOVE HIGH-VALUES TO F-JIDX-EMP-DH
                             START F-JOURNAL-IDX
                                KEY IS GREATER THAN F-JIDX-CLE-EMPLOYE
                                INVALID KEY
                                   SET JIDX-FIN TO TRUE
                             END-START
                          WHEN OTHER
                             MOVE F-JIDX-LIGNE TO WS-JOURNAL-LUE
                             PERFORM 6144-CONSO-LIGNE
                       END-EVALUATE
                 END-READ
              END-PERFORM

              CLOSE F-JOURNAL-IDX
           END-IF

           EXIT PROGRAM.

       6144-CONSO-LIGNE.
      *    Cumule la ligne de journal relue (WS-JOURNAL-LUE) si c'est
      *    un dépôt, un retrait ou une annulation du mois courant.
      *    Le contrôle sur le site écarte les lignes de journal à
      *    l'ancien format (sans champ site), dont le prénom serait
      *    relu à un décalage faux.
           IF WS-JLU-DATE >= WS-PER-DEBUT
              AND WS-JLU-DATE <= WS-PER-FIN
              AND WS-JLU-SITE IS NUMERIC
              AND (WS-JLU-ACTION = "A"
              OR WS-JLU-ACTION = "S"
              OR WS-JLU-ACTION = "X") THEN
              PERFORM 6150-CUMUL-CONSO
           END-IF

           EXIT PROGRAM.

       6150-CUMUL-CONSO.
      *    Cumule un mouvement du journal dans la table par prénom,
      *    en créant l'entrée si le prénom n'a pas encore été vu.
              DISPLAY "Transfert refusé : site destination invalide."
           ELSE

      *    Seul un employé actif, affecté au site d'origine, peut
      *    transférer.
           MOVE "T" TO WS-CTL-ACTION
           PERFORM 6340-CONTROLE-EFFECTIF

           IF NOT EFFECTIF-OK THEN
              DISPLAY "Transfert refusé : " WS-PRENOM " ("
              WS-CTL-MOTIF ")"
           ELSE

      *    Recherche du plat sur le site d'origine.
           MOVE WS-SITE-CODE TO WS-CPT-SITE


           END-IF

           END-IF

           EXIT PROGRAM.

       6060-LOG-MOUVEMENT.
      *    Ajoute une ligne au journal des mouvements (dépôts et
      *    retraits) afin de conserver un historique exploitable.
           MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-DATE-HEURE
           MOVE WS-DATE-METIER TO WS-JOURNAL-DATE

           OPEN EXTEND F-JOURNAL
           IF FS-JOURNAL = "35" THEN

           CLOSE F-JOURNAL

      *    En simulation, l'index n'est ni tenu ni relu : les
      *    rapports relisent le journal de simulation séquentiel.
           IF NOT EN-SIMULATION THEN
              PERFORM 6062-INDEXE-MOUVEMENT
           END-IF

      *    La référence (ticket, motif de refus) ne vaut que pour le
      *    mouvement qui vient d'être tracé.
           MOVE SPACES TO WS-JOURNAL-REFERENCE

           EXIT PROGRAM.

       6062-INDEXE-MOUVEMENT.
      *    Reporte la ligne qui vient d'être écrite dans l'index du
      *    journal. Un index illisible ne bloque pas le mouvement
      *    (le journal séquentiel fait foi) : il est signalé une fois
      *    pour être reconstruit par BD104.
           OPEN I-O F-JOURNAL-IDX
           IF FS-JOURNAL-IDX = "35" THEN
              OPEN OUTPUT F-JOURNAL-IDX
           END-IF

           IF FS-JOURNAL-IDX = "00" THEN
              MOVE WS-JOURNAL-PLAT TO F-JIDX-PLAT
              MOVE WS-JOURNAL-LIGNE-SORTIE(1:15) TO F-JIDX-DATE-HEURE
              MOVE 0 TO F-JIDX-SEQ
              MOVE WS-JOURNAL-PRENOM TO F-JIDX-PRENOM
              MOVE WS-JOURNAL-LIGNE-SORTIE(1:15) TO F-JIDX-EMP-DH
              MOVE WS-JOURNAL-SITE TO F-JIDX-SITE
              MOVE WS-JOURNAL-LIGNE-SORTIE(1:15) TO F-JIDX-SITE-DH
              MOVE WS-JOURNAL-LIGNE-SORTIE TO F-JIDX-LIGNE

              WRITE F-JIDX-ENREG
                 INVALID KEY
                    CONTINUE
              END-WRITE

      *       Même plat déjà mouvementé dans la même seconde (lots de
      *       mouvements) : rang suivant.
              PERFORM UNTIL FS-JOURNAL-IDX NOT = "22"
                 OR F-JIDX-SEQ = 999
                 ADD 1 TO F-JIDX-SEQ
                 WRITE F-JIDX-ENREG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-PERFORM

              CLOSE F-JOURNAL-IDX
           ELSE
              IF NOT JIDX-ALERTE-FAITE THEN
                 DISPLAY "Index du journal indisponible (statut "
                 FS-JOURNAL-IDX "), à reconstruire par BD104."
                 SET JIDX-ALERTE-FAITE TO TRUE
              END-IF
           END-IF

           EXIT PROGRAM.

       6160-CHARGE-CONFIG.
              MOVE 4 TO WS-NB-EMPLS(WS-CPT-SITE)
           END-PERFORM

      *    Avec une section BD101 dans Gestion.txt, l'ancien fichier
      *    n'est plus lu.
           IF CF-SECTION-TROUVEE THEN
              MOVE "35" TO FS-CONFIG
           ELSE
              OPEN INPUT F-CONFIG
           END-IF

           IF FS-CONFIG = "00" THEN
              PERFORM UNTIL FS-CONFIG = "10"
              END-PERFORM
              CLOSE F-CONFIG
           ELSE
              IF NOT CF-SECTION-TROUVEE THEN
                 DISPLAY "Pas de fichier de dimensionnement, "
                    "dimensions par défaut."
              END-IF
           END-IF

           EXIT PROGRAM.

       6162-CHARGE-CONFIGURATION.
      *    Réglages du run lus dans la section [BD101] de Gestion.txt
      *    par le service BC812 : FRIGOS.s, RAYONS.s, EMPLS.s
      *    (dimensionnement du site s), SEUIL_REJETS (%), SEUIL_TEMP
      *    (°C), TENDANCE_FENETRE (jours), TENDANCE_DERIVE,
      *    TENDANCE_DISPERSION et TENDANCE_K. Une valeur refusée
      *    arrête le programme avant toute lecture. Sans section
      *    BD101, les anciens fichiers (FrigoConfig.txt,
      *    SoldeSeuilRejets.txt, FrigoTendance.txt) restent lus. Les
      *    valeurs employées sont tracées dans ConfigUtilisee.txt.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD101" TO CF-PROGRAMME
           IF EN-SIMULATION THEN
              SET CF-EN-SIMULATION TO TRUE
           END-IF

           PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
              UNTIL WS-CPT-SITE > WS-NB-SITES
              MOVE "N" TO WS-CFGR-TYPE
              MOVE 1 TO WS-CFGR-MIN
              MOVE 9 TO WS-CFGR-MAX
              MOVE SPACES TO WS-CFGR-CLE
              STRING "FRIGOS." WS-CPT-SITE DELIMITED BY SIZE
                 INTO WS-CFGR-CLE
              END-STRING
              PERFORM 6163-AJOUT-REGLE
              MOVE SPACES TO WS-CFGR-CLE
              STRING "RAYONS." WS-CPT-SITE DELIMITED BY SIZE
                 INTO WS-CFGR-CLE
              END-STRING
              PERFORM 6163-AJOUT-REGLE
              MOVE SPACES TO WS-CFGR-CLE
              STRING "EMPLS." WS-CPT-SITE DELIMITED BY SIZE
                 INTO WS-CFGR-CLE
              END-STRING
              PERFORM 6163-AJOUT-REGLE
           END-PERFORM

           MOVE "SEUIL_REJETS" TO WS-CFGR-CLE
           MOVE 1 TO WS-CFGR-MIN
           MOVE 100 TO WS-CFGR-MAX
           PERFORM 6163-AJOUT-REGLE
           MOVE "TENDANCE_FENETRE" TO WS-CFGR-CLE
           MOVE 4 TO WS-CFGR-MIN
           MOVE 365 TO WS-CFGR-MAX
           PERFORM 6163-AJOUT-REGLE
           MOVE "D" TO WS-CFGR-TYPE
           MOVE "SEUIL_TEMP" TO WS-CFGR-CLE
           MOVE -30 TO WS-CFGR-MIN
           MOVE 30 TO WS-CFGR-MAX
           PERFORM 6163-AJOUT-REGLE
           MOVE 0.01 TO WS-CFGR-MIN
           MOVE 99.99 TO WS-CFGR-MAX
           MOVE "TENDANCE_DERIVE" TO WS-CFGR-CLE
           PERFORM 6163-AJOUT-REGLE
           MOVE "TENDANCE_DISPERSION" TO WS-CFGR-CLE
           PERFORM 6163-AJOUT-REGLE
           MOVE "TENDANCE_K" TO WS-CFGR-CLE
           PERFORM 6163-AJOUT-REGLE

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD101]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    Valeurs par défaut et ancien fichier de dimensionnement.
           PERFORM 6160-CHARGE-CONFIG

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
                 UNTIL WS-CPT-SITE > WS-NB-SITES
                 MOVE SPACES TO CF-CHERCHE
                 STRING "FRIGOS." WS-CPT-SITE DELIMITED BY SIZE
                    INTO CF-CHERCHE
                 END-STRING
                 CALL "BC812" USING CF-PARAMETRES
                 IF CF-CLE-TROUVEE THEN
                    MOVE CF-NUM TO WS-NB-FRIGOS(WS-CPT-SITE)
                 END-IF
                 MOVE SPACES TO CF-CHERCHE
                 STRING "RAYONS." WS-CPT-SITE DELIMITED BY SIZE
                    INTO CF-CHERCHE
                 END-STRING
                 CALL "BC812" USING CF-PARAMETRES
                 IF CF-CLE-TROUVEE THEN
                    MOVE CF-NUM TO WS-NB-RAYONS(WS-CPT-SITE)
                 END-IF
                 MOVE SPACES TO CF-CHERCHE
                 STRING "EMPLS." WS-CPT-SITE DELIMITED BY SIZE
                    INTO CF-CHERCHE
                 END-STRING
                 CALL "BC812" USING CF-PARAMETRES
                 IF CF-CLE-TROUVEE THEN
                    MOVE CF-NUM TO WS-NB-EMPLS(WS-CPT-SITE)
                 END-IF
              END-PERFORM

              MOVE "SEUIL_REJETS" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-SEUIL-REJETS-PCT
              END-IF
              MOVE "SEUIL_TEMP" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-SEUIL-TEMP-C
              END-IF
              MOVE "TENDANCE_FENETRE" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-TDC-FENETRE-J
              END-IF
              MOVE "TENDANCE_DERIVE" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-TDC-DERIVE-MAX
              END-IF
              MOVE "TENDANCE_DISPERSION" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-TDC-DISPERSION-MAX
              END-IF
              MOVE "TENDANCE_K" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-TDC-SEUIL-K
              END-IF
           ELSE
              PERFORM 6042-CHARGE-SEUIL-REJETS
              PERFORM 6184-CHARGE-TENDANCE
           END-IF

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
              UNTIL WS-CPT-SITE > WS-NB-SITES
              MOVE SPACES TO CF-CHERCHE
              STRING "FRIGOS." WS-CPT-SITE DELIMITED BY SIZE
                 INTO CF-CHERCHE
              END-STRING
              MOVE WS-NB-FRIGOS(WS-CPT-SITE) TO CF-NUM
              CALL "BC812" USING CF-PARAMETRES
              MOVE SPACES TO CF-CHERCHE
              STRING "RAYONS." WS-CPT-SITE DELIMITED BY SIZE
                 INTO CF-CHERCHE
              END-STRING
              MOVE WS-NB-RAYONS(WS-CPT-SITE) TO CF-NUM
              CALL "BC812" USING CF-PARAMETRES
              MOVE SPACES TO CF-CHERCHE
              STRING "EMPLS." WS-CPT-SITE DELIMITED BY SIZE
                 INTO CF-CHERCHE
              END-STRING
              MOVE WS-NB-EMPLS(WS-CPT-SITE) TO CF-NUM
              CALL "BC812" USING CF-PARAMETRES
           END-PERFORM
           MOVE "SEUIL_REJETS" TO CF-CHERCHE
           MOVE WS-SEUIL-REJETS-PCT TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "SEUIL_TEMP" TO CF-CHERCHE
           MOVE WS-SEUIL-TEMP-C TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TENDANCE_FENETRE" TO CF-CHERCHE
           MOVE WS-TDC-FENETRE-J TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TENDANCE_DERIVE" TO CF-CHERCHE
           MOVE WS-TDC-DERIVE-MAX TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TENDANCE_DISPERSION" TO CF-CHERCHE
           MOVE WS-TDC-DISPERSION-MAX TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TENDANCE_K" TO CF-CHERCHE
           MOVE WS-TDC-SEUIL-K TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6163-AJOUT-REGLE.
      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

       6040-CHARGE-FRIGO.
      *    refuse de continuer quand les rejets dépassent le seuil
      *    configuré : un solde à moitié corrompu ne doit plus
      *    devenir en silence des frigos à moitié vides.
      *    Le seuil est chargé au démarrage par
      *    6162-CHARGE-CONFIGURATION.
           OPEN INPUT F-FRIGO

           IF FS-FRIGO = "00" THEN
      *    15+ dishes à la main au lancement. Le site est celui par
      *    défaut (Site 1) et la taille/la date prennent leurs valeurs
      *    par défaut (1 emplacement, date du jour).
      *    Les lignes générées par BC103 pour un événement traiteur
      *    portent en plus site;date;référence : elles sont déposées
      *    sur leur site le jour de l'événement seulement, tracées au
      *    journal avec la référence de l'événement ; avant ce jour
      *    elles restent dans la feuille, après elles sont ignorées.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE 0 TO WS-NB-PREP-A-VENIR
           MOVE 0 TO WS-NB-PREP-PASSEES

           OPEN INPUT F-PREP

           IF FS-PREP = "00" THEN
                 READ F-PREP INTO F-PREP-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-PREP-ALLERG
                       MOVE SPACES TO WS-PREP-SITE
                       MOVE SPACES TO WS-PREP-DATE
                       MOVE SPACES TO WS-PREP-REF

                       UNSTRING F-PREP-CURRENT
                          DELIMITED BY ";"
                             WS-PREP-PLAT
                             WS-PREP-PRENOM
                             WS-PREP-ALLERG
                             WS-PREP-SITE
                             WS-PREP-DATE
                             WS-PREP-REF
                       END-UNSTRING

                       IF WS-PREP-DATE IS NUMERIC
                          AND WS-PREP-DATE > WS-DATE-JOUR THEN
                          ADD 1 TO WS-NB-PREP-A-VENIR
                       ELSE
                       IF WS-PREP-DATE IS NUMERIC
                          AND WS-PREP-DATE < WS-DATE-JOUR THEN
                          ADD 1 TO WS-NB-PREP-PASSEES
                       ELSE
                          MOVE 1 TO WS-SITE-CODE
                          IF WS-PREP-SITE IS NUMERIC THEN
                             MOVE WS-PREP-SITE TO WS-SITE-CODE
                             IF WS-SITE-CODE = 0
                                OR WS-SITE-CODE > WS-NB-SITES THEN
                                MOVE 1 TO WS-SITE-CODE
                             END-IF
                          END-IF
                          MOVE WS-PREP-PLAT TO WS-IDPLAT
                          MOVE WS-PREP-PRENOM TO WS-PRENOM
                          MOVE SPACE TO WS-TAILLE
                          MOVE 0 TO WS-DATE-ENTREE
                          MOVE WS-PREP-ALLERG TO WS-ALLERG

      *                   Les dépôts de la feuille de prep comptent
      *                   dans les compteurs d'exploitation, comme
      *                   ceux de la feuille de mouvements.
                          ADD 1 TO WS-MVT-LUS
                          MOVE WS-PREP-REF TO WS-JOURNAL-REFERENCE
                          PERFORM 6000-AJOUT
                          MOVE SPACES TO WS-JOURNAL-REFERENCE
                          IF AJOUT-OK THEN
                             ADD 1 TO WS-MVT-APPLIQUES
                          ELSE
                             ADD 1 TO WS-MVT-REJETS
                          END-IF
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP

              IF WS-NB-PREP-A-VENIR > 0 THEN
                 DISPLAY WS-NB-PREP-A-VENIR " ligne(s) de prep traite
      -          "ur à déposer le jour de leur événement."
              END-IF
              IF WS-NB-PREP-PASSEES > 0 THEN
                 DISPLAY WS-NB-PREP-PASSEES " ligne(s) de prep traite
      -          "ur d'un événement passé ignorée(s)."
              END-IF
           ELSE
              DISPLAY "Pas de feuille de prep trouvée, chargement auto
      -       "matique ignoré."

       6170-CHARGE-TRANSFERT.
      *    Lit le fichier de transfert écrit par la gestion du stock
      *    hangar (une ligne code;quantité;date par sortie destinée à
      *    la cuisine, suivie du site de destination quand ce n'est
      *    pas le site 1) et dépose chaque produit via 6000-AJOUT,
      *    comme le fait 6070-CHARGE-PREP pour la feuille de prep.
      *    Une ligne de transfert vaut un bac déposé sur un
      *    emplacement, quelle que soit la quantité sortie du hangar :
      *    le frigo gère des bacs, la quantité reste affichée pour
      *    information. Seules les lignes réellement déposées sont
      *    consommées ; les lignes refusées par 6000-AJOUT (code déjà
      *    présent, plus de place) ou destinées à un site non
      *    configuré sont réécrites dans le fichier pour être
      *    représentées au prochain lancement.
           MOVE 0 TO WS-NB-TRF-RESTANTS
           MOVE 0 TO WS-NB-TRF-SOUFFRANCE

           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           OPEN INPUT F-TRANSFERT

           IF FS-TRANSFERT = "00" THEN
                 READ F-TRANSFERT INTO F-TRANSFERT-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-TRANSFERT-DATE
                       MOVE SPACE TO WS-TRANSFERT-SITE

                       UNSTRING F-TRANSFERT-CURRENT
                          DELIMITED BY ";"
                             WS-TRANSFERT-PLAT
                             WS-TRANSFERT-QTE
                             WS-TRANSFERT-DATE
                             WS-TRANSFERT-SITE
                       END-UNSTRING

                       DISPLAY "Transfert hangar vers cuisine : "
      *                signalée et escaladée au balayage de
      *                péremption (produit réfrigéré déjà perdu).
                       IF WS-TRANSFERT-DATE IS NUMERIC THEN
                          MOVE WS-TRANSFERT-DATE TO DT-DATE-1
                          PERFORM 6370-AGE-EN-JOURS

                          IF WS-NB-JOURS-FRIGO > WS-SEUIL-TRF-J THEN
                             ADD 1 TO WS-NB-TRF-SOUFFRANCE
                          END-IF
                       END-IF

      *                Site de destination facultatif : sans site,
      *                le transfert va à la cuisine du site 1 ; un
      *                site non configuré n'est pas déposé et la
      *                ligne est conservée (l'audit référentiel de la
      *                chaîne de nuit la signale).
                       MOVE 1 TO WS-SITE-CODE
                       IF WS-TRANSFERT-SITE IS NUMERIC
                          AND WS-TRANSFERT-SITE >= "1"
                          AND WS-TRANSFERT-SITE <= "2" THEN
                          MOVE WS-TRANSFERT-SITE TO WS-SITE-CODE
                       END-IF
                       MOVE WS-TRANSFERT-PLAT TO WS-IDPLAT
                       MOVE "HANGAR" TO WS-PRENOM
                       MOVE SPACE TO WS-TAILLE
      *                compteurs d'exploitation : déposé = appliqué,
      *                représenté au prochain lancement = rejet.
                       ADD 1 TO WS-MVT-LUS
                       IF WS-TRANSFERT-SITE = SPACE
                          OR WS-TRANSFERT-SITE = WS-SITE-CODE THEN
                          PERFORM 6000-AJOUT
                       ELSE
                          MOVE "N" TO WS-AJOUT-FAIT
                          DISPLAY "Transfert vers un site non configur"
                             "é : " WS-TRANSFERT-SITE
                       END-IF

                       IF AJOUT-OK THEN
                          ADD 1 TO WS-MVT-APPLIQUES
                             END-IF
                             MOVE SPACES TO
                                WS-TRF-RESTANT(WS-NB-TRF-RESTANTS)
                             IF WS-TRANSFERT-SITE = SPACE THEN
                                STRING WS-TRANSFERT-PLAT ";"
                                   WS-TRANSFERT-QTE ";"
                                   WS-TRANSFERT-DATE
                                   DELIMITED BY SIZE
                                   INTO
                                   WS-TRF-RESTANT(WS-NB-TRF-RESTANTS)
                                END-STRING
                             ELSE
                                STRING WS-TRANSFERT-PLAT ";"
                                   WS-TRANSFERT-QTE ";"
                                   WS-TRANSFERT-DATE ";"
                                   WS-TRANSFERT-SITE
                                   DELIMITED BY SIZE
                                   INTO
                                   WS-TRF-RESTANT(WS-NB-TRF-RESTANTS)
                                END-STRING
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TRANSFERT

           EXIT PROGRAM.

       6310-CHARGE-VENTES-CAISSE.
      *    Lit l'export des ventes de la caisse (ticket;site;plat;
      *    quantité;heure) : chaque portion vendue sort des frigos du
      *    site le plus ancien emplacement portant le plat, avec le
      *    motif "servi" et le numéro de ticket au journal, sans que
      *    la salle ait à saisir les "S". Les portions qu'aucun frigo
      *    ne peut servir partent dans le fichier des exceptions pour
      *    revue par le chef. L'export est consommé après lecture,
      *    comme le fichier de transfert, pour qu'un second
      *    lancement ne rejoue pas les mêmes tickets.
           MOVE 0 TO WS-VENTES-LUES
           MOVE 0 TO WS-VENTES-SERVIES
           MOVE 0 TO WS-VENTES-EXCEPTIONS

           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           OPEN INPUT F-VENTES

           IF FS-VENTES = "00" THEN
              OPEN EXTEND F-VENTES-EXCEP
              IF FS-VENTES-EXCEP = "35" THEN
                 OPEN OUTPUT F-VENTES-EXCEP
              END-IF
              OPEN EXTEND F-VENTES-HISTO
              IF FS-VENTES-HISTO = "35" THEN
                 OPEN OUTPUT F-VENTES-HISTO
              END-IF

              PERFORM UNTIL FS-VENTES = "10"
                 READ F-VENTES INTO F-VENTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO F-VENTES-HISTO-LIGNE
                       STRING WS-DATE-JOUR ";" F-VENTES-LIGNE
                          DELIMITED BY SIZE
                          INTO F-VENTES-HISTO-LIGNE
                       END-STRING
                       WRITE F-VENTES-HISTO-LIGNE

                       MOVE SPACES TO WS-VENTE-CURRENT

                       UNSTRING F-VENTES-LIGNE
                          DELIMITED BY ";"
                          INTO
                             WS-VENTE-TICKET
                             WS-VENTE-SITE
                             WS-VENTE-PLAT
                             WS-VENTE-QTE
                             WS-VENTE-HEURE
                       END-UNSTRING

      *                Quantité absente ou illisible : une portion.
                       IF WS-VENTE-QTE = SPACES THEN
                          MOVE 1 TO WS-VENTE-QTE-N
                       ELSE
                          COMPUTE WS-VENTE-QTE-N =
                             FUNCTION NUMVAL(WS-VENTE-QTE)
                       END-IF
                       IF WS-VENTE-QTE-N = 0 THEN
                          MOVE 1 TO WS-VENTE-QTE-N
                       END-IF

                       MOVE 0 TO WS-VENTE-MANQUE

                       IF WS-VENTE-SITE IS NUMERIC
                          AND WS-VENTE-SITE NOT = "0"
                          AND WS-VENTE-SITE <= WS-NB-SITES THEN
                          MOVE WS-VENTE-SITE TO WS-SITE-CODE

                          PERFORM VARYING WS-VENTE-PORTION FROM 1 BY 1
                             UNTIL WS-VENTE-PORTION > WS-VENTE-QTE-N
                             ADD 1 TO WS-VENTES-LUES
                             ADD 1 TO WS-MVT-LUS
                             PERFORM 6320-SORTIE-VENTE
                             IF VENTE-TROUVEE THEN
                                ADD 1 TO WS-VENTES-SERVIES
                                ADD 1 TO WS-MVT-APPLIQUES
                             ELSE
                                ADD 1 TO WS-VENTE-MANQUE
                                ADD 1 TO WS-MVT-REJETS
                             END-IF
                          END-PERFORM
                       ELSE
                          ADD WS-VENTE-QTE-N TO WS-VENTES-LUES
                          ADD WS-VENTE-QTE-N TO WS-MVT-LUS
                          ADD WS-VENTE-QTE-N TO WS-MVT-REJETS
                          MOVE WS-VENTE-QTE-N TO WS-VENTE-MANQUE
                       END-IF

      *                Portions non servies : une ligne d'exception par
      *                ticket et plat, avec le nombre manquant.
                       IF WS-VENTE-MANQUE > 0 THEN
                          ADD WS-VENTE-MANQUE TO WS-VENTES-EXCEPTIONS
                          MOVE SPACES TO F-VENTES-EXCEP-LIGNE
                          IF WS-VENTE-SITE IS NUMERIC
                             AND WS-VENTE-SITE NOT = "0"
                             AND WS-VENTE-SITE <= WS-NB-SITES THEN
                             STRING WS-DATE-JOUR ";" WS-VENTE-TICKET
                                ";" WS-VENTE-SITE ";" WS-VENTE-PLAT
                                ";" WS-VENTE-MANQUE ";" WS-VENTE-HEURE
                                ";PLAT ABSENT DES FRIGOS"
                                DELIMITED BY SIZE
                                INTO F-VENTES-EXCEP-LIGNE
                             END-STRING
                          ELSE
                             STRING WS-DATE-JOUR ";" WS-VENTE-TICKET
                                ";" WS-VENTE-SITE ";" WS-VENTE-PLAT
                                ";" WS-VENTE-MANQUE ";" WS-VENTE-HEURE
                                ";SITE INCONNU"
                                DELIMITED BY SIZE
                                INTO F-VENTES-EXCEP-LIGNE
                             END-STRING
                          END-IF
                          WRITE F-VENTES-EXCEP-LIGNE
                          DISPLAY "Vente non servie par les frigos : "
                          "ticket " WS-VENTE-TICKET " plat "
                          WS-VENTE-PLAT " (" WS-VENTE-MANQUE
                          " portion(s))"
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE F-VENTES
              CLOSE F-VENTES-EXCEP
              CLOSE F-VENTES-HISTO

      *       Les ventes lues sont consommées : l'export est vidé.
              OPEN OUTPUT F-VENTES
              CLOSE F-VENTES

              DISPLAY "-- VENTES DE LA CAISSE --"
              DISPLAY "Portions vendues     : " WS-VENTES-LUES
              DISPLAY "Portions servies     : " WS-VENTES-SERVIES
              DISPLAY "Portions en exception: " WS-VENTES-EXCEPTIONS
              DISPLAY "--------------------------"
           ELSE
              DISPLAY "Pas de ventes de la caisse à charger."
           END-IF

           EXIT PROGRAM.

       6320-SORTIE-VENTE.
      *    Sort une portion du plat WS-VENTE-PLAT du site
      *    WS-SITE-CODE : l'emplacement retenu est le plus ancien
      *    (plus petite date d'entrée), pour écouler les lots dans
      *    l'ordre. La sortie est journalisée en "S" motif "V" au nom
      *    de la caisse, avec le numéro de ticket.
           MOVE WS-SITE-CODE TO WS-CPT-SITE
           MOVE "N" TO WS-VENTE-TROUVEE
           MOVE 99999999 TO WS-VENTE-DATE-MIN

           PERFORM VARYING WS-CPT-FRIGO FROM 1 BY 1
              UNTIL WS-CPT-FRIGO > WS-NB-FRIGOS(WS-CPT-SITE)

              PERFORM VARYING WS-CPT-RAYON FROM 1 BY 1
                 UNTIL WS-CPT-RAYON > WS-NB-RAYONS(WS-CPT-SITE)

                 PERFORM VARYING WS-CPT-EMPL FROM 1 BY 1
                    UNTIL WS-CPT-EMPL > WS-NB-EMPLS(WS-CPT-SITE)

                    IF WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                       WS-CPT-RAYON,WS-CPT-EMPL) = WS-VENTE-PLAT
                       AND WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                       WS-CPT-RAYON,WS-CPT-EMPL) < WS-VENTE-DATE-MIN
                       THEN
                       MOVE WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) TO WS-VENTE-DATE-MIN
                       MOVE WS-CPT-SITE TO WS-SAVE-SITE
                       MOVE WS-CPT-FRIGO TO WS-SAVE-FRIGO
                       MOVE WS-CPT-RAYON TO WS-SAVE-RAYON
                       MOVE WS-CPT-EMPL TO WS-SAVE-EMPL
                       SET VENTE-TROUVEE TO TRUE
                    END-IF

                 END-PERFORM

              END-PERFORM

           END-PERFORM

           IF VENTE-TROUVEE THEN
              MOVE "S" TO WS-JOURNAL-ACTION
              MOVE WS-SAVE-SITE TO WS-JOURNAL-SITE
              MOVE SPACE TO WS-JOURNAL-SITE-SEP
              MOVE SPACE TO WS-JOURNAL-SITE-DEST
              MOVE WS-VENTE-PLAT TO WS-JOURNAL-PLAT
              MOVE WS-SAVE-FRIGO TO WS-JOURNAL-FRIGO
              MOVE WS-SAVE-RAYON TO WS-JOURNAL-RAYON
              MOVE WS-SAVE-EMPL TO WS-JOURNAL-EMPL
              MOVE "CAISSE" TO WS-JOURNAL-PRENOM
              MOVE "V" TO WS-JOURNAL-MOTIF
              MOVE WS-VENTE-TICKET TO WS-JOURNAL-REFERENCE
              PERFORM 6060-LOG-MOUVEMENT

              MOVE SPACES TO WS-EMPL-PLAT(WS-SAVE-SITE,WS-SAVE-FRIGO,
                 WS-SAVE-RAYON,WS-SAVE-EMPL)
              MOVE SPACES TO WS-EMPL-PRENOM(WS-SAVE-SITE,
                 WS-SAVE-FRIGO,WS-SAVE-RAYON,WS-SAVE-EMPL)
              MOVE 0 TO WS-EMPL-DATE(WS-SAVE-SITE,WS-SAVE-FRIGO,
                 WS-SAVE-RAYON,WS-SAVE-EMPL)
              MOVE SPACES TO WS-EMPL-ALLERG(WS-SAVE-SITE,
                 WS-SAVE-FRIGO,WS-SAVE-RAYON,WS-SAVE-EMPL)
           END-IF

           EXIT PROGRAM.

       6330-CHARGE-EFFECTIF.
      *    Charge la photographie de l'effectif (matricule;état;date)
      *    écrite par la gestion des états des employés, puis le
      *    personnel de cuisine (prénom;matricule;site affecté). Les
      *    deux sont nécessaires au contrôle des prénoms : sans l'un
      *    d'eux, les mouvements sont acceptés comme avant.
           MOVE 0 TO WS-NB-EFFECTIF
           MOVE 0 TO WS-NB-PERSONNEL

           OPEN INPUT F-EFFECTIF

           IF FS-EFFECTIF = "00" THEN
              PERFORM UNTIL FS-EFFECTIF = "10"
                 READ F-EFFECTIF INTO F-EFFECTIF-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-EFF-MATRICULE-TXT
                       MOVE SPACES TO WS-EFF-ETAT-TXT
                       UNSTRING F-EFFECTIF-LIGNE DELIMITED BY ";"
                          INTO WS-EFF-MATRICULE-TXT
                               WS-EFF-ETAT-TXT
                       END-UNSTRING

                       IF WS-EFF-MATRICULE-TXT NOT = SPACES
                          AND WS-NB-EFFECTIF < 100 THEN
                          ADD 1 TO WS-NB-EFFECTIF
                          MOVE WS-EFF-MATRICULE-TXT TO
                             WS-EFF-MATRICULE(WS-NB-EFFECTIF)
                          MOVE WS-EFF-ETAT-TXT TO
                             WS-EFF-ETAT(WS-NB-EFFECTIF)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-EFFECTIF
           END-IF

           OPEN INPUT F-PERSONNEL

           IF FS-PERSONNEL = "00" THEN
              PERFORM UNTIL FS-PERSONNEL = "10"
                 READ F-PERSONNEL INTO F-PERSONNEL-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PERS-PRENOM-TXT
                       MOVE SPACES TO WS-EFF-MATRICULE-TXT
                       MOVE SPACES TO WS-PERS-SITE-TXT
                       UNSTRING F-PERSONNEL-LIGNE DELIMITED BY ";"
                          INTO WS-PERS-PRENOM-TXT
                               WS-EFF-MATRICULE-TXT
                               WS-PERS-SITE-TXT
                       END-UNSTRING

                       IF WS-PERS-PRENOM-TXT NOT = SPACES
                          AND WS-NB-PERSONNEL < 100 THEN
                          ADD 1 TO WS-NB-PERSONNEL
                          MOVE WS-PERS-PRENOM-TXT TO
                             WS-PERS-PRENOM(WS-NB-PERSONNEL)
                          MOVE WS-EFF-MATRICULE-TXT TO
                             WS-PERS-MATRICULE(WS-NB-PERSONNEL)
                          MOVE WS-PERS-SITE-TXT TO
                             WS-PERS-SITE(WS-NB-PERSONNEL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PERSONNEL
           END-IF

           IF WS-NB-EFFECTIF > 0 AND WS-NB-PERSONNEL > 0 THEN
              DISPLAY "Effectif chargé : " WS-NB-EFFECTIF
              " matricule(s), " WS-NB-PERSONNEL
              " prénom(s) de cuisine contrôlé(s)."
           ELSE
              DISPLAY "Pas d'effectif ou de personnel de cuisine, "
              "prénoms non contrôlés."
           END-IF

           EXIT PROGRAM.

       6340-CONTROLE-EFFECTIF.
      *    Contrôle le prénom WS-PRENOM du mouvement WS-CTL-ACTION
      *    sur le site WS-SITE-CODE : prénom connu du personnel de
      *    cuisine, matricule à l'état actif dans l'effectif, et site
      *    affecté égal au site du mouvement quand il est renseigné.
      *    Les dépôts automatiques du hangar et du traiteur (BC103)
      *    et les sorties de la caisse ne sont pas des employés et
      *    passent toujours. Un
      *    refus est tracé au journal en ligne "R" : l'action refusée
      *    dans la zone motif, le motif du refus en référence.
           SET EFFECTIF-OK TO TRUE
           MOVE SPACES TO WS-CTL-MOTIF

           IF WS-NB-EFFECTIF > 0 AND WS-NB-PERSONNEL > 0
              AND WS-PRENOM NOT = "HANGAR"
              AND WS-PRENOM NOT = "TRAITEUR"
              AND WS-PRENOM NOT = "CAISSE" THEN

              MOVE "N" TO WS-EFFECTIF-CONTROLE
              MOVE SPACES TO WS-CTL-MATRICULE
              MOVE SPACES TO WS-CTL-SITE
              MOVE SPACES TO WS-CTL-ETAT

              PERFORM VARYING WS-CPT-PERSONNEL FROM 1 BY 1
                 UNTIL WS-CPT-PERSONNEL > WS-NB-PERSONNEL
                 OR WS-CTL-MATRICULE NOT = SPACES
                 IF WS-PERS-PRENOM(WS-CPT-PERSONNEL) = WS-PRENOM THEN
                    MOVE WS-PERS-MATRICULE(WS-CPT-PERSONNEL) TO
                       WS-CTL-MATRICULE
                    MOVE WS-PERS-SITE(WS-CPT-PERSONNEL) TO WS-CTL-SITE
                 END-IF
              END-PERFORM

              IF WS-CTL-MATRICULE NOT = SPACES THEN
                 PERFORM VARYING WS-CPT-EFFECTIF FROM 1 BY 1
                    UNTIL WS-CPT-EFFECTIF > WS-NB-EFFECTIF
                    OR WS-CTL-ETAT NOT = SPACES
                    IF WS-EFF-MATRICULE(WS-CPT-EFFECTIF) =
                       WS-CTL-MATRICULE THEN
                       MOVE WS-EFF-ETAT(WS-CPT-EFFECTIF) TO
                          WS-CTL-ETAT
                    END-IF
                 END-PERFORM
              END-IF

              EVALUATE TRUE
                 WHEN WS-CTL-MATRICULE = SPACES
                    MOVE "INCONNU" TO WS-CTL-MOTIF
                 WHEN WS-CTL-ETAT = SPACES
                    MOVE "HORS EFF." TO WS-CTL-MOTIF
                 WHEN WS-CTL-ETAT NOT = "ACT"
                    STRING "ETAT " WS-CTL-ETAT DELIMITED BY SIZE
                       INTO WS-CTL-MOTIF
                    END-STRING
                 WHEN WS-CTL-SITE NOT = SPACE
                    AND WS-CTL-SITE NOT = WS-SITE-CODE
                    MOVE "HORS SITE" TO WS-CTL-MOTIF
                 WHEN OTHER
                    SET EFFECTIF-OK TO TRUE
              END-EVALUATE

              IF NOT EFFECTIF-OK THEN
                 ADD 1 TO WS-NB-REFUS-EFFECTIF
                 MOVE "R" TO WS-JOURNAL-ACTION
                 MOVE WS-SITE-CODE TO WS-JOURNAL-SITE
                 MOVE SPACE TO WS-JOURNAL-SITE-SEP
                 MOVE SPACE TO WS-JOURNAL-SITE-DEST
                 MOVE WS-IDPLAT TO WS-JOURNAL-PLAT
                 MOVE 0 TO WS-JOURNAL-FRIGO
                 MOVE 0 TO WS-JOURNAL-RAYON
                 MOVE 0 TO WS-JOURNAL-EMPL
                 MOVE WS-PRENOM TO WS-JOURNAL-PRENOM
                 MOVE WS-CTL-ACTION TO WS-JOURNAL-MOTIF
                 MOVE WS-CTL-MOTIF TO WS-JOURNAL-REFERENCE
                 PERFORM 6060-LOG-MOUVEMENT
              END-IF

           END-IF

           EXIT PROGRAM.

       6350-RAPPORT-RELEVE.
      *    Rapport de relève de brigade du site WS-SITE-CODE pour la
      *    fenêtre WS-REL-HEURE-DEB / WS-REL-HEURE-FIN : ce que la
      *    brigade sortante a déposé, sorti (par motif), transféré,
      *    annulé ou s'est vu refuser, relu au journal avec le
      *    prénom de chaque mouvement ; les plats qui atteignent leur
      *    date limite avant la relève suivante ; les frigos en
      *    nettoyage ou en excursion de température pendant la
      *    fenêtre. La brigade entrante sait enfin ce qu'elle
      *    reprend.
           MOVE WS-SITE-CODE TO WS-REL-SITE
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

      *    Bornes de la fenêtre : sans heure saisie, toute la
      *    journée.
           IF WS-REL-HEURE-DEB IS NOT NUMERIC THEN
              MOVE "0000" TO WS-REL-HEURE-DEB
           END-IF
           IF WS-REL-HEURE-FIN IS NOT NUMERIC THEN
              MOVE "2359" TO WS-REL-HEURE-FIN
           END-IF

           COMPUTE WS-REL-MIN-DEB =
              FUNCTION NUMVAL(WS-REL-HEURE-DEB(1:2)) * 60 +
              FUNCTION NUMVAL(WS-REL-HEURE-DEB(3:2))
           COMPUTE WS-REL-MIN-FIN =
              FUNCTION NUMVAL(WS-REL-HEURE-FIN(1:2)) * 60 +
              FUNCTION NUMVAL(WS-REL-HEURE-FIN(3:2))

      *    Une brigade de nuit (début après la fin) a commencé la
      *    veille.
           IF WS-REL-MIN-DEB > WS-REL-MIN-FIN THEN
              MOVE WS-DATE-JOUR TO DT-DATE-1
              MOVE -1 TO DT-NB-JOURS
              PERFORM 6372-AJOUT-JOURS
              MOVE DT-DATE-RESULTAT TO WS-REL-DATE-DEB
              COMPUTE WS-REL-DUREE-MIN =
                 1440 - WS-REL-MIN-DEB + WS-REL-MIN-FIN
           ELSE
              MOVE WS-DATE-JOUR TO WS-REL-DATE-DEB
              COMPUTE WS-REL-DUREE-MIN =
                 WS-REL-MIN-FIN - WS-REL-MIN-DEB
           END-IF

           MOVE SPACES TO WS-REL-DEBUT-DH
           STRING WS-REL-DATE-DEB WS-REL-HEURE-DEB "00"
              DELIMITED BY SIZE
              INTO WS-REL-DEBUT-DH
           END-STRING
           MOVE SPACES TO WS-REL-FIN-DH
           STRING WS-DATE-JOUR WS-REL-HEURE-FIN "59"
              DELIMITED BY SIZE
              INTO WS-REL-FIN-DH
           END-STRING

      *    La relève suivante est supposée de même durée que la
      *    fenêtre : sa date de fin borne les plats à signaler.
           COMPUTE WS-REL-SUIV-MIN =
              WS-REL-MIN-FIN + WS-REL-DUREE-MIN
           MOVE WS-DATE-JOUR TO DT-DATE-1
           COMPUTE DT-NB-JOURS = WS-REL-SUIV-MIN / 1440
           PERFORM 6372-AJOUT-JOURS
           MOVE DT-DATE-RESULTAT TO WS-REL-DATE-SUIV

           OPEN OUTPUT F-RELEVE

           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "RELEVE DE BRIGADE - SITE " WS-REL-SITE
              " - DU " WS-REL-DATE-DEB " " WS-REL-HEURE-DEB
              " AU " WS-DATE-JOUR " " WS-REL-HEURE-FIN
              DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

      *    Mouvements du journal, rubrique par rubrique.
           PERFORM VARYING WS-REL-RUBRIQUE FROM 1 BY 1
              UNTIL WS-REL-RUBRIQUE > 8
              PERFORM 6352-RELEVE-RUBRIQUE
           END-PERFORM

      *    Plats qui atteignent leur date limite (entrée plus le
      *    seuil de péremption) avant la fin de la relève suivante.
           MOVE SPACES TO F-RELEVE-LIGNE
           WRITE F-RELEVE-LIGNE
           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "-- PLATS EN LIMITE AVANT LA RELEVE SUIVANTE (AU "
              WS-REL-DATE-SUIV ") --"
              DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

           MOVE 0 TO WS-REL-NB
           MOVE WS-REL-SITE TO WS-CPT-SITE

           PERFORM VARYING WS-CPT-FRIGO FROM 1 BY 1
              UNTIL WS-CPT-FRIGO > WS-NB-FRIGOS(WS-CPT-SITE)

              PERFORM VARYING WS-CPT-RAYON FROM 1 BY 1
                 UNTIL WS-CPT-RAYON > WS-NB-RAYONS(WS-CPT-SITE)

                 PERFORM VARYING WS-CPT-EMPL FROM 1 BY 1
                    UNTIL WS-CPT-EMPL > WS-NB-EMPLS(WS-CPT-SITE)

      *             Un plat M ou L n'est listé qu'une fois, sur son
      *             premier emplacement.
                    MOVE "O" TO WS-REL-RETENUE
                    IF WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                       WS-CPT-RAYON,WS-CPT-EMPL) = SPACES
                       OR WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                       WS-CPT-RAYON,WS-CPT-EMPL) = 0 THEN
                       MOVE "N" TO WS-REL-RETENUE
                    END-IF
                    IF REL-RETENUE AND WS-CPT-EMPL > 1 THEN
                       IF WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL - 1) =
                          WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) THEN
                          MOVE "N" TO WS-REL-RETENUE
                       END-IF
                    END-IF

                    IF REL-RETENUE THEN
                       MOVE WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) TO DT-DATE-1
                       MOVE WS-SEUIL-PERIME-J TO DT-NB-JOURS
                       PERFORM 6372-AJOUT-JOURS
                       MOVE DT-DATE-RESULTAT TO WS-REL-LIMITE

                       IF WS-REL-LIMITE <= WS-REL-DATE-SUIV THEN
                          ADD 1 TO WS-REL-NB
                          MOVE WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL) TO
                             WS-CATALOGUE-CODE
                          PERFORM 6240-DESC-PAR-CODE
                          MOVE SPACES TO F-RELEVE-LIGNE
                          STRING "  " WS-EMPL-PLAT(WS-CPT-SITE,
                             WS-CPT-FRIGO,WS-CPT-RAYON,WS-CPT-EMPL)
                             " " WS-CATALOGUE-DESC-TROUVEE
                             " F" WS-CPT-FRIGO " R" WS-CPT-RAYON
                             " E" WS-CPT-EMPL " limite "
                             WS-REL-LIMITE " "
                             WS-EMPL-PRENOM(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL)
                             DELIMITED BY SIZE
                             INTO F-RELEVE-LIGNE
                          END-STRING
                          WRITE F-RELEVE-LIGNE
                       END-IF
                    END-IF

                 END-PERFORM

              END-PERFORM

           END-PERFORM

           IF WS-REL-NB = 0 THEN
              MOVE "  (aucun)" TO F-RELEVE-LIGNE
              WRITE F-RELEVE-LIGNE
           END-IF

      *    Frigos en nettoyage et excursions de température.
           PERFORM 6354-RELEVE-FRIGOS

           CLOSE F-RELEVE

           DISPLAY "Relève de brigade du site " WS-REL-SITE
           " écrite dans ./out/FrigoReleve.txt"

           EXIT PROGRAM.

       6352-RELEVE-RUBRIQUE.
      *    Edite la rubrique WS-REL-RUBRIQUE du rapport de relève :
      *    relit le journal et retient les lignes de l'action (et du
      *    motif) voulus, sur le site et dans la fenêtre.
           EVALUATE WS-REL-RUBRIQUE
              WHEN 1
                 MOVE "DEPOTS" TO WS-REL-TITRE
              WHEN 2
                 MOVE "SORTIES SERVIES (V)" TO WS-REL-TITRE
              WHEN 3
                 MOVE "SORTIES JETEES (J)" TO WS-REL-TITRE
              WHEN 4
                 MOVE "SORTIES DEPLACEES (D)" TO WS-REL-TITRE
              WHEN 5
                 MOVE "TRANSFERTS SORTANTS" TO WS-REL-TITRE
              WHEN 6
                 MOVE "TRANSFERTS ENTRANTS" TO WS-REL-TITRE
              WHEN 7
                 MOVE "ANNULATIONS" TO WS-REL-TITRE
              WHEN OTHER
                 MOVE "MOUVEMENTS REFUSES" TO WS-REL-TITRE
           END-EVALUATE

           MOVE SPACES TO F-RELEVE-LIGNE
           WRITE F-RELEVE-LIGNE
           MOVE SPACES TO F-RELEVE-LIGNE
           STRING "-- " WS-REL-TITRE DELIMITED BY "  "
              " --" DELIMITED BY SIZE
              INTO F-RELEVE-LIGNE
           END-STRING
           WRITE F-RELEVE-LIGNE

           MOVE 0 TO WS-REL-NB

           OPEN INPUT F-JOURNAL

           IF FS-JOURNAL = "00" THEN
              PERFORM UNTIL FS-JOURNAL = "10"
                 READ F-JOURNAL INTO WS-JOURNAL-LUE
                    NOT AT END
                       MOVE "N" TO WS-REL-RETENUE
                       MOVE SPACES TO WS-REL-COMPLEMENT
                       MOVE SPACES TO WS-REL-LIGNE-DH
                       STRING WS-JLU-DATE WS-JLU-HEURE
                          DELIMITED BY SIZE
                          INTO WS-REL-LIGNE-DH
                       END-STRING

                       IF WS-REL-LIGNE-DH >= WS-REL-DEBUT-DH
                          AND WS-REL-LIGNE-DH <= WS-REL-FIN-DH THEN
                          EVALUATE TRUE
                             WHEN WS-REL-RUBRIQUE = 1
                                AND WS-JLU-ACTION = "A"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                             WHEN WS-REL-RUBRIQUE = 2
                                AND WS-JLU-ACTION = "S"
                                AND WS-JLU-MOTIF = "V"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                                MOVE WS-JLU-REFERENCE TO
                                   WS-REL-COMPLEMENT
                             WHEN WS-REL-RUBRIQUE = 3
                                AND WS-JLU-ACTION = "S"
                                AND WS-JLU-MOTIF = "J"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                             WHEN WS-REL-RUBRIQUE = 4
                                AND WS-JLU-ACTION = "S"
                                AND WS-JLU-MOTIF = "D"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                             WHEN WS-REL-RUBRIQUE = 5
                                AND WS-JLU-ACTION = "T"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                                STRING "vers site " WS-JLU-SITE-DEST
                                   DELIMITED BY SIZE
                                   INTO WS-REL-COMPLEMENT
                                END-STRING
                             WHEN WS-REL-RUBRIQUE = 6
                                AND WS-JLU-ACTION = "T"
                                AND WS-JLU-SITE-DEST = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                                STRING "depuis site " WS-JLU-SITE
                                   DELIMITED BY SIZE
                                   INTO WS-REL-COMPLEMENT
                                END-STRING
                             WHEN WS-REL-RUBRIQUE = 7
                                AND WS-JLU-ACTION = "X"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                                STRING "annule " WS-JLU-SITE-DEST
                                   " " WS-JLU-MOTIF
                                   DELIMITED BY SIZE
                                   INTO WS-REL-COMPLEMENT
                                END-STRING
                             WHEN WS-REL-RUBRIQUE = 8
                                AND WS-JLU-ACTION = "R"
                                AND WS-JLU-SITE = WS-REL-SITE
                                SET REL-RETENUE TO TRUE
                                STRING "refus " WS-JLU-MOTIF " "
                                   WS-JLU-REFERENCE
                                   DELIMITED BY SIZE
                                   INTO WS-REL-COMPLEMENT
                                END-STRING
                          END-EVALUATE
                       END-IF

                       IF REL-RETENUE THEN
                          ADD 1 TO WS-REL-NB
                          MOVE WS-JLU-PLAT TO WS-CATALOGUE-CODE
                          PERFORM 6240-DESC-PAR-CODE
                          MOVE SPACES TO F-RELEVE-LIGNE
                          STRING "  " WS-JLU-DATE " "
                             WS-JLU-HEURE(1:2) ":" WS-JLU-HEURE(3:2)
                             " " WS-JLU-PLAT " "
                             WS-CATALOGUE-DESC-TROUVEE
                             " F" WS-JLU-FRIGO " R" WS-JLU-RAYON
                             " E" WS-JLU-EMPL " " WS-JLU-PRENOM
                             " " WS-REL-COMPLEMENT
                             DELIMITED BY SIZE
                             INTO F-RELEVE-LIGNE
                          END-STRING
                          WRITE F-RELEVE-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-JOURNAL
           END-IF

           IF WS-REL-NB = 0 THEN
              MOVE "  (aucun)" TO F-RELEVE-LIGNE
              WRITE F-RELEVE-LIGNE
           END-IF

           EXIT PROGRAM.

       6354-RELEVE-FRIGOS.
      *    Dernière partie du rapport de relève : frigos du site en
      *    nettoyage, puis relevés de température au-dessus du seuil
      *    pris pendant la fenêtre.
           MOVE SPACES TO F-RELEVE-LIGNE
           WRITE F-RELEVE-LIGNE
           MOVE "-- FRIGOS EN NETTOYAGE OU EN EXCURSION --" TO
              F-RELEVE-LIGNE
           WRITE F-RELEVE-LIGNE

           MOVE 0 TO WS-REL-NB
           MOVE WS-REL-SITE TO WS-CPT-SITE

           PERFORM VARYING WS-CPT-FRIGO FROM 1 BY 1
              UNTIL WS-CPT-FRIGO > WS-NB-FRIGOS(WS-CPT-SITE)
              PERFORM 6280-FRIGO-EN-NETTOYAGE
              IF NETT-EN-COURS THEN
                 ADD 1 TO WS-REL-NB
                 MOVE SPACES TO F-RELEVE-LIGNE
                 STRING "  Frigo N°" WS-CPT-FRIGO " : en nettoyage"
                    DELIMITED BY SIZE
                    INTO F-RELEVE-LIGNE
                 END-STRING
                 WRITE F-RELEVE-LIGNE
              END-IF
           END-PERFORM

           OPEN INPUT F-TEMPERATURES

           IF FS-TEMPERATURES = "00" THEN
              PERFORM UNTIL FS-TEMPERATURES = "10"
                 READ F-TEMPERATURES INTO F-TEMPERATURES-CURRENT
                    NOT AT END
                       MOVE SPACES TO WS-TEMP-CURRENT

                       UNSTRING F-TEMPERATURES-CURRENT
                          DELIMITED BY ";"
                          INTO
                             WS-TEMP-SITE
                             WS-TEMP-FRIGO
                             WS-TEMP-DATE
                             WS-TEMP-HEURE
                             WS-TEMP-VAL-TXT
                       END-UNSTRING

                       MOVE SPACES TO WS-REL-LIGNE-DH
                       STRING WS-TEMP-DATE WS-TEMP-HEURE "00"
                          DELIMITED BY SIZE
                          INTO WS-REL-LIGNE-DH
                       END-STRING

                       IF WS-TEMP-SITE = WS-REL-SITE
                          AND WS-TEMP-FRIGO IS NUMERIC
                          AND WS-TEMP-VAL-TXT NOT = SPACES
                          AND WS-REL-LIGNE-DH >= WS-REL-DEBUT-DH
                          AND WS-REL-LIGNE-DH <= WS-REL-FIN-DH THEN
                          COMPUTE WS-TEMP-VALEUR =
                             FUNCTION NUMVAL(WS-TEMP-VAL-TXT)
                          IF WS-TEMP-VALEUR > WS-SEUIL-TEMP-C THEN
                             ADD 1 TO WS-REL-NB
                             MOVE WS-TEMP-VALEUR TO WS-REL-TEMP-ED
                             MOVE SPACES TO F-RELEVE-LIGNE
                             STRING "  Frigo N°" WS-TEMP-FRIGO
                                " : excursion à " WS-REL-TEMP-ED
                                " °C le " WS-TEMP-DATE " à "
                                WS-TEMP-HEURE
                                DELIMITED BY SIZE
                                INTO F-RELEVE-LIGNE
                             END-STRING
                             WRITE F-RELEVE-LIGNE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TEMPERATURES
           END-IF

           IF WS-REL-NB = 0 THEN
              MOVE "  (aucun)" TO F-RELEVE-LIGNE
              WRITE F-RELEVE-LIGNE
           END-IF

           EXIT PROGRAM.

       6360-CHARGE-MINIMUMS.
      *    Charge le minimum de portions de chaque plat de la carte
      *    (plat;minimum). Un plat de la carte figure toujours au
      *    tableau de disponibilité, même à zéro portion.
           MOVE 0 TO WS-NB-MIN

           OPEN INPUT F-MINIMUMS

           IF FS-MINIMUMS = "00" THEN
              PERFORM UNTIL FS-MINIMUMS = "10"
                 READ F-MINIMUMS INTO F-MINIMUMS-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-MIN-PLAT-TXT
                       MOVE SPACES TO WS-MIN-NB-TXT
                       UNSTRING F-MINIMUMS-LIGNE DELIMITED BY ";"
                          INTO WS-MIN-PLAT-TXT
                               WS-MIN-NB-TXT
                       END-UNSTRING

                       IF WS-MIN-PLAT-TXT NOT = SPACES
                          AND WS-NB-MIN < 100 THEN
                          ADD 1 TO WS-NB-MIN
                          MOVE WS-MIN-PLAT-TXT TO WS-MIN-PLAT(WS-NB-MIN)
                          IF WS-MIN-NB-TXT = SPACES THEN
                             MOVE 0 TO WS-MIN-NB(WS-NB-MIN)
                          ELSE
                             COMPUTE WS-MIN-NB(WS-NB-MIN) =
                                FUNCTION NUMVAL(WS-MIN-NB-TXT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MINIMUMS
           ELSE
              DISPLAY "Pas de minimums de portions, seuls les plats en "
              "frigo figurent au tableau de disponibilité."
           END-IF

           EXIT PROGRAM.

       6362-EXPORT-DISPONIBILITE.
      *    Réécrit le tableau de disponibilité lu par l'ardoise de la
      *    salle et la caisse : une ligne par plat et par site avec
      *    les portions consommables (lots non périmés, frigos hors
      *    nettoyage) et le statut - "86" à zéro portion, "DERNIERES
      *    PORTIONS" sous le minimum du plat, "DISPONIBLE" sinon.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
      *    Les plats de la carte d'abord, à zéro portion.
           MOVE 0 TO WS-NB-DISPO
           PERFORM VARYING WS-CPT-MIN FROM 1 BY 1
              UNTIL WS-CPT-MIN > WS-NB-MIN
              MOVE WS-MIN-PLAT(WS-CPT-MIN) TO WS-DISPO-CODE
              PERFORM 6364-DISPO-RANG
              IF WS-CPT-DISPO > 0 THEN
                 MOVE WS-MIN-NB(WS-CPT-MIN) TO
                    WS-DISPO-MINIMUM(WS-CPT-DISPO)
              END-IF
           END-PERFORM

      *    Puis les portions consommables présentes dans les frigos.
           PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
              UNTIL WS-CPT-SITE > WS-NB-SITES

              PERFORM VARYING WS-CPT-FRIGO FROM 1 BY 1
                 UNTIL WS-CPT-FRIGO > WS-NB-FRIGOS(WS-CPT-SITE)

                 PERFORM 6280-FRIGO-EN-NETTOYAGE

                 PERFORM VARYING WS-CPT-RAYON FROM 1 BY 1
                    UNTIL WS-CPT-RAYON > WS-NB-RAYONS(WS-CPT-SITE)

                    PERFORM VARYING WS-CPT-EMPL FROM 1 BY 1
                       UNTIL WS-CPT-EMPL > WS-NB-EMPLS(WS-CPT-SITE)

                       MOVE "O" TO WS-DISPO-COMPTE
                       IF NETT-EN-COURS
                          OR WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) = SPACES THEN
                          MOVE "N" TO WS-DISPO-COMPTE
                       END-IF

      *                Un plat M ou L ne compte qu'une portion.
                       IF DISPO-COMPTE AND WS-CPT-EMPL > 1 THEN
                          IF WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL - 1) =
                             WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL) THEN
                             MOVE "N" TO WS-DISPO-COMPTE
                          END-IF
                       END-IF

      *                Lot périmé : même règle que le balayage de
      *                péremption du récapitulatif.
                       IF DISPO-COMPTE
                          AND WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                          WS-CPT-RAYON,WS-CPT-EMPL) NOT = 0 THEN
                          MOVE WS-EMPL-DATE(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL) TO DT-DATE-1
                          PERFORM 6370-AGE-EN-JOURS
                          IF WS-NB-JOURS-FRIGO > WS-SEUIL-PERIME-J THEN
                             MOVE "N" TO WS-DISPO-COMPTE
                          END-IF
                       END-IF

                       IF DISPO-COMPTE THEN
                          MOVE WS-EMPL-PLAT(WS-CPT-SITE,WS-CPT-FRIGO,
                             WS-CPT-RAYON,WS-CPT-EMPL) TO WS-DISPO-CODE
                          PERFORM 6364-DISPO-RANG
                          IF WS-CPT-DISPO > 0 THEN
                             ADD 1 TO WS-DISPO-PORTIONS(WS-CPT-DISPO,
                                WS-CPT-SITE)
                          END-IF
                       END-IF

                    END-PERFORM

                 END-PERFORM

              END-PERFORM

           END-PERFORM

           OPEN OUTPUT F-DISPO

           PERFORM VARYING WS-CPT-DISPO FROM 1 BY 1
              UNTIL WS-CPT-DISPO > WS-NB-DISPO

              MOVE WS-DISPO-PLAT(WS-CPT-DISPO) TO WS-CATALOGUE-CODE
              PERFORM 6240-DESC-PAR-CODE

              PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
                 UNTIL WS-CPT-SITE > WS-NB-SITES

                 EVALUATE TRUE
                    WHEN WS-DISPO-PORTIONS(WS-CPT-DISPO,WS-CPT-SITE)
                       = 0
                       MOVE "86" TO WS-DISPO-STATUT
                    WHEN WS-DISPO-PORTIONS(WS-CPT-DISPO,WS-CPT-SITE)
                       < WS-DISPO-MINIMUM(WS-CPT-DISPO)
                       MOVE "DERNIERES PORTIONS" TO WS-DISPO-STATUT
                    WHEN OTHER
                       MOVE "DISPONIBLE" TO WS-DISPO-STATUT
                 END-EVALUATE

                 MOVE SPACES TO F-DISPO-LIGNE
                 STRING WS-DISPO-PLAT(WS-CPT-DISPO) ";"
                    WS-CATALOGUE-DESC-TROUVEE ";"
                    WS-CPT-SITE ";"
                    WS-DISPO-PORTIONS(WS-CPT-DISPO,WS-CPT-SITE) ";"
                    WS-DISPO-STATUT
                    DELIMITED BY SIZE
                    INTO F-DISPO-LIGNE
                 END-STRING
                 WRITE F-DISPO-LIGNE

              END-PERFORM

           END-PERFORM

           CLOSE F-DISPO

           EXIT PROGRAM.

       6364-DISPO-RANG.
      *    Rang du plat WS-DISPO-CODE dans le tableau de
      *    disponibilité (WS-CPT-DISPO), ajouté à zéro portion s'il
      *    n'y est pas encore ; 0 si le tableau est plein.
           MOVE 0 TO WS-CPT-MIN

           PERFORM VARYING WS-CPT-DISPO FROM 1 BY 1
              UNTIL WS-CPT-DISPO > WS-NB-DISPO OR WS-CPT-MIN > 0
              IF WS-DISPO-PLAT(WS-CPT-DISPO) = WS-DISPO-CODE THEN
                 MOVE WS-CPT-DISPO TO WS-CPT-MIN
              END-IF
           END-PERFORM

           IF WS-CPT-MIN = 0 AND WS-NB-DISPO < 100 THEN
              ADD 1 TO WS-NB-DISPO
              MOVE WS-NB-DISPO TO WS-CPT-MIN
              MOVE WS-DISPO-CODE TO WS-DISPO-PLAT(WS-NB-DISPO)
              MOVE 0 TO WS-DISPO-MINIMUM(WS-NB-DISPO)
              MOVE 0 TO WS-DISPO-PORTIONS(WS-NB-DISPO,1)
              MOVE 0 TO WS-DISPO-PORTIONS(WS-NB-DISPO,2)
           END-IF

           MOVE WS-CPT-MIN TO WS-CPT-DISPO

           EXIT PROGRAM.

       6270-CHARGE-NETTOYAGE.
      *    Charge le planning de nettoyage en profondeur des frigos
      *    (site;frigo;date prévue AAAAMMJJ, une ligne par passage
      *    Positionne NETT-EN-COURS si le frigo WS-CPT-FRIGO du site
      *    WS-CPT-SITE a un nettoyage dont la date est atteinte.
           MOVE "N" TO WS-NETT-FLAG
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           PERFORM VARYING WS-CPT-NETT FROM 1 BY 1
              UNTIL WS-CPT-NETT > WS-NB-NETT OR NETT-EN-COURS
      *    frigo dont la date est atteinte, liste ce qui reste à en
      *    sortir - fini la bousculade du vendredi à relocaliser
      *    quarante barquettes de mémoire.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR

           PERFORM VARYING WS-CPT-NETT FROM 1 BY 1
              UNTIL WS-CPT-NETT > WS-NB-NETT
      *    d'origine, pour que les rapports retranchent l'erreur.
           MOVE "N" TO WS-ANNUL-TROUVEE

      *    L'index du journal mène directement aux mouvements du
      *    plat ; sans index lisible, le journal séquentiel est relu
      *    en entier.
           PERFORM 6262-ANNUL-PAR-INDEX

           IF NOT JIDX-LU THEN
              OPEN INPUT F-JOURNAL

              IF FS-JOURNAL = "00" THEN
                 PERFORM UNTIL FS-JOURNAL = "10"
                    READ F-JOURNAL INTO WS-JOURNAL-LUE
                       NOT AT END
                          PERFORM 6264-ANNUL-LIGNE
                    END-READ
                 END-PERFORM
                 CLOSE F-JOURNAL
              ELSE
                 DISPLAY "Pas de journal des mouvements à relire."
              END-IF
           END-IF

           IF NOT ANNUL-TROUVEE THEN

           EXIT PROGRAM.

       6262-ANNUL-PAR-INDEX.
      *    Lecture des seuls mouvements du plat WS-IDPLAT par la clé
      *    plat + horodatage de l'index du journal, dans l'ordre
      *    chronologique. JIDX-LU reste à 0 si l'index ne s'ouvre
      *    pas.
           MOVE "N" TO WS-JIDX-FLAG
           MOVE "N" TO WS-JIDX-FIN

           OPEN INPUT F-JOURNAL-IDX

           IF FS-JOURNAL-IDX = "00" THEN
              SET JIDX-LU TO TRUE

              MOVE WS-IDPLAT TO F-JIDX-PLAT
              MOVE LOW-VALUES TO F-JIDX-DATE-HEURE
              MOVE 0 TO F-JIDX-SEQ
              START F-JOURNAL-IDX KEY IS NOT LESS THAN F-JIDX-CLE
                 INVALID KEY
                    SET JIDX-FIN TO TRUE
              END-START

              PERFORM UNTIL JIDX-FIN
                 READ F-JOURNAL-IDX NEXT RECORD
                    AT END
                       SET JIDX-FIN TO TRUE
                    NOT AT END
                       IF F-JIDX-PLAT NOT = WS-IDPLAT THEN
                          SET JIDX-FIN TO TRUE
                       ELSE
                          MOVE F-JIDX-LIGNE TO WS-JOURNAL-LUE
                          PERFORM 6264-ANNUL-LIGNE
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE F-JOURNAL-IDX
           END-IF

           EXIT PROGRAM.

       6264-ANNUL-LIGNE.
      *    Retient la ligne de journal relue (WS-JOURNAL-LUE) si
      *    c'est un dépôt ou un retrait du plat WS-IDPLAT : la
      *    dernière retenue est le mouvement à annuler.
           IF WS-JLU-PLAT = WS-IDPLAT
              AND WS-JLU-SITE IS NUMERIC
              AND WS-JLU-FRIGO IS NUMERIC
              AND WS-JLU-RAYON IS NUMERIC
              AND WS-JLU-EMPL IS NUMERIC
              AND (WS-JLU-ACTION = "A"
              OR WS-JLU-ACTION = "S") THEN
              MOVE WS-JLU-ACTION TO WS-ANNUL-ACTION
              MOVE WS-JLU-SITE TO WS-ANNUL-SITE
              MOVE WS-JLU-FRIGO TO WS-ANNUL-FRIGO
              MOVE WS-JLU-RAYON TO WS-ANNUL-RAYON
              MOVE WS-JLU-EMPL TO WS-ANNUL-EMPL
              MOVE WS-JLU-PRENOM TO WS-ANNUL-PRENOM
              MOVE WS-JLU-MOTIF TO WS-ANNUL-MOTIF
              MOVE WS-JLU-DATE-N TO WS-ANNUL-DATE
              SET ANNUL-TROUVEE TO TRUE
           END-IF

           EXIT PROGRAM.

       6230-CHARGE-CATALOGUE.
      *    Charge une fois pour toutes le catalogue produits partagé
      *    avec la gestion du stock (code;description;poids;seuil) :
      *    plus le seuil de péremption), prénom et code allergène. Le
      *    travail d'impression consomme ce fichier ; plus de dates
      *    écrites à la main sur les barquettes.
           MOVE WS-DATE-ENTREE TO DT-DATE-1
           MOVE WS-SEUIL-PERIME-J TO DT-NB-JOURS
           PERFORM 6372-AJOUT-JOURS
           MOVE DT-DATE-RESULTAT TO WS-ETIQ-LIMITE

           MOVE WS-IDPLAT TO WS-CATALOGUE-CODE
           PERFORM 6240-DESC-PAR-CODE
      *    rapports (qui filtrent sur A/S) mais qui prouvent le stock
      *    d'ouverture du nouveau mois. Les rapports gaspillage et
      *    consommation ne relisent ainsi plus des années de journal.
      *    Avec un calendrier fiscal, l'archive porte la période
      *    comptable (AAAAPP) et la clôture se lance le dernier jour
      *    de la période.
           PERFORM 6374-PERIODE-COURANTE
           IF WS-DATE-JOUR NOT = DT-PERIODE-FIN THEN
              DISPLAY "Attention : la période " WS-MOIS-COURANT
              " ne se termine que le " WS-PER-FIN "."
           END-IF

           MOVE SPACES TO WS-ARCHIVE-NOM
           IF EN-SIMULATION THEN
              STRING "./simu/SIMU-FrigoJournal-" WS-MOIS-COURANT
                 ".txt" DELIMITED BY SIZE
                 INTO WS-ARCHIVE-NOM
              END-STRING
           ELSE
              STRING "./out/FrigoJournal-" WS-MOIS-COURANT ".txt"
                 DELIMITED BY SIZE
                 INTO WS-ARCHIVE-NOM
              END-STRING
           END-IF

           MOVE 0 TO WS-ARCHIVE-LIGNES

           OPEN INPUT F-TEMPERATURES

           IF FS-TEMPERATURES = "00" THEN
      *       Les excursions sont aussi écrites dans FrigoExcursions.txt
      *       (site;frigo;date;heure;température), refait à chaque
      *       contrôle : le relevé complet est relu à chaque fois.
              OPEN OUTPUT F-EXCURSIONS
              PERFORM UNTIL FS-TEMPERATURES = "10"
                 READ F-TEMPERATURES INTO F-TEMPERATURES-CURRENT
                    NOT AT END
                             WS-TEMP-VALEUR " °C le " WS-TEMP-DATE
                             " " WS-TEMP-HEURE " (seuil "
                             WS-SEUIL-TEMP-C " °C)"
                             MOVE WS-TEMP-VALEUR TO WS-REL-TEMP-ED
                             MOVE SPACES TO F-EXCURSIONS-LIGNE
                             STRING WS-TEMP-SITE-N ";"
                                WS-TEMP-FRIGO-N ";"
                                WS-TEMP-DATE ";"
                                WS-TEMP-HEURE ";"
                                WS-REL-TEMP-ED DELIMITED BY SIZE
                                INTO F-EXCURSIONS-LIGNE
                             END-STRING
                             WRITE F-EXCURSIONS-LIGNE
      *                      Sans date de relevé exploitable, tout le
      *                      contenu est listé par prudence.
                             IF WS-TEMP-DATE IS NUMERIC THEN
                 END-READ
              END-PERFORM
              CLOSE F-TEMPERATURES
              CLOSE F-EXCURSIONS

              IF WS-NB-EXCURSIONS = 0 THEN
                 DISPLAY "Relevés de températures : aucune excursion."

           EXIT PROGRAM.

       6184-CHARGE-TENDANCE.
      *    Limites de l'analyse de tendance depuis l'ancien fichier
      *    FrigoTendance.txt (fenêtre;dérive;dispersion;k), quand
      *    Gestion.txt n'a pas de section BD101.
           OPEN INPUT F-TENDANCE
           IF FS-TENDANCE = "00" THEN
              READ F-TENDANCE INTO F-TENDANCE-LIGNE
                 NOT AT END
                    MOVE SPACES TO WS-TDC-FENETRE-TXT
                    MOVE SPACES TO WS-TDC-DERIVE-TXT
                    MOVE SPACES TO WS-TDC-DISPERSION-TXT
                    MOVE SPACES TO WS-TDC-SEUIL-K-TXT
                    UNSTRING F-TENDANCE-LIGNE DELIMITED BY ";"
                       INTO WS-TDC-FENETRE-TXT
                            WS-TDC-DERIVE-TXT
                            WS-TDC-DISPERSION-TXT
                            WS-TDC-SEUIL-K-TXT
                    END-UNSTRING
      *             Une fenêtre de moins de 4 jours n'a pas deux
      *             moitiés comparables : elle est ignorée.
                    IF WS-TDC-FENETRE-TXT NOT = SPACES
                       AND FUNCTION NUMVAL(WS-TDC-FENETRE-TXT) >= 4
                       AND FUNCTION NUMVAL(WS-TDC-FENETRE-TXT) <= 365
                       THEN
                       COMPUTE WS-TDC-FENETRE-J =
                          FUNCTION NUMVAL(WS-TDC-FENETRE-TXT)
                    END-IF
                    IF WS-TDC-DERIVE-TXT NOT = SPACES
                       AND FUNCTION NUMVAL(WS-TDC-DERIVE-TXT) > 0 THEN
                       COMPUTE WS-TDC-DERIVE-MAX =
                          FUNCTION NUMVAL(WS-TDC-DERIVE-TXT)
                    END-IF
                    IF WS-TDC-DISPERSION-TXT NOT = SPACES
                       AND FUNCTION NUMVAL(WS-TDC-DISPERSION-TXT) > 0
                       THEN
                       COMPUTE WS-TDC-DISPERSION-MAX =
                          FUNCTION NUMVAL(WS-TDC-DISPERSION-TXT)
                    END-IF
                    IF WS-TDC-SEUIL-K-TXT NOT = SPACES
                       AND FUNCTION NUMVAL(WS-TDC-SEUIL-K-TXT) > 0 THEN
                       COMPUTE WS-TDC-SEUIL-K =
                          FUNCTION NUMVAL(WS-TDC-SEUIL-K-TXT)
                    END-IF
              END-READ
              CLOSE F-TENDANCE
           END-IF

           EXIT PROGRAM.

       6185-TENDANCE-TEMPERATURES.
      *    Analyse de tendance des relevés de températures : charge
      *    les limites, retient les relevés de la fenêtre glissante
      *    (jours WS-TDC-DEBUT à aujourd'hui) puis qualifie chaque
      *    frigo de chaque site et écrit les avertissements de
      *    maintenance dans FrigoMaintenance.txt (site;frigo;date;
      *    motif;pente °C/jour;moyenne ancienne;moyenne récente;
      *    écart-type ancien;écart-type récent;relevés aberrants).
      *    Les limites sont chargées au démarrage par
      *    6162-CHARGE-CONFIGURATION.
           MOVE 0 TO WS-TDC-NB
           MOVE 0 TO WS-TDC-NB-IGNORES
           MOVE 0 TO WS-NB-AVERT-MAINT

      *    Premier jour de la fenêtre, aujourd'hui compris.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO DT-DATE-1
           COMPUTE DT-NB-JOURS = 1 - WS-TDC-FENETRE-J
           PERFORM 6372-AJOUT-JOURS
           MOVE DT-DATE-RESULTAT TO WS-TDC-DEBUT
           COMPUTE WS-TDC-MILIEU = WS-TDC-FENETRE-J / 2

           OPEN INPUT F-TEMPERATURES
           IF FS-TEMPERATURES NOT = "00" THEN
              DISPLAY "Pas de relevé de températures : pas d'analyse d
      -       "e tendance."
           ELSE
              PERFORM UNTIL FS-TEMPERATURES = "10"
                 READ F-TEMPERATURES INTO F-TEMPERATURES-CURRENT
                    NOT AT END
                       PERFORM 6186-RETIENT-RELEVE
                 END-READ
              END-PERFORM
              CLOSE F-TEMPERATURES

              IF WS-TDC-NB-IGNORES > 0 THEN
                 DISPLAY "Tendance : " WS-TDC-NB-IGNORES
                 " relevé(s) de la fenêtre au-delà de la table, non "
                 "analysé(s)."
              END-IF

              OPEN OUTPUT F-MAINTENANCE

              PERFORM VARYING WS-CPT-SITE FROM 1 BY 1
                 UNTIL WS-CPT-SITE > WS-NB-SITES
                 PERFORM VARYING WS-CPT-FRIGO FROM 1 BY 1
                    UNTIL WS-CPT-FRIGO > WS-NB-FRIGOS(WS-CPT-SITE)
                    PERFORM 6187-TENDANCE-FRIGO
                 END-PERFORM
              END-PERFORM

              CLOSE F-MAINTENANCE

              IF WS-NB-AVERT-MAINT = 0 THEN
                 DISPLAY "Tendance des températures sur "
                 WS-TDC-FENETRE-J " jours : aucune dérive."
              ELSE
                 DISPLAY "Tendance des températures sur "
                 WS-TDC-FENETRE-J " jours : " WS-NB-AVERT-MAINT
                 " avertissement(s) de maintenance (FrigoMaintenance"
                 ".txt)."
              END-IF
           END-IF

           EXIT PROGRAM.

       6186-RETIENT-RELEVE.
      *    Retient le relevé lu s'il est valide et daté dans la
      *    fenêtre ; son abscisse est son écart en jours au premier
      *    jour de la fenêtre, plus la fraction de jour de l'heure.
           MOVE SPACES TO WS-TEMP-CURRENT

           UNSTRING F-TEMPERATURES-CURRENT
              DELIMITED BY ";"
              INTO
                 WS-TEMP-SITE
                 WS-TEMP-FRIGO
                 WS-TEMP-DATE
                 WS-TEMP-HEURE
                 WS-TEMP-VAL-TXT
           END-UNSTRING

           IF WS-TEMP-SITE IS NUMERIC
              AND WS-TEMP-SITE >= "1"
              AND WS-TEMP-FRIGO IS NUMERIC
              AND WS-TEMP-FRIGO >= "1"
              AND WS-TEMP-DATE IS NUMERIC
              AND WS-TEMP-VAL-TXT NOT = SPACES THEN

              MOVE WS-TEMP-DATE TO WS-TEMP-DATE-N
              IF WS-TEMP-DATE-N >= WS-TDC-DEBUT
                 AND WS-TEMP-DATE-N <= WS-DATE-JOUR THEN

                 MOVE "EC" TO DT-FONCTION
                 MOVE WS-TDC-DEBUT TO DT-DATE-1
                 MOVE WS-TEMP-DATE-N TO DT-DATE-2
                 CALL "BC810" USING DT-PARAMETRES

                 IF DT-OK THEN
                    IF WS-TDC-NB >= 2000 THEN
                       ADD 1 TO WS-TDC-NB-IGNORES
                    ELSE
                       ADD 1 TO WS-TDC-NB
                       MOVE WS-TEMP-SITE TO WS-TDC-SITE(WS-TDC-NB)
                       MOVE WS-TEMP-FRIGO TO WS-TDC-FRIGO(WS-TDC-NB)
                       COMPUTE WS-TDC-VALEUR(WS-TDC-NB) =
                          FUNCTION NUMVAL(WS-TEMP-VAL-TXT)
                       IF WS-TEMP-HEURE IS NUMERIC THEN
                          MOVE WS-TEMP-HEURE TO WS-TDC-HEURE-N
                       ELSE
                          MOVE 1200 TO WS-TDC-HEURE-N
                       END-IF
                       COMPUTE WS-TDC-ABSCISSE(WS-TDC-NB) =
                          DT-JOURS-RESULTAT
                          + ((WS-TDC-HEURE-N / 100) * 60
                          + FUNCTION MOD(WS-TDC-HEURE-N, 100)) / 1440
                    END-IF
                 END-IF
              END-IF
           END-IF

           EXIT PROGRAM.

       6187-TENDANCE-FRIGO.
      *    Qualifie le frigo WS-CPT-FRIGO du site WS-CPT-SITE : pente
      *    et aberrants sur la fenêtre entière, puis moyenne et
      *    écart-type de chaque moitié, par le service BC811.
           MOVE 0 TO WS-TDC-NB-ANCIENS
           MOVE 0 TO WS-TDC-NB-RECENTS
           MOVE 0 TO ST-NB-VALEURS
           PERFORM VARYING WS-CPT-TDC FROM 1 BY 1
              UNTIL WS-CPT-TDC > WS-TDC-NB
              IF WS-TDC-SITE(WS-CPT-TDC) = WS-CPT-SITE
                 AND WS-TDC-FRIGO(WS-CPT-TDC) = WS-CPT-FRIGO THEN
                 ADD 1 TO ST-NB-VALEURS
                 MOVE WS-TDC-VALEUR(WS-CPT-TDC) TO
                    ST-VALEUR(ST-NB-VALEURS)
                 MOVE WS-TDC-ABSCISSE(WS-CPT-TDC) TO
                    ST-ABSCISSE(ST-NB-VALEURS)
                 IF WS-TDC-ABSCISSE(WS-CPT-TDC) < WS-TDC-MILIEU THEN
                    ADD 1 TO WS-TDC-NB-ANCIENS
                 ELSE
                    ADD 1 TO WS-TDC-NB-RECENTS
                 END-IF
              END-IF
           END-PERFORM

           IF WS-TDC-NB-ANCIENS < WS-TDC-MIN-RELEVES
              OR WS-TDC-NB-RECENTS < WS-TDC-MIN-RELEVES THEN
              IF ST-NB-VALEURS > 0 THEN
                 DISPLAY "Tendance Site N°" WS-CPT-SITE " Frigo N°"
                 WS-CPT-FRIGO " : historique insuffisant ("
                 WS-TDC-NB-ANCIENS " ancien(s), " WS-TDC-NB-RECENTS
                 " récent(s))."
              END-IF
           ELSE
              MOVE WS-TDC-SEUIL-K TO ST-SEUIL-K
              MOVE "O" TO ST-AVEC-PENTE
              CALL "BC811" USING ST-PARAMETRES
              MOVE ST-PENTE TO WS-TDC-PENTE
              MOVE ST-MOYENNE TO WS-TDC-MOYENNE
              MOVE ST-NB-ABERRANTS TO WS-TDC-ABERRANTS

              SET TDC-MOITIE-ANCIENNE TO TRUE
              PERFORM 6188-STATS-MOITIE
              MOVE ST-ECART-TYPE TO WS-TDC-ET-ANCIEN
              MOVE ST-MOYENNE TO WS-TDC-MOY-ANCIEN

              SET TDC-MOITIE-RECENTE TO TRUE
              PERFORM 6188-STATS-MOITIE
              MOVE ST-ECART-TYPE TO WS-TDC-ET-RECENT
              MOVE ST-MOYENNE TO WS-TDC-MOY-RECENT

              IF WS-TDC-PENTE > WS-TDC-DERIVE-MAX THEN
                 MOVE "DERIVE" TO WS-TDC-MOTIF
                 PERFORM 6189-AVERTIT-MAINTENANCE
              END-IF

              IF WS-TDC-ET-RECENT > WS-TDC-ET-ANCIEN
                 + WS-TDC-DISPERSION-MAX THEN
                 MOVE "DISPERSION" TO WS-TDC-MOTIF
                 PERFORM 6189-AVERTIT-MAINTENANCE
              END-IF
           END-IF

           EXIT PROGRAM.

       6188-STATS-MOITIE.
      *    Moyenne et écart-type de la moitié ancienne ou récente de
      *    la fenêtre pour le frigo courant (service BC811, sans
      *    pente).
           MOVE 0 TO ST-NB-VALEURS
           PERFORM VARYING WS-CPT-TDC FROM 1 BY 1
              UNTIL WS-CPT-TDC > WS-TDC-NB
              IF WS-TDC-SITE(WS-CPT-TDC) = WS-CPT-SITE
                 AND WS-TDC-FRIGO(WS-CPT-TDC) = WS-CPT-FRIGO THEN
                 IF (TDC-MOITIE-ANCIENNE AND
                     WS-TDC-ABSCISSE(WS-CPT-TDC) < WS-TDC-MILIEU)
                    OR (TDC-MOITIE-RECENTE AND
                     WS-TDC-ABSCISSE(WS-CPT-TDC) >= WS-TDC-MILIEU)
                    THEN
                    ADD 1 TO ST-NB-VALEURS
                    MOVE WS-TDC-VALEUR(WS-CPT-TDC) TO
                       ST-VALEUR(ST-NB-VALEURS)
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-TDC-SEUIL-K TO ST-SEUIL-K
           MOVE "N" TO ST-AVEC-PENTE
           CALL "BC811" USING ST-PARAMETRES

           EXIT PROGRAM.

       6189-AVERTIT-MAINTENANCE.
      *    Ecrit et affiche l'avertissement de maintenance du frigo
      *    courant pour le motif WS-TDC-MOTIF (DERIVE : la moyenne
      *    monte ; DISPERSION : les relevés s'écartent).
           ADD 1 TO WS-NB-AVERT-MAINT
           MOVE WS-TDC-PENTE TO WS-TDC-PENTE-ED
           MOVE WS-TDC-MOY-ANCIEN TO WS-TDC-MOY-ANC-ED
           MOVE WS-TDC-MOY-RECENT TO WS-TDC-MOY-REC-ED
           MOVE WS-TDC-ET-ANCIEN TO WS-TDC-ET-ANC-ED
           MOVE WS-TDC-ET-RECENT TO WS-TDC-ET-REC-ED

           MOVE SPACES TO F-MAINTENANCE-LIGNE
           STRING WS-CPT-SITE ";" WS-CPT-FRIGO ";" WS-DATE-JOUR ";"
              FUNCTION TRIM(WS-TDC-MOTIF) ";"
              FUNCTION TRIM(WS-TDC-PENTE-ED) ";"
              FUNCTION TRIM(WS-TDC-MOY-ANC-ED) ";"
              FUNCTION TRIM(WS-TDC-MOY-REC-ED) ";"
              FUNCTION TRIM(WS-TDC-ET-ANC-ED) ";"
              FUNCTION TRIM(WS-TDC-ET-REC-ED) ";"
              WS-TDC-ABERRANTS DELIMITED BY SIZE
              INTO F-MAINTENANCE-LIGNE
           END-STRING
           WRITE F-MAINTENANCE-LIGNE

           IF WS-TDC-MOTIF = "DERIVE" THEN
              DISPLAY "MAINTENANCE : Site N°" WS-CPT-SITE " Frigo N°"
              WS-CPT-FRIGO " - moyenne en hausse de "
              FUNCTION TRIM(WS-TDC-PENTE-ED) " °C/jour ("
              FUNCTION TRIM(WS-TDC-MOY-ANC-ED) " -> "
              FUNCTION TRIM(WS-TDC-MOY-REC-ED) " °C)"
           ELSE
              DISPLAY "MAINTENANCE : Site N°" WS-CPT-SITE " Frigo N°"
              WS-CPT-FRIGO " - écart-type en hausse ("
              FUNCTION TRIM(WS-TDC-ET-ANC-ED) " -> "
              FUNCTION TRIM(WS-TDC-ET-REC-ED) " °C)"
           END-IF

           EXIT PROGRAM.

       6190-LISTE-FRIGO-TOUCHE.
      *    Liste le contenu du frigo touché par l'excursion de
      *    température, pour savoir exactement quoi jeter. Seuls les
       6050-SAUVEGARDE-FRIGO.
      *    Sauvegarde le contenu des frigos de tous les sites afin
      *    qu'il soit rechargé à la prochaine exécution. Le solde
      *    courant est d'abord roulé en générations de sauvegarde
      *    (celles du dossier de simulation en simulation).
           IF EN-SIMULATION THEN
              MOVE "./simu/SIMU-FrigoSolde" TO WS-GEN-BASE
           ELSE
              MOVE "./in/FrigoSolde" TO WS-GEN-BASE
           END-IF
           PERFORM 7100-ROULE-GENERATIONS

           OPEN OUTPUT F-FRIGO
                    INTO WS-GEN-IN-NOM
                 END-STRING

      *          La génération est recopiée sur le solde lu par ce
      *          lancement (la copie de simulation en simulation).
                 MOVE WS-FRIGO-NOM TO WS-GEN-OUT-NOM

                 PERFORM 7110-COPIE-FICHIER


           EXIT PROGRAM.

       7130-CONTROLE-SIMULATION.
      *    Mode simulation : si le fichier de simulation nomme ce
      *    programme (ou TOUS), chaque fichier écrit par le programme
      *    est d'abord recopié dans ./simu sous le nom SIMU-<fichier>
      *    et c'est cette copie qui est lue et réécrite : solde,
      *    journal, fichier de transfert, ventes de la caisse,
      *    journal d'exploitation et rapports réels restent tels
      *    quels. Le fichier de simulation n'est pas consommé : il
      *    faut le retirer avant le passage réel.
           MOVE "N" TO WS-SIMULATION
           OPEN INPUT F-SIMULATION

           IF FS-SIMULATION = "00" THEN
              PERFORM UNTIL FS-SIMULATION = "10"
                 READ F-SIMULATION INTO F-SIMULATION-LIGNE
                    NOT AT END
                       IF F-SIMULATION-LIGNE(1:5) = "BD101"
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

              MOVE "./simu/SIMU-FrigoJournal.idx" TO WS-JOURNAL-IDX-NOM

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
              ";BD101;SIMULATION;fichiers réels non modifiés"
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

       6370-AGE-EN-JOURS.
      *    Age en jours, à la date du jour, de la date chargée dans
      *    DT-DATE-1 (service de dates BC810).
           MOVE "EC" TO DT-FONCTION
           MOVE WS-DATE-JOUR TO DT-DATE-2
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-JOURS-RESULTAT TO WS-NB-JOURS-FRIGO

           EXIT PROGRAM.

       6372-AJOUT-JOURS.
      *    DT-DATE-1 + DT-NB-JOURS jours -> DT-DATE-RESULTAT (service
      *    de dates BC810).
           MOVE "AJ" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES

           EXIT PROGRAM.

       6374-PERIODE-COURANTE.
      *    Période comptable du jour (WS-MOIS-COURANT) et ses bornes
      *    (WS-PER-DEBUT, WS-PER-FIN), lues au calendrier fiscal par
      *    le service de dates BC810 ; sans calendrier, le mois civil.
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           MOVE "PE" TO DT-FONCTION
           MOVE WS-DATE-JOUR TO DT-DATE-1
           CALL "BC810" USING DT-PARAMETRES
           MOVE DT-PERIODE TO WS-MOIS-COURANT
           MOVE DT-PERIODE-DEBUT TO WS-PER-DEBUT
           MOVE DT-PERIODE-FIN TO WS-PER-FIN

           EXIT PROGRAM.

       8920-LOG-EXPLOITATION.
      *    Ajoute la ligne standard de ce programme au journal
      *    d'exploitation commun (programme;mode;compteurs), comme
              ";appliques=" WS-MVT-APPLIQUES
              ";rejets=" WS-MVT-REJETS
              ";anomalies=" WS-NB-EXCURSIONS
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
           PERFORM 6050-SAUVEGARDE-FRIGO.
           PERFORM 6362-EXPORT-DISPONIBILITE.
           MOVE "FIN" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.
           IF EN-SIMULATION THEN
              DISPLAY "SIMULATION terminée : résultats dans ./simu"
           END-IF
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD101               *".
           DISPLAY "***************************************".
