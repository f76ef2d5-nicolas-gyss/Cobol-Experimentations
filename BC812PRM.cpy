      ***************************************************************
      *    Zone de paramètres du service de configuration BC812,
      *    partagée par les programmes de gestion qui l'appellent au
      *    démarrage :
      *        CALL "BC812" USING CF-PARAMETRES
      *    La configuration de tous les programmes est dans un seul
      *    fichier sectionné (./config/Gestion.txt, format de
      *    LectureConfig : lignes CLE=valeur sous des en-têtes de
      *    section entre crochets). L'environnement courant (DEV,
      *    RECETTE, PROD...) est la première ligne de
      *    ./config/Environnement.txt. Héritage, du plus faible au
      *    plus fort : [DEFAUT] (valeurs communes), [DEFAUT.env],
      *    [programme], [programme.env].
      *
      *    Fonctions (CF-FONCTION) :
      *      LC : lecture de la section de CF-PROGRAMME. L'appelant
      *           décrit ses paramètres dans CF-REGLE (clé, type N
      *           entier, D décimal ou A texte, bornes) ; une clé
      *           terminée par "*" couvre toute une famille de clés
      *           (ex: CAPACITE.*). Les valeurs retenues sont rendues
      *           dans CF-CLE, contrôlées : une clé inconnue de la
      *           section du programme, une valeur non numérique ou
      *           hors bornes est refusée et tracée au rapport.
      *      VA : valeur de la clé CF-CHERCHE -> CF-VALEUR, CF-NUM et
      *           CF-TROUVE.
      *      MA : valeur effectivement employée pour la clé
      *           CF-CHERCHE (CF-NUM, ou CF-VALEUR pour une clé de
      *           type A), ajoutée ou mise à jour dans CF-CLE pour le
      *           rapport.
      *      RP : ajoute au rapport ./out/ConfigUtilisee.txt les
      *           valeurs de CF-CLE, avec leur provenance.
      *    Un programme lancé en simulation lève CF-SIMULATION après
      *    l'INITIALIZE : le rapport est alors écrit dans
      *    ./simu/SIMU-ConfigUtilisee.txt et le rapport réel n'est pas
      *    touché.
      *
      *    Retours (CF-RETOUR) : 00 traitement fait, 10 pas de
      *    section pour ce programme (l'appelant garde ses valeurs
      *    par défaut ou ses anciens fichiers), 30 valeur(s)
      *    refusée(s) (CF-NB-ERREURS) : le programme ne doit pas
      *    démarrer, 20 fonction inconnue.
      ***************************************************************
       01 CF-PARAMETRES.
           02 CF-FONCTION      PIC X(2).
           02 CF-PROGRAMME     PIC X(8).
           02 CF-ENVIRONNEMENT PIC X(10).
           02 CF-NB-REGLES     PIC 9(2).
           02 CF-REGLE OCCURS 40 TIMES.
              03 CF-REGLE-CLE  PIC X(20).
              03 CF-REGLE-TYPE PIC X(1).
              03 CF-REGLE-MIN  PIC S9(7)V9(3).
              03 CF-REGLE-MAX  PIC S9(7)V9(3).
           02 CF-NB-CLES       PIC 9(3).
      *    Provenance (CF-CLE-ORIGINE) : G [DEFAUT], H [DEFAUT.env],
      *    S [programme], E [programme.env], D valeur par défaut du
      *    programme, F ancien fichier de paramètres du programme (ou
      *    sa valeur par défaut) quand il n'a pas de section.
           02 CF-CLE OCCURS 200 TIMES.
              03 CF-CLE-NOM     PIC X(20).
              03 CF-CLE-VALEUR  PIC X(20).
              03 CF-CLE-NUM     PIC S9(7)V9(3).
              03 CF-CLE-ORIGINE PIC X(1).
           02 CF-CHERCHE       PIC X(20).
           02 CF-VALEUR        PIC X(20).
           02 CF-NUM           PIC S9(7)V9(3).
           02 CF-TROUVE        PIC X(1).
              88 CF-CLE-TROUVEE       VALUE "O".
           02 CF-SECTION       PIC X(1).
              88 CF-SECTION-TROUVEE   VALUE "O".
           02 CF-NB-ERREURS    PIC 9(3).
           02 CF-RETOUR        PIC X(2).
              88 CF-OK                VALUE "00".
              88 CF-SANS-SECTION      VALUE "10".
              88 CF-FONCTION-INCONNUE VALUE "20".
              88 CF-VALEUR-REFUSEE    VALUE "30".
           02 CF-SIMULATION    PIC X(1).
              88 CF-EN-SIMULATION     VALUE "O".
