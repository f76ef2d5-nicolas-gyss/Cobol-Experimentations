      ***************************************************************
      *    Zone de paramètres du service de dates BC810, partagée
      *    par tous les programmes qui l'appellent :
      *        CALL "BC810" USING DT-PARAMETRES
      *    L'appelant renseigne DT-FONCTION et les zones d'entrée de
      *    la fonction, BC810 rend le résultat et DT-RETOUR. Les
      *    dates sont au format AAAAMMJJ.
      *
      *    Fonctions (DT-FONCTION) :
      *      AJ : DT-DATE-1 + DT-NB-JOURS jours (DT-NB-JOURS négatif
      *           pour retrancher) -> DT-DATE-RESULTAT.
      *      EC : nombre de jours de DT-DATE-1 à DT-DATE-2, négatif
      *           si DT-DATE-2 est antérieure -> DT-JOURS-RESULTAT.
      *      PO : prochain jour ouvré strictement après DT-DATE-1
      *           -> DT-DATE-RESULTAT.
      *      JO : jours ouvrés de DT-DATE-1 à DT-DATE-2, bornes
      *           incluses -> DT-JOURS-RESULTAT.
      *      FM : dernier jour du mois de DT-DATE-1
      *           -> DT-DATE-RESULTAT.
      *      NJ : numéro de DT-DATE-1 dans le calendrier (jours
      *           depuis le 31/12/1600), pour les calculs d'écarts en
      *           minutes ou secondes -> DT-JOURS-RESULTAT.
      *      FO : DT-DATE-1 au format DT-FORMAT -> DT-DATE-TEXTE.
      *      SI : semaine ISO 8601 de DT-DATE-1 -> DT-SEMAINE-ISO.
      *      PE : période comptable de DT-DATE-1 lue au calendrier
      *           fiscal CalendrierFiscal.txt (généré par BC801)
      *           -> DT-PERIODE, DT-PERIODE-DEBUT, DT-PERIODE-FIN,
      *           DT-TRIMESTRE et DT-SEMAINE-ISO. Une date absente
      *           du calendrier (ou sans calendrier) est rattachée à
      *           son mois civil, signalé par DT-PERIODE-CIVILE.
      *      DM : date métier du passage -> DT-DATE-RESULTAT et
      *           DT-DATE-1 : la date forcée dans DateMetier.txt
      *           (DT-DATE-FORCEE), sinon la date système
      *           (DT-DATE-SYSTEME). Les programmes de gestion la
      *           prennent une fois au lancement et l'utilisent
      *           partout où ils prenaient la date du jour.
      *    Toutes les fonctions rendent aussi, pour DT-DATE-1, le
      *    jour de semaine (1 = lundi ... 7 = dimanche), le verdict
      *    jour ouvré (hors week-end et jours fériés de
      *    JoursFeries.txt), le nom du jour férié et le verdict fin
      *    de mois.
      *
      *    Retours (DT-RETOUR) : 00 traitement fait, 10 DT-DATE-1
      *    inexistante au calendrier, 11 DT-DATE-2 inexistante,
      *    12 DT-DATE-2 antérieure à DT-DATE-1 (JO), 13 date métier
      *    postérieure à la date système (DM), 20 fonction inconnue.
      *    Sur un retour non nul, les résultats sont à
      *    zéro ou à blanc.
      ***************************************************************
       01 DT-PARAMETRES.
           02 DT-FONCTION       PIC X(2).
           02 DT-DATE-1         PIC 9(8).
           02 DT-DATE-2         PIC 9(8).
           02 DT-NB-JOURS       PIC S9(7).
      *    Formats de FO (ceux de BC801) : 1 JJ/MM/AAAA, 2 jour
      *    complet (Lundi 12 Janvier 2026), 3 MM-JJ-AA, 4 AAAA-MM-JJ
      *    (ISO 8601).
           02 DT-FORMAT         PIC 9(1).
           02 DT-DATE-RESULTAT  PIC 9(8).
           02 DT-JOURS-RESULTAT PIC S9(7).
           02 DT-JOUR-SEMAINE   PIC 9(1).
           02 DT-JOUR-OUVRE     PIC X(1).
              88 DT-OUVRE             VALUE "O".
           02 DT-FIN-DE-MOIS    PIC X(1).
              88 DT-DERNIER-JOUR      VALUE "O".
           02 DT-DATE-TEXTE     PIC X(40).
      *    Semaine ISO AAAASS (l'année ISO peut différer de l'année
      *    civile autour du 1er janvier).
           02 DT-SEMAINE-ISO    PIC 9(6).
      *    Période AAAAPP : exercice et période 4-4-5 (01 à 12) au
      *    calendrier fiscal, sinon année et mois civils.
           02 DT-PERIODE        PIC 9(6).
           02 DT-PERIODE-DEBUT  PIC 9(8).
           02 DT-PERIODE-FIN    PIC 9(8).
           02 DT-TRIMESTRE      PIC 9(1).
           02 DT-PERIODE-SOURCE PIC X(1).
              88 DT-PERIODE-COMPTABLE VALUE "C".
              88 DT-PERIODE-CIVILE    VALUE "M".
           02 DT-FERIE-NOM      PIC X(30).
      *    Origine de la date métier (DM).
           02 DT-DATE-SOURCE    PIC X(1).
              88 DT-DATE-FORCEE       VALUE "F".
              88 DT-DATE-SYSTEME      VALUE "S".
           02 DT-RETOUR         PIC X(2).
              88 DT-OK                VALUE "00".
              88 DT-DATE-INVALIDE     VALUE "10" "11".
              88 DT-DATE-FUTURE       VALUE "13".
              88 DT-FONCTION-INCONNUE VALUE "20".
