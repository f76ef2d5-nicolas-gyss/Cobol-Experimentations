      ***************************************************************
      *    Zone de paramètres du service statistique BC811, partagée
      *    par tous les programmes qui l'appellent :
      *        CALL "BC811" USING ST-PARAMETRES
      *    L'appelant renseigne la série (ST-NB-VALEURS valeurs dans
      *    ST-VALEUR, et leurs abscisses dans ST-ABSCISSE quand la
      *    pente est demandée) et le seuil ST-SEUIL-K ; BC811 rend la
      *    synthèse de la série et ST-RETOUR.
      *
      *    Synthèse rendue : moyenne, médiane, écart-type (racine de
      *    la variance divisée par n), quartiles aux rangs (n+1)/4 et
      *    3(n+1)/4, minimum et maximum, valeurs à plus de
      *    ST-SEUIL-K écarts-types de la moyenne (ST-ABERRANT de la
      *    valeur à "O", compte dans ST-NB-ABERRANTS) et, sur
      *    demande, pente de la droite des moindres carrés des
      *    valeurs en fonction de leurs abscisses (ex: °C par jour
      *    quand l'abscisse est le jour du relevé).
      *
      *    Retours (ST-RETOUR) : 00 synthèse faite, 10 série vide,
      *    11 série trop longue (plus de 1000 valeurs). Sur un retour
      *    non nul, la synthèse est à zéro.
      ***************************************************************
       01 ST-PARAMETRES.
           02 ST-NB-VALEURS   PIC 9(4).
           02 ST-SEUIL-K      PIC 9(2)V9(2).
           02 ST-AVEC-PENTE   PIC X(1).
              88 ST-PENTE-DEMANDEE    VALUE "O".
           02 ST-MOYENNE      PIC S9(7)V9(2).
           02 ST-MEDIANE      PIC S9(7)V9(2).
           02 ST-ECART-TYPE   PIC 9(7)V9(2).
           02 ST-Q1           PIC S9(7)V9(2).
           02 ST-Q3           PIC S9(7)V9(2).
           02 ST-MIN          PIC S9(7)V9(2).
           02 ST-MAX          PIC S9(7)V9(2).
           02 ST-PENTE        PIC S9(5)V9(4).
           02 ST-NB-ABERRANTS PIC 9(4).
           02 ST-RETOUR       PIC X(2).
              88 ST-OK                VALUE "00".
              88 ST-SERIE-VIDE        VALUE "10".
              88 ST-SERIE-TROP-LONGUE VALUE "11".
           02 ST-SERIE OCCURS 1000 TIMES.
              03 ST-VALEUR    PIC S9(7)V9(2).
              03 ST-ABSCISSE  PIC S9(7)V9(4).
              03 ST-ABERRANT  PIC X(1).
