
       01 WS-SEUIL-K PIC 9(2)V9(2) VALUE 2.00.

       01 WS-MOYENNE     PIC 9(7)V9(2).
       01 WS-MEDIANE     PIC 9(7)V9(2).
       01 WS-Q1          PIC 9(6).
       01 WS-Q3          PIC 9(6).
       01 WS-ECART-TYPE  PIC 9(7)V9(2).
       01 WS-NB-ABERRANTS PIC 9(3) VALUE 0.

      *    Zone d'appel du service statistique commun, qui fait les
      *    calculs de la synthèse.
       COPY BC811PRM.

       LINKAGE SECTION.



           EXIT PROGRAM.

      *    Fait calculer moyenne, médiane, écart-type et quartiles de
      *    la liste par le service statistique BC811, signale les
      *    valeurs à plus de k écarts-types de la moyenne avec leur
      *    position, et écrit toute la synthèse dans NombresStats.txt.
       6020-RAPPORT-STATS.
      *    Synthèse de la liste par le service statistique BC811.
           MOVE WS-NB-VALEURS TO ST-NB-VALEURS
           MOVE WS-SEUIL-K TO ST-SEUIL-K
           MOVE "N" TO ST-AVEC-PENTE
           PERFORM VARYING WS-CPT-LISTE FROM 1 BY 1
              UNTIL WS-CPT-LISTE > WS-NB-VALEURS
              MOVE WS-LISTE(WS-CPT-LISTE) TO ST-VALEUR(WS-CPT-LISTE)
           END-PERFORM
           CALL "BC811" USING ST-PARAMETRES

           MOVE ST-MOYENNE TO WS-MOYENNE
           MOVE ST-MEDIANE TO WS-MEDIANE
           MOVE ST-Q1 TO WS-Q1
           MOVE ST-Q3 TO WS-Q3
           MOVE ST-ECART-TYPE TO WS-ECART-TYPE

           OPEN OUTPUT F-STATS


      *    Valeurs aberrantes : au-delà de k écarts-types de la
      *    moyenne, signalées avec leur position d'origine.
           MOVE ST-NB-ABERRANTS TO WS-NB-ABERRANTS

           MOVE SPACES TO F-STATS-LIGNE
           STRING "-- VALEURS A PLUS DE " WS-SEUIL-K
           PERFORM VARYING WS-CPT-LISTE FROM 1 BY 1
              UNTIL WS-CPT-LISTE > WS-NB-VALEURS

              IF ST-ABERRANT(WS-CPT-LISTE) = "O" THEN
                 MOVE SPACES TO F-STATS-LIGNE
                 STRING "ABERRANT : position " WS-CPT-LISTE
                    " valeur " WS-LISTE(WS-CPT-LISTE)
