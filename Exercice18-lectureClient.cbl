           88 WS-rejet-NON VALUE "n".
       01 WS-motif-rejet PIC X(40) VALUE SPACES.
       01 WS-cpt-rejet PIC 9(3) VALUE 0.
      * Clients anonymisés par la conservation des données (BD907) :
      * id gardé, nom, prénom, adresse, jour et mois effacés, année
      * de naissance ramenée au début de sa tranche.
       01 WS-cpt-anonyme PIC 9(3) VALUE 0.

       01 WS-DATE-JOUR PIC 9(8).
       01 WS-ANNEE-COURANTE PIC 9(4).
       01 WS-JOUR-NAISS-NUM PIC 9(7).
       01 WS-AGE PIC 9(3) VALUE 0.

      * Zone d'appel du service de dates commun BC810 (date métier).
       COPY BC810PRM.

      * Tranches d'âge de l'export CSV : bornes incluses et libellé.
       01 fs-tranches PIC X(2).
       01 WS-TRANCHES.

           SET WS-lecture TO "y".

      *    Date de référence de l'âge : la date métier de la chaîne.
           MOVE "DM" TO DT-FONCTION.
           CALL "BC810" USING DT-PARAMETRES.
           IF NOT DT-OK
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DT-DATE-RESULTAT TO WS-DATE-JOUR.

      *    Tranches d'âge de l'export, paramétrées ou par défaut.
           PERFORM chargerTranches.

                    END-IF

                    PERFORM controlerClient
                    IF nom = SPACES AND prenom = SPACES AND
                       jour = 0 AND mois = 0
                       ADD 1 TO WS-cpt-anonyme
                       DISPLAY "Client N°" WS-cpt-enregistrement
                          " ID : " id-client
                          " anonymisé, né(e) dans la tranche "
                          annee
                       DISPLAY
                          "*****************************************"
                    ELSE
                       IF WS-rejet-OUI
                          ADD 1 TO WS-cpt-rejet
                          DISPLAY "*** ENREGISTREMENT REJETE N°"
                             WS-cpt-enregistrement " : " WS-motif-rejet
                       ELSE
                          PERFORM calculerAgeEtAnniversaire
                          DISPLAY "Client N°" WS-cpt-enregistrement
                          DISPLAY "ID : " id-client
                          DISPLAY "PRENOM : " prenom
                          DISPLAY "NOM : " nom
                          DISPLAY "DATE de NAISSANCE : "
                             jour"/"mois"/"annee
                          DISPLAY "AGE : " WS-AGE " ans"
                          PERFORM exporterClientCsv
                          PERFORM rattacherAuFoyer
                          IF mois = WS-MOIS-COURANT
                             DISPLAY "*** Anniversaire ce mois-ci ***"
                          END-IF
                          DISPLAY
                             "*****************************************"
                       END-IF
                    END-IF

              END-READ
           END-PERFORM.

           DISPLAY "Enregistrements rejetés : " WS-cpt-rejet.
           DISPLAY "Clients anonymisés : " WS-cpt-anonyme.

           CLOSE fichierClient.
           CLOSE fichierCsvAges.
              MOVE "MOIS hors plage 1-12" TO WS-motif-rejet
           END-IF.

      * Calcule l'âge du client à la date métier et repère si son
      * anniversaire tombe dans le mois courant, à la manière de
      * BC801-manip-date.cbl (INTEGER-OF-DATE).
       calculerAgeEtAnniversaire.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-COURANT.
           MOVE WS-DATE-JOUR(7:2) TO WS-JOUR-COURANT.
