       01 fichierVenteCourant.
           02 dept PIC X(2).
           02 montant PIC 9(7).
      *    Date de la vente (AAAAMMJJ), facultative : les lignes
      *    datées sont ventilées par période comptable.
           02 dateVente PIC X(8).

       FD fichierBudget.
       01 fichierBudgetCourant.
       01 ecartMontant PIC S9(9).
       01 ecartAff PIC +(8)9.

      * Ventilation des lignes datées par période comptable 4-4-5 et
      * par trimestre, d'après le calendrier fiscal (mois et
      * trimestres civils s'il n'existe pas). Les lignes datées d'un
      * autre exercice sont comptées à part.
       01 tabPeriodes.
           02 periodeTotal OCCURS 12 TIMES PIC 9(9).
       01 tabTrimestres.
           02 trimestreTotal OCCURS 4 TIMES PIC 9(9).
       01 cptPeriode PIC 9(2).
       01 nbDatees PIC 9(7) VALUE 0.
       01 horsExercice PIC 9(9) VALUE 0.
       01 sourcePeriode PIC X(1) VALUE SPACE.
           88 periodesComptables VALUE "C".

      * Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.

       PROCEDURE DIVISION.

           DISPLAY "Année à traiter (AAAA) : ".
       traiterAnnee.
           MOVE SPACES TO WS-NOM-FICHIER.

           PERFORM VARYING cptPeriode FROM 1 BY 1
              UNTIL cptPeriode > 12
              MOVE 0 TO periodeTotal(cptPeriode)
           END-PERFORM.
           PERFORM VARYING cptPeriode FROM 1 BY 1
              UNTIL cptPeriode > 4
              MOVE 0 TO trimestreTotal(cptPeriode)
           END-PERFORM.
           MOVE 0 TO nbDatees.
           MOVE 0 TO horsExercice.
           MOVE SPACE TO sourcePeriode.

           STRING "./config/vente-dpt" DELIMITED BY SIZE
              WS-ANNEE DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
                       COMPUTE grandTotal = grandTotal + montant
                       COMPUTE ligne = ligne + 1

                       IF dateVente IS NUMERIC
                          PERFORM cumulerPeriode
                       END-IF

                 END-READ

              END-PERFORM
      *       partir des sous-totaux accumulés pendant la passe.
              PERFORM classementDepartements

      *       Ventilation par période, si le fichier porte des dates.
              IF nbDatees > 0
                 PERFORM rapportPeriodes
              END-IF

      *       Fermeture du fichier
              CLOSE fichierVente
           ELSE
           DISPLAY "---------------------------".


      * Rattache la ligne datée à sa période comptable par le service
      * de dates BC810 (calendrier fiscal CalendrierFiscal.txt), et
      * la cumule dans sa période et son trimestre.
       cumulerPeriode.
           MOVE "PE" TO DT-FONCTION.
           MOVE dateVente TO DT-DATE-1.
           CALL "BC810" USING DT-PARAMETRES.

           IF DT-OK
              ADD 1 TO nbDatees
              MOVE DT-PERIODE-SOURCE TO sourcePeriode
              IF DT-PERIODE(1:4) = WS-ANNEE
                 MOVE DT-PERIODE(5:2) TO cptPeriode
                 ADD montant TO periodeTotal(cptPeriode)
                 ADD montant TO trimestreTotal(DT-TRIMESTRE)
              ELSE
                 ADD montant TO horsExercice
              END-IF
           END-IF.

      * Ventes datées de l'année par période et par trimestre.
       rapportPeriodes.
           IF periodesComptables
              DISPLAY "---- VENTES PAR PERIODE COMPTABLE " WS-ANNEE
                 " ----"
           ELSE
              DISPLAY "---- VENTES PAR MOIS " WS-ANNEE
                 " (sans calendrier fiscal) ----"
           END-IF.

           PERFORM VARYING cptPeriode FROM 1 BY 1
              UNTIL cptPeriode > 12
              DISPLAY "Période " cptPeriode " : "
                 periodeTotal(cptPeriode)
           END-PERFORM.

           PERFORM VARYING cptPeriode FROM 1 BY 1
              UNTIL cptPeriode > 4
              DISPLAY "Trimestre " cptPeriode(2:1) " : "
                 trimestreTotal(cptPeriode)
           END-PERFORM.

           IF horsExercice > 0
              DISPLAY "Ventes datées hors exercice " WS-ANNEE " : "
                 horsExercice
           END-IF.

           DISPLAY "---------------------------".


       END PROGRAM calculVente.
