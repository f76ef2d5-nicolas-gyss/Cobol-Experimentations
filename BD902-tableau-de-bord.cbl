           02 WS-MLU-BANDE PIC X(1).

       01 WS-DATE-JOUR  PIC 9(8).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.
       01 WS-DATE-VEILLE PIC 9(8).
       01 WS-VEILLE-ENT PIC 9(7).
       01 WS-VEILLE-TXT PIC X(8).
       01 WS-PARKING-SORTIES PIC 9(5) VALUE 0.
       01 WS-PARKING-RECETTE PIC 9(8)V9(2) VALUE 0.

       COPY BC810PRM.

       LINKAGE SECTION.


      *    ZONE DE PROGRAMME
      *************************************************************

           PERFORM 8930-DATE-METIER.

           OPEN OUTPUT F-BORD.

           MOVE WS-DATE-METIER TO WS-DATE-JOUR.
           MOVE SPACES TO F-BORD-LIGNE.
           STRING "========= TABLEAU DE BORD DU " WS-DATE-JOUR
              " =========" DELIMITED BY SIZE
      *    Parking : mouvements et recette de la veille, relus dans
      *    le journal des mouvements (les sorties abonnés, facturées
      *    ABONNE, comptent en mouvement mais pas en recette).
           MOVE WS-DATE-METIER TO WS-DATE-JOUR
           COMPUTE WS-VEILLE-ENT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1
           COMPUTE WS-DATE-VEILLE =

           EXIT PROGRAM.

       8930-DATE-METIER.
      *    Date métier du passage (service de dates, fonction DM) :
      *    la date système, ou la date forcée par le pilote de chaîne
      *    pour retraiter un jour manqué. Elle remplace la date du
      *    jour dans les traitements. Une date future ou inexistante
      *    arrête le programme.
           MOVE "DM" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES

           IF NOT DT-OK THEN
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DT-DATE-RESULTAT TO WS-DATE-METIER
           IF DT-DATE-FORCEE THEN
              DISPLAY "DATE METIER FORCEE : " WS-DATE-METIER
           END-IF

           EXIT PROGRAM.

       9998-FIN-NORMAL.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD902               *".
