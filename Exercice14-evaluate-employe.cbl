      *    S'il existe un fichier de transitions d'état, on le rejoue
      *    en mode batch ; sinon on repasse en mode interactif (ACCEPT),
      *    comme le fait BC802 pour ses transactions de parking.
      *    Une transition (ID,ETAT) peut porter l'heure réelle du
      *    pointage (ID,ETAT,AAAAMMJJHHMMSS), reprise au journal à la
      *    place de l'heure du passage batch.
           SELECT F-TRANSITIONS ASSIGN TO "./in/EtatTransitions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD F-TRANSITIONS.
       01 F-TRANSITIONS-LIGNE PIC X(30).

       FD F-CHANGEMENTS.
       01 F-CHANGEMENTS-LIGNE PIC X(60).
      * Table des transitions légales entre états : un employé
      * inactif doit repasser par l'état actif avant toute autre
      * destination, un employé en congés ne peut que reprendre le
      * travail, un employé en pause ne peut que reprendre son
      * poste. Toute transition absente de la table est refusée.
       01 WS-REGLES-TRANSITIONS.
           02 WS-REGLE OCCURS 6 TIMES.
              03 WS-REGLE-DE   PIC X(4).
              03 WS-REGLE-VERS PIC X(4).
       01 WS-NB-REGLES PIC 9(1) VALUE 6.
       01 WS-CPT-REGLE PIC 9(1).

       01 WS-TRANSITION-LEGALE PIC X(1).
       01 WS-ID-COURANT PIC 9(5).
       01 WS-ETAT-COURANT PIC X(4).
       01 WS-ANCIEN-ETAT PIC X(4).
      * Heure réelle du pointage quand la transition la porte
      * (AAAAMMJJHHMMSS), blanc sinon.
       01 WS-HORODATAGE-TXT PIC X(14).

       01 WS-DATE-HEURE.
           02 WS-DH-ANNEE PIC 9(4).

       01 WS-LL-DATE-N PIC 9(8).
       01 WS-JOUR-ENT-COURANT PIC 9(7).
      * Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.
       01 WS-SEC-COURANT PIC 9(5).
       01 WS-DELTA-SEC PIC S9(9).
       01 WS-DUREE-MINUTES PIC 9(7).
       PROCEDURE DIVISION.

      *    Transitions légales : ACT -> INAC, ACT -> CNG,
      *    INAC -> ACT, CNG -> ACT, ACT -> PAUS, PAUS -> ACT.
           MOVE "ACT"  TO WS-REGLE-DE(1).
           MOVE "INAC" TO WS-REGLE-VERS(1).
           MOVE "ACT"  TO WS-REGLE-DE(2).
           MOVE "ACT"  TO WS-REGLE-VERS(3).
           MOVE "CNG"  TO WS-REGLE-DE(4).
           MOVE "ACT"  TO WS-REGLE-VERS(4).
           MOVE "ACT"  TO WS-REGLE-DE(5).
           MOVE "PAUS" TO WS-REGLE-VERS(5).
           MOVE "PAUS" TO WS-REGLE-DE(6).
           MOVE "ACT"  TO WS-REGLE-VERS(6).

           OPEN INPUT F-TRANSITIONS

           IF FS-TRANSITIONS = "00" THEN
      *       Etat connu de chaque employé repris du journal, pour
      *       que le premier pointage du passage soit bien une
      *       transition.
              PERFORM chargerEtatsConnus

              PERFORM UNTIL FS-TRANSITIONS = "10"
                 READ F-TRANSITIONS INTO F-TRANSITIONS-LIGNE
                    NOT AT END
                 FUNCTION NUMVAL(WS-LL-DATE(1:4)) * 10000 +
                 FUNCTION NUMVAL(WS-LL-DATE(6:2)) * 100 +
                 FUNCTION NUMVAL(WS-LL-DATE(9:2))
              MOVE "NJ" TO DT-FONCTION
              MOVE WS-LL-DATE-N TO DT-DATE-1
              CALL "BC810" USING DT-PARAMETRES
              MOVE DT-JOURS-RESULTAT TO WS-JOUR-ENT-COURANT
              COMPUTE WS-SEC-COURANT =
                 FUNCTION NUMVAL(WS-LL-HEURE(1:2)) * 3600 +
                 FUNCTION NUMVAL(WS-LL-HEURE(4:2)) * 60 +
              END-IF
           END-IF.

      * Relit EtatChangements.txt et range dans la table des employés
      * le dernier état journalisé de chacun.
       chargerEtatsConnus.
           OPEN INPUT F-CHANGEMENTS.

           IF FS-CHANGEMENTS = "00"
              PERFORM UNTIL FS-CHANGEMENTS = "10"
                 READ F-CHANGEMENTS INTO WS-LOG-LUE
                    NOT AT END
                       IF WS-LL-DATE(1:4) IS NUMERIC
                          AND WS-LL-ID IS NUMERIC
                          MOVE WS-LL-ID TO WS-ID-COURANT
                          PERFORM rechercherEmploye
                          IF WS-INDEX-TROUVE = 0
                             IF WS-NB-EMPLOYES < 500
                                ADD 1 TO WS-NB-EMPLOYES
                                MOVE WS-ID-COURANT TO
                                   WS-EMP-ID(WS-NB-EMPLOYES)
                                MOVE WS-LL-NOUVEAU TO
                                   WS-EMP-ETAT(WS-NB-EMPLOYES)
                             END-IF
                          ELSE
                             MOVE WS-LL-NOUVEAU TO
                                WS-EMP-ETAT(WS-INDEX-TROUVE)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CHANGEMENTS
           END-IF.

      * Découpe "ID,ETAT[,AAAAMMJJHHMMSS]" et met à jour la table en
      * mémoire ; journalise le changement dans EtatChangements.txt
      * uniquement si l'état reçu diffère de l'état déjà connu pour
      * cet employé. Le premier état d'un employé encore jamais vu
      * est journalisé depuis "----", pour que sa prise de poste
      * compte dans les feuilles de temps.
       traiterTransition.
           MOVE SPACES TO WS-HORODATAGE-TXT.

           UNSTRING F-TRANSITIONS-LIGNE DELIMITED BY ","
              INTO WS-ID-COURANT
                   WS-ETAT-COURANT
                   WS-HORODATAGE-TXT
           END-UNSTRING.

           PERFORM rechercherEmploye.
                 ADD 1 TO WS-NB-EMPLOYES
                 MOVE WS-ID-COURANT TO WS-EMP-ID(WS-NB-EMPLOYES)
                 MOVE WS-ETAT-COURANT TO WS-EMP-ETAT(WS-NB-EMPLOYES)
                 MOVE "----" TO WS-ANCIEN-ETAT
                 PERFORM journaliserChangement
              END-IF
           ELSE
              MOVE WS-EMP-ETAT(WS-INDEX-TROUVE) TO WS-ANCIEN-ETAT
      * Trace une transition illégale dans EtatRejets.txt, horodatée,
      * sans toucher à l'état connu de l'employé ni au journal.
       rejeterTransition.
           PERFORM horodaterTransition.
           MOVE SPACES TO WS-LIGNE-REJET.

           STRING WS-DH-ANNEE "-" WS-DH-MOIS "-" WS-DH-JOUR " "
      * Ajoute une ligne horodatée à EtatChangements.txt pour chaque
      * transition d'état réellement constatée.
       journaliserChangement.
           PERFORM horodaterTransition
           MOVE SPACES TO WS-LIGNE-LOG

           STRING WS-DH-ANNEE "-" WS-DH-MOIS "-" WS-DH-JOUR " "

           CLOSE F-CHANGEMENTS.

      * Horodatage de la transition courante : l'heure du pointage
      * qu'elle porte, à défaut la date métier et l'heure du passage.
       horodaterTransition.
           IF WS-HORODATAGE-TXT IS NUMERIC
              MOVE WS-HORODATAGE-TXT TO WS-DATE-HEURE(1:14)
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-HEURE
              MOVE "DM" TO DT-FONCTION
              CALL "BC810" USING DT-PARAMETRES
              IF NOT DT-OK
                 DISPLAY "ARRET : date métier " DT-DATE-1
                    " refusée (future ou inexistante)"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE DT-DATE-RESULTAT TO WS-DATE-HEURE(1:8)
           END-IF.

      * Comportement d'origine du programme : une saisie interactive
      * unique, utilisée quand aucun fichier de transitions n'est
      * fourni.
           SET saisie TO 0.

           PERFORM UNTIL saisieOK
              DISPLAY "Saisissez l'état (ACT / INAC / CNG / PAUS)"
              ACCEPT etat

              IF etat = "ACT" OR etat = "INAC" OR etat = "CNG"
                 OR etat = "PAUS" THEN
                 SET saisie TO 1
              END-IF

                 DISPLAY "Employé inactif"
              WHEN "CNG"
                 DISPLAY "Employé en congés"
              WHEN "PAUS"
                 DISPLAY "Employé en pause"
              WHEN OTHER
                 DISPLAY "Etat de l'employé inconnue"
           END-EVALUATE.
