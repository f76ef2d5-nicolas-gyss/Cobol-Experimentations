       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeuilleTemps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Journal des changements d'état écrit par EtatEmploye : une
      *    ligne par pointage (prise de poste ACT, pause PAUS, sortie
      *    INAC, congés CNG).
           SELECT F-CHANGEMENTS ASSIGN TO "./out/EtatChangements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS FS-CHANGEMENTS.

      *    Paramètres de la période de paie (CODE;valeur) : DEBUT et
      *    FIN (AAAAMMJJ), SEUILJOUR et SEUILSEMAINE (heures au-delà
      *    desquelles les heures sont supplémentaires), NUITDEBUT et
      *    NUITFIN (HHMM, plage des heures de nuit), AMPLITUDE (durée
      *    en heures au-delà de laquelle un pointage est tenu pour
      *    non clôturé).
           SELECT F-PARAM ASSIGN TO "./in/FeuilleTempsParam.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS FS-PARAM.

      *    Feuille de temps de la période, jour par jour et par
      *    employé.
           SELECT F-FEUILLE ASSIGN TO "./out/FeuilleTemps.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS FS-FEUILLE.

      *    Journées à corriger par le responsable (employé;date;
      *    motif).
           SELECT F-ANOMALIES ASSIGN TO
              "./out/FeuilleTempsAnomalies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS FS-ANOMALIES.

      *    Interface de paie : une ligne par employé et code de paie
      *    de la période (matricule;début;fin;code;heures).
           SELECT F-PAIE ASSIGN TO "./out/PaieExport.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS FS-PAIE.

       DATA DIVISION.
       FILE SECTION.
       FD F-CHANGEMENTS.
       01 F-CHANGEMENTS-LIGNE PIC X(60).

       FD F-PARAM.
       01 F-PARAM-LIGNE PIC X(40).

       FD F-FEUILLE.
       01 F-FEUILLE-LIGNE PIC X(80).

       FD F-ANOMALIES.
       01 F-ANOMALIES-LIGNE PIC X(80).

       FD F-PAIE.
       01 F-PAIE-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.

       01 FS-CHANGEMENTS PIC X(2).
       01 FS-PARAM PIC X(2).
       01 FS-FEUILLE PIC X(2).
       01 FS-ANOMALIES PIC X(2).
       01 FS-PAIE PIC X(2).

      * Zone d'appel du service de dates commun BC810.
       COPY BC810PRM.

      * Paramètres de la période et leurs valeurs par défaut : mois
      * en cours jusqu'à aujourd'hui, 8 h par jour, 35 h par
      * semaine, nuit de 21 h à 6 h, pointage de plus de 14 h tenu
      * pour non clôturé.
       01 WS-PARAM-CODE PIC X(15).
       01 WS-PARAM-VALEUR PIC X(20).
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DEBUT PIC 9(8).
       01 WS-FIN PIC 9(8).
       01 WS-SEUIL-JOUR PIC 9(2)V9(2) VALUE 8.
       01 WS-SEUIL-SEMAINE PIC 9(2)V9(2) VALUE 35.
       01 WS-NUIT-DEBUT PIC 9(4) VALUE 2100.
       01 WS-NUIT-FIN PIC 9(4) VALUE 0600.
       01 WS-AMPLITUDE PIC 9(2) VALUE 14.

      * Mêmes paramètres en secondes pour les calculs.
       01 WS-SEUIL-JOUR-SEC PIC 9(6).
       01 WS-SEUIL-SEMAINE-SEC PIC 9(7).
       01 WS-NUIT-DEBUT-SEC PIC 9(5).
       01 WS-NUIT-FIN-SEC PIC 9(5).
       01 WS-AMPLITUDE-SEC PIC 9(6).

      * Jours de la période (31 au plus) : numéro de jour au
      * calendrier de BC810, date et semaine ISO de chaque jour.
       01 WS-DEBUT-NJ PIC S9(7).
       01 WS-FIN-NJ PIC S9(7).
       01 WS-AUJOURD-NJ PIC S9(7).
       01 WS-NB-JOURS PIC 9(2).
       01 WS-PERIODE.
           02 WS-PER-JOUR OCCURS 31 TIMES.
              03 WS-PER-DATE    PIC 9(8).
              03 WS-PER-SEMAINE PIC 9(6).
       01 WS-CPT-JOUR PIC 9(2).

      * Ligne d'EtatChangements.txt relue (même découpage que la
      * ligne écrite par EtatEmploye).
       01 WS-LOG-LUE.
           02 WS-LL-DATE    PIC X(10).
           02 FILLER        PIC X(1).
           02 WS-LL-HEURE   PIC X(8).
           02 FILLER        PIC X(9).
           02 WS-LL-ID      PIC X(5).
           02 FILLER        PIC X(3).
           02 WS-LL-ANCIEN  PIC X(4).
           02 FILLER        PIC X(4).
           02 WS-LL-NOUVEAU PIC X(4).
       01 WS-LL-DATE-N PIC 9(8).
       01 WS-LL-NJ PIC S9(7).
       01 WS-LL-SEC PIC 9(5).

      * Employés du journal : état courant et horodatage de son
      * début, puis par jour de la période les secondes travaillées
      * (état ACT), en pause (PAUS) et de nuit, et l'anomalie du jour
      * (N pointage non clôturé, O pointages dans le désordre).
       01 WS-EMPLOYES.
           02 WS-EMP OCCURS 100 TIMES.
              03 WS-EMP-ID     PIC X(5).
              03 WS-EMP-ETAT   PIC X(4).
              03 WS-EMP-NJ     PIC S9(7).
              03 WS-EMP-SEC    PIC 9(5).
              03 WS-EMP-JOUR OCCURS 31 TIMES.
                 04 WS-EMP-TRAVAIL  PIC 9(6).
                 04 WS-EMP-PAUSE    PIC 9(6).
                 04 WS-EMP-NUIT     PIC 9(6).
                 04 WS-EMP-ANOMALIE PIC X(1).
       01 WS-NB-EMP PIC 9(3) VALUE 0.
       01 WS-CPT-EMP PIC 9(3).
       01 WS-EMP-TROUVE PIC 9(3).

      * Ventilation d'un intervalle d'état sur les jours de la
      * période : début et fin en jour et seconde, portion d'un
      * jour, recouvrement avec la plage de nuit.
       01 WS-VEN-ETAT PIC X(4).
       01 WS-VEN-NJ PIC S9(7).
       01 WS-VEN-SEC PIC 9(5).
       01 WS-VEN-FIN-NJ PIC S9(7).
       01 WS-VEN-FIN-SEC PIC 9(5).
       01 WS-VEN-DUREE PIC S9(9).
       01 WS-POR-S1 PIC 9(5).
       01 WS-POR-S2 PIC 9(5).
       01 WS-POR-IDX PIC S9(7).
       01 WS-REC-A PIC 9(5).
       01 WS-REC-B PIC 9(5).
       01 WS-REC-DEB PIC 9(5).
       01 WS-REC-FIN PIC 9(5).
       01 WS-NUIT-SEC PIC 9(5).

      * Décompte des heures d'un employé : normales, supplémentaires
      * au-delà du seuil du jour puis de la semaine, de nuit,
      * pauses ; cumul des heures normales de la semaine en cours.
       01 WS-J-NORMAL PIC 9(6).
       01 WS-J-HS-JOUR PIC 9(6).
       01 WS-J-HS-SEMAINE PIC 9(6).
       01 WS-SEMAINE-COURANTE PIC 9(6).
       01 WS-CUMUL-SEMAINE PIC 9(7).
       01 WS-TOT-TRAVAIL PIC 9(8).
       01 WS-TOT-PAUSE PIC 9(8).
       01 WS-TOT-NUIT PIC 9(8).
       01 WS-TOT-NORMAL PIC 9(8).
       01 WS-TOT-HS-JOUR PIC 9(8).
       01 WS-TOT-HS-SEMAINE PIC 9(8).
       01 WS-TOT-HS PIC 9(8).
       01 WS-NB-ANOMALIES PIC 9(4) VALUE 0.
       01 WS-NB-EXPORTS PIC 9(4) VALUE 0.

      * Durée en secondes éditée en heures et minutes (HHH:MM).
       01 WS-DUREE-SEC PIC 9(8).
       01 WS-DUREE-MIN PIC 9(7).
       01 WS-DUREE-ED.
           02 WS-DUREE-ED-H PIC ZZ9.
           02 FILLER PIC X(1) VALUE ":".
           02 WS-DUREE-ED-M PIC 99.

      * Ligne de jour de la feuille de temps, à positions fixes.
       01 WS-LIGNE-JOUR.
           02 WS-LJ-DATE PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-LJ-TRAVAIL PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-LJ-PAUSE PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-LJ-NUIT PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-LJ-HS-JOUR PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-LJ-HS-SEMAINE PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-LJ-ANOMALIE PIC X(20).

      * Heures exportées vers la paie, en centièmes d'heure.
       01 WS-PAIE-CODE PIC X(4).
       01 WS-PAIE-SEC PIC 9(8).
       01 WS-PAIE-HEURES PIC 9(4)V9(2).
       01 WS-PAIE-HEURES-ED PIC 9(4).9(2).

       PROCEDURE DIVISION.

           PERFORM chargerParametres.
           PERFORM preparerPeriode.

           OPEN INPUT F-CHANGEMENTS.

           IF FS-CHANGEMENTS NOT = "00"
              DISPLAY "Pas de journal de changements : pas de feuille"
                 " de temps."
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-CHANGEMENTS = "10"
              READ F-CHANGEMENTS INTO WS-LOG-LUE
                 NOT AT END
                    IF WS-LL-DATE(1:4) IS NUMERIC
                       PERFORM traiterPointage
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE F-CHANGEMENTS.

      *    Employés encore en poste ou en pause à la fin du journal :
      *    la journée reste à clôturer, sauf s'ils ont pointé
      *    aujourd'hui (service en cours).
           PERFORM VARYING WS-CPT-EMP FROM 1 BY 1
              UNTIL WS-CPT-EMP > WS-NB-EMP
              IF (WS-EMP-ETAT(WS-CPT-EMP) = "ACT" OR
                  WS-EMP-ETAT(WS-CPT-EMP) = "PAUS") AND
                 WS-EMP-NJ(WS-CPT-EMP) < WS-AUJOURD-NJ
                 MOVE WS-EMP-NJ(WS-CPT-EMP) TO WS-POR-IDX
                 COMPUTE WS-POR-IDX = WS-POR-IDX - WS-DEBUT-NJ + 1
                 IF WS-POR-IDX >= 1 AND WS-POR-IDX <= WS-NB-JOURS
                    MOVE "N" TO
                       WS-EMP-ANOMALIE(WS-CPT-EMP, WS-POR-IDX)
                 END-IF
              END-IF
           END-PERFORM.

           OPEN OUTPUT F-FEUILLE.
           OPEN OUTPUT F-ANOMALIES.
           OPEN OUTPUT F-PAIE.

           PERFORM VARYING WS-CPT-EMP FROM 1 BY 1
              UNTIL WS-CPT-EMP > WS-NB-EMP
              PERFORM ecrireFeuilleEmploye
           END-PERFORM.

           CLOSE F-FEUILLE.
           CLOSE F-ANOMALIES.
           CLOSE F-PAIE.

           DISPLAY "Feuilles de temps du " WS-DEBUT " au " WS-FIN
              " : " WS-NB-EMP " employé(s), " WS-NB-EXPORTS
              " ligne(s) de paie (PaieExport.txt), " WS-NB-ANOMALIES
              " journée(s) à corriger (FeuilleTempsAnomalies.txt).".

           STOP RUN.

      * Lit les paramètres CODE;valeur de la période de paie. Un code
      * inconnu ou une valeur non numérique est signalé et ignoré.
       chargerParametres.
           MOVE "DM" TO DT-FONCTION.
           CALL "BC810" USING DT-PARAMETRES.
           IF NOT DT-OK
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DT-DATE-RESULTAT TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-DEBUT.
           MOVE "01" TO WS-DEBUT(7:2).
           MOVE WS-DATE-JOUR TO WS-FIN.

           OPEN INPUT F-PARAM.

           IF FS-PARAM = "00"
              PERFORM UNTIL FS-PARAM = "10"
                 READ F-PARAM INTO F-PARAM-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-PARAM-CODE
                       MOVE SPACES TO WS-PARAM-VALEUR
                       INSPECT F-PARAM-LIGNE REPLACING ALL "," BY "."
                       UNSTRING F-PARAM-LIGNE DELIMITED BY ";"
                          INTO WS-PARAM-CODE
                               WS-PARAM-VALEUR
                       END-UNSTRING
                       PERFORM appliquerParametre
                 END-READ
              END-PERFORM
              CLOSE F-PARAM
           END-IF.

           COMPUTE WS-SEUIL-JOUR-SEC = WS-SEUIL-JOUR * 3600.
           COMPUTE WS-SEUIL-SEMAINE-SEC = WS-SEUIL-SEMAINE * 3600.
           COMPUTE WS-NUIT-DEBUT-SEC =
              (WS-NUIT-DEBUT / 100) * 3600.
           COMPUTE WS-NUIT-DEBUT-SEC = WS-NUIT-DEBUT-SEC +
              FUNCTION MOD(WS-NUIT-DEBUT, 100) * 60.
           COMPUTE WS-NUIT-FIN-SEC = (WS-NUIT-FIN / 100) * 3600.
           COMPUTE WS-NUIT-FIN-SEC = WS-NUIT-FIN-SEC +
              FUNCTION MOD(WS-NUIT-FIN, 100) * 60.
           COMPUTE WS-AMPLITUDE-SEC = WS-AMPLITUDE * 3600.

      * Applique le paramètre WS-PARAM-CODE / WS-PARAM-VALEUR lu.
       appliquerParametre.
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALEUR) NOT = 0
              DISPLAY "Paramètre ignoré (valeur non numérique) : "
                 FUNCTION TRIM(F-PARAM-LIGNE)
           ELSE
              EVALUATE WS-PARAM-CODE
                 WHEN "DEBUT"
                    COMPUTE WS-DEBUT = FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN "FIN"
                    COMPUTE WS-FIN = FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN "SEUILJOUR"
                    COMPUTE WS-SEUIL-JOUR =
                       FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN "SEUILSEMAINE"
                    COMPUTE WS-SEUIL-SEMAINE =
                       FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN "NUITDEBUT"
                    COMPUTE WS-NUIT-DEBUT =
                       FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN "NUITFIN"
                    COMPUTE WS-NUIT-FIN =
                       FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN "AMPLITUDE"
                    COMPUTE WS-AMPLITUDE =
                       FUNCTION NUMVAL(WS-PARAM-VALEUR)
                 WHEN OTHER
                    DISPLAY "Paramètre inconnu ignoré : "
                       FUNCTION TRIM(F-PARAM-LIGNE)
              END-EVALUATE
           END-IF.

      * Contrôle la période (dates existantes, 31 jours au plus) et
      * relève la date et la semaine ISO de chacun de ses jours.
       preparerPeriode.
           MOVE "NJ" TO DT-FONCTION.
           MOVE WS-DEBUT TO DT-DATE-1.
           CALL "BC810" USING DT-PARAMETRES.
           IF NOT DT-OK
              DISPLAY "Date de début de période invalide : " WS-DEBUT
              STOP RUN
           END-IF.
           MOVE DT-JOURS-RESULTAT TO WS-DEBUT-NJ.

           MOVE "NJ" TO DT-FONCTION.
           MOVE WS-FIN TO DT-DATE-1.
           CALL "BC810" USING DT-PARAMETRES.
           IF NOT DT-OK OR DT-JOURS-RESULTAT < WS-DEBUT-NJ
              DISPLAY "Date de fin de période invalide : " WS-FIN
              STOP RUN
           END-IF.
           MOVE DT-JOURS-RESULTAT TO WS-FIN-NJ.

           MOVE "NJ" TO DT-FONCTION.
           MOVE WS-DATE-JOUR TO DT-DATE-1.
           CALL "BC810" USING DT-PARAMETRES.
           MOVE DT-JOURS-RESULTAT TO WS-AUJOURD-NJ.

           IF WS-FIN-NJ - WS-DEBUT-NJ + 1 > 31
              DISPLAY "Période de plus de 31 jours, limitée au 31e "
                 "jour."
              COMPUTE WS-FIN-NJ = WS-DEBUT-NJ + 30
              MOVE "AJ" TO DT-FONCTION
              MOVE WS-DEBUT TO DT-DATE-1
              MOVE 30 TO DT-NB-JOURS
              CALL "BC810" USING DT-PARAMETRES
              MOVE DT-DATE-RESULTAT TO WS-FIN
           END-IF.
           COMPUTE WS-NB-JOURS = WS-FIN-NJ - WS-DEBUT-NJ + 1.

           PERFORM VARYING WS-CPT-JOUR FROM 1 BY 1
              UNTIL WS-CPT-JOUR > WS-NB-JOURS
              MOVE "AJ" TO DT-FONCTION
              MOVE WS-DEBUT TO DT-DATE-1
              COMPUTE DT-NB-JOURS = WS-CPT-JOUR - 1
              CALL "BC810" USING DT-PARAMETRES
              MOVE DT-DATE-RESULTAT TO WS-PER-DATE(WS-CPT-JOUR)
              MOVE "SI" TO DT-FONCTION
              MOVE WS-PER-DATE(WS-CPT-JOUR) TO DT-DATE-1
              CALL "BC810" USING DT-PARAMETRES
              MOVE DT-SEMAINE-ISO TO WS-PER-SEMAINE(WS-CPT-JOUR)
           END-PERFORM.

      * Un pointage du journal : l'intervalle passé dans l'état quitté
      * depuis le pointage précédent de l'employé est ventilé sur les
      * jours de la période, puis le nouvel état prend effet.
       traiterPointage.
           COMPUTE WS-LL-DATE-N =
              FUNCTION NUMVAL(WS-LL-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-LL-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-LL-DATE(9:2)).
           MOVE "NJ" TO DT-FONCTION.
           MOVE WS-LL-DATE-N TO DT-DATE-1.
           CALL "BC810" USING DT-PARAMETRES.
           MOVE DT-JOURS-RESULTAT TO WS-LL-NJ.
           COMPUTE WS-LL-SEC =
              FUNCTION NUMVAL(WS-LL-HEURE(1:2)) * 3600 +
              FUNCTION NUMVAL(WS-LL-HEURE(4:2)) * 60 +
              FUNCTION NUMVAL(WS-LL-HEURE(7:2)).

           MOVE 0 TO WS-EMP-TROUVE.
           PERFORM VARYING WS-CPT-EMP FROM 1 BY 1
              UNTIL WS-CPT-EMP > WS-NB-EMP
              IF WS-EMP-ID(WS-CPT-EMP) = WS-LL-ID
                 MOVE WS-CPT-EMP TO WS-EMP-TROUVE
              END-IF
           END-PERFORM.

           IF WS-EMP-TROUVE = 0
              IF WS-NB-EMP < 100
                 ADD 1 TO WS-NB-EMP
                 MOVE WS-NB-EMP TO WS-EMP-TROUVE
                 INITIALIZE WS-EMP(WS-NB-EMP)
                 MOVE WS-LL-ID TO WS-EMP-ID(WS-NB-EMP)
              ELSE
                 DISPLAY "Trop d'employés, pointage ignoré : "
                    WS-LOG-LUE
              END-IF
           ELSE
              IF WS-EMP-ETAT(WS-EMP-TROUVE) = "ACT" OR
                 WS-EMP-ETAT(WS-EMP-TROUVE) = "PAUS"
                 PERFORM ventilerIntervalle
              END-IF
           END-IF.

           IF WS-EMP-TROUVE > 0
              MOVE WS-LL-NOUVEAU TO WS-EMP-ETAT(WS-EMP-TROUVE)
              MOVE WS-LL-NJ TO WS-EMP-NJ(WS-EMP-TROUVE)
              MOVE WS-LL-SEC TO WS-EMP-SEC(WS-EMP-TROUVE)
           END-IF.

      * Ventile l'intervalle de travail ou de pause de l'employé
      * WS-EMP-TROUVE, de son dernier pointage au pointage lu, jour
      * par jour. Un intervalle négatif (pointages dans le désordre)
      * ou plus long que l'amplitude (sortie oubliée) n'est pas
      * compté : la journée de début est signalée.
       ventilerIntervalle.
           MOVE WS-EMP-ETAT(WS-EMP-TROUVE) TO WS-VEN-ETAT.
           MOVE WS-EMP-NJ(WS-EMP-TROUVE) TO WS-VEN-NJ.
           MOVE WS-EMP-SEC(WS-EMP-TROUVE) TO WS-VEN-SEC.
           MOVE WS-LL-NJ TO WS-VEN-FIN-NJ.
           MOVE WS-LL-SEC TO WS-VEN-FIN-SEC.
           COMPUTE WS-VEN-DUREE =
              (WS-VEN-FIN-NJ - WS-VEN-NJ) * 86400 +
              WS-VEN-FIN-SEC - WS-VEN-SEC.

           COMPUTE WS-POR-IDX = WS-VEN-NJ - WS-DEBUT-NJ + 1.

           IF WS-VEN-DUREE < 0 OR WS-VEN-DUREE > WS-AMPLITUDE-SEC
              IF WS-POR-IDX >= 1 AND WS-POR-IDX <= WS-NB-JOURS
                 IF WS-VEN-DUREE < 0
                    MOVE "O" TO
                       WS-EMP-ANOMALIE(WS-EMP-TROUVE, WS-POR-IDX)
                 ELSE
                    MOVE "N" TO
                       WS-EMP-ANOMALIE(WS-EMP-TROUVE, WS-POR-IDX)
                 END-IF
              END-IF
           ELSE
              PERFORM UNTIL WS-VEN-NJ >= WS-VEN-FIN-NJ
                 MOVE WS-VEN-SEC TO WS-POR-S1
                 MOVE 86400 TO WS-POR-S2
                 PERFORM cumulerPortion
                 ADD 1 TO WS-VEN-NJ
                 MOVE 0 TO WS-VEN-SEC
              END-PERFORM
              MOVE WS-VEN-SEC TO WS-POR-S1
              MOVE WS-VEN-FIN-SEC TO WS-POR-S2
              PERFORM cumulerPortion
           END-IF.

      * Cumule la portion [WS-POR-S1, WS-POR-S2[ du jour WS-VEN-NJ
      * (secondes depuis minuit) : en travail avec sa part de nuit,
      * ou en pause. Un jour hors période est ignoré.
       cumulerPortion.
           COMPUTE WS-POR-IDX = WS-VEN-NJ - WS-DEBUT-NJ + 1.

           IF WS-POR-IDX >= 1 AND WS-POR-IDX <= WS-NB-JOURS
              AND WS-POR-S2 > WS-POR-S1
              IF WS-VEN-ETAT = "PAUS"
                 COMPUTE WS-EMP-PAUSE(WS-EMP-TROUVE, WS-POR-IDX) =
                    WS-EMP-PAUSE(WS-EMP-TROUVE, WS-POR-IDX) +
                    WS-POR-S2 - WS-POR-S1
              ELSE
                 COMPUTE WS-EMP-TRAVAIL(WS-EMP-TROUVE, WS-POR-IDX) =
                    WS-EMP-TRAVAIL(WS-EMP-TROUVE, WS-POR-IDX) +
                    WS-POR-S2 - WS-POR-S1

      *          Plage de nuit à cheval sur minuit (21 h - 6 h) ou
      *          comprise dans la journée.
                 MOVE 0 TO WS-NUIT-SEC
                 IF WS-NUIT-DEBUT-SEC > WS-NUIT-FIN-SEC
                    MOVE 0 TO WS-REC-A
                    MOVE WS-NUIT-FIN-SEC TO WS-REC-B
                    PERFORM recouvrementNuit
                    MOVE WS-NUIT-DEBUT-SEC TO WS-REC-A
                    MOVE 86400 TO WS-REC-B
                    PERFORM recouvrementNuit
                 ELSE
                    MOVE WS-NUIT-DEBUT-SEC TO WS-REC-A
                    MOVE WS-NUIT-FIN-SEC TO WS-REC-B
                    PERFORM recouvrementNuit
                 END-IF
                 ADD WS-NUIT-SEC TO
                    WS-EMP-NUIT(WS-EMP-TROUVE, WS-POR-IDX)
              END-IF
           END-IF.

      * Ajoute à WS-NUIT-SEC le recouvrement de la portion courante
      * avec la plage [WS-REC-A, WS-REC-B[.
       recouvrementNuit.
           IF WS-POR-S1 > WS-REC-A
              MOVE WS-POR-S1 TO WS-REC-DEB
           ELSE
              MOVE WS-REC-A TO WS-REC-DEB
           END-IF.
           IF WS-POR-S2 < WS-REC-B
              MOVE WS-POR-S2 TO WS-REC-FIN
           ELSE
              MOVE WS-REC-B TO WS-REC-FIN
           END-IF.
           IF WS-REC-FIN > WS-REC-DEB
              COMPUTE WS-NUIT-SEC = WS-NUIT-SEC +
                 WS-REC-FIN - WS-REC-DEB
           END-IF.

      * Feuille de temps de l'employé WS-CPT-EMP : une ligne par jour
      * travaillé ou signalé, heures supplémentaires au-delà du seuil
      * du jour, puis au-delà du seuil de la semaine ISO sur les
      * heures normales (la semaine est comptée à partir du premier
      * jour de la période), total de la période, anomalies et
      * lignes de l'interface de paie.
       ecrireFeuilleEmploye.
           MOVE SPACES TO F-FEUILLE-LIGNE.
           STRING "FEUILLE DE TEMPS EMPLOYE " WS-EMP-ID(WS-CPT-EMP)
              " DU " WS-DEBUT " AU " WS-FIN
              DELIMITED BY SIZE INTO F-FEUILLE-LIGNE
           END-STRING.
           WRITE F-FEUILLE-LIGNE.
           MOVE SPACES TO F-FEUILLE-LIGNE.
           STRING "DATE       TRAVAIL   PAUSES    NUIT      "
              "HS JOUR   HS SEM    ANOMALIE"
              DELIMITED BY SIZE INTO F-FEUILLE-LIGNE
           END-STRING.
           WRITE F-FEUILLE-LIGNE.

           MOVE 0 TO WS-TOT-TRAVAIL.
           MOVE 0 TO WS-TOT-PAUSE.
           MOVE 0 TO WS-TOT-NUIT.
           MOVE 0 TO WS-TOT-NORMAL.
           MOVE 0 TO WS-TOT-HS-JOUR.
           MOVE 0 TO WS-TOT-HS-SEMAINE.
           MOVE 0 TO WS-CUMUL-SEMAINE.
           MOVE WS-PER-SEMAINE(1) TO WS-SEMAINE-COURANTE.

           PERFORM VARYING WS-CPT-JOUR FROM 1 BY 1
              UNTIL WS-CPT-JOUR > WS-NB-JOURS
              PERFORM decompterJour
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE-JOUR.
           MOVE WS-TOT-TRAVAIL TO WS-DUREE-SEC.
           PERFORM formaterDuree.
           MOVE WS-DUREE-ED TO WS-LJ-TRAVAIL.
           MOVE WS-TOT-PAUSE TO WS-DUREE-SEC.
           PERFORM formaterDuree.
           MOVE WS-DUREE-ED TO WS-LJ-PAUSE.
           MOVE WS-TOT-NUIT TO WS-DUREE-SEC.
           PERFORM formaterDuree.
           MOVE WS-DUREE-ED TO WS-LJ-NUIT.
           MOVE WS-TOT-HS-JOUR TO WS-DUREE-SEC.
           PERFORM formaterDuree.
           MOVE WS-DUREE-ED TO WS-LJ-HS-JOUR.
           MOVE WS-TOT-HS-SEMAINE TO WS-DUREE-SEC.
           PERFORM formaterDuree.
           MOVE WS-DUREE-ED TO WS-LJ-HS-SEMAINE.
           MOVE WS-LIGNE-JOUR TO F-FEUILLE-LIGNE.
           MOVE "TOTAL   " TO F-FEUILLE-LIGNE(1:8).
           WRITE F-FEUILLE-LIGNE.
           MOVE SPACES TO F-FEUILLE-LIGNE.
           WRITE F-FEUILLE-LIGNE.

      *    Interface de paie : heures normales, supplémentaires (du
      *    jour et de la semaine), de nuit.
           COMPUTE WS-TOT-HS = WS-TOT-HS-JOUR + WS-TOT-HS-SEMAINE.
           MOVE "HNOR" TO WS-PAIE-CODE.
           MOVE WS-TOT-NORMAL TO WS-PAIE-SEC.
           PERFORM ecrirePaie.
           MOVE "HSUP" TO WS-PAIE-CODE.
           MOVE WS-TOT-HS TO WS-PAIE-SEC.
           PERFORM ecrirePaie.
           MOVE "NUIT" TO WS-PAIE-CODE.
           MOVE WS-TOT-NUIT TO WS-PAIE-SEC.
           PERFORM ecrirePaie.

      * Décompte du jour WS-CPT-JOUR de l'employé WS-CPT-EMP et ligne
      * de feuille de temps quand il y a du temps ou une anomalie.
       decompterJour.
           IF WS-PER-SEMAINE(WS-CPT-JOUR) NOT = WS-SEMAINE-COURANTE
              MOVE WS-PER-SEMAINE(WS-CPT-JOUR) TO WS-SEMAINE-COURANTE
              MOVE 0 TO WS-CUMUL-SEMAINE
           END-IF.

           MOVE WS-EMP-TRAVAIL(WS-CPT-EMP, WS-CPT-JOUR) TO WS-J-NORMAL.
           MOVE 0 TO WS-J-HS-JOUR.
           MOVE 0 TO WS-J-HS-SEMAINE.
           IF WS-J-NORMAL > WS-SEUIL-JOUR-SEC
              COMPUTE WS-J-HS-JOUR = WS-J-NORMAL - WS-SEUIL-JOUR-SEC
              MOVE WS-SEUIL-JOUR-SEC TO WS-J-NORMAL
           END-IF.
           IF WS-CUMUL-SEMAINE + WS-J-NORMAL > WS-SEUIL-SEMAINE-SEC
              COMPUTE WS-J-HS-SEMAINE = WS-CUMUL-SEMAINE +
                 WS-J-NORMAL - WS-SEUIL-SEMAINE-SEC
              IF WS-J-HS-SEMAINE > WS-J-NORMAL
                 MOVE WS-J-NORMAL TO WS-J-HS-SEMAINE
              END-IF
              SUBTRACT WS-J-HS-SEMAINE FROM WS-J-NORMAL
           END-IF.
           ADD WS-J-NORMAL TO WS-CUMUL-SEMAINE.

           ADD WS-EMP-TRAVAIL(WS-CPT-EMP, WS-CPT-JOUR) TO
              WS-TOT-TRAVAIL.
           ADD WS-EMP-PAUSE(WS-CPT-EMP, WS-CPT-JOUR) TO WS-TOT-PAUSE.
           ADD WS-EMP-NUIT(WS-CPT-EMP, WS-CPT-JOUR) TO WS-TOT-NUIT.
           ADD WS-J-NORMAL TO WS-TOT-NORMAL.
           ADD WS-J-HS-JOUR TO WS-TOT-HS-JOUR.
           ADD WS-J-HS-SEMAINE TO WS-TOT-HS-SEMAINE.

           IF WS-EMP-TRAVAIL(WS-CPT-EMP, WS-CPT-JOUR) > 0 OR
              WS-EMP-PAUSE(WS-CPT-EMP, WS-CPT-JOUR) > 0 OR
              WS-EMP-ANOMALIE(WS-CPT-EMP, WS-CPT-JOUR) NOT = SPACES
              MOVE SPACES TO WS-LIGNE-JOUR
              MOVE WS-PER-DATE(WS-CPT-JOUR) TO WS-LJ-DATE
              MOVE WS-EMP-TRAVAIL(WS-CPT-EMP, WS-CPT-JOUR) TO
                 WS-DUREE-SEC
              PERFORM formaterDuree
              MOVE WS-DUREE-ED TO WS-LJ-TRAVAIL
              MOVE WS-EMP-PAUSE(WS-CPT-EMP, WS-CPT-JOUR) TO
                 WS-DUREE-SEC
              PERFORM formaterDuree
              MOVE WS-DUREE-ED TO WS-LJ-PAUSE
              MOVE WS-EMP-NUIT(WS-CPT-EMP, WS-CPT-JOUR) TO
                 WS-DUREE-SEC
              PERFORM formaterDuree
              MOVE WS-DUREE-ED TO WS-LJ-NUIT
              MOVE WS-J-HS-JOUR TO WS-DUREE-SEC
              PERFORM formaterDuree
              MOVE WS-DUREE-ED TO WS-LJ-HS-JOUR
              MOVE WS-J-HS-SEMAINE TO WS-DUREE-SEC
              PERFORM formaterDuree
              MOVE WS-DUREE-ED TO WS-LJ-HS-SEMAINE
              EVALUATE WS-EMP-ANOMALIE(WS-CPT-EMP, WS-CPT-JOUR)
                 WHEN "N"
                    MOVE "POINTAGE NON CLOS" TO WS-LJ-ANOMALIE
                 WHEN "O"
                    MOVE "POINTAGES DESORDRE" TO WS-LJ-ANOMALIE
              END-EVALUATE
              MOVE WS-LIGNE-JOUR TO F-FEUILLE-LIGNE
              WRITE F-FEUILLE-LIGNE

              IF WS-EMP-ANOMALIE(WS-CPT-EMP, WS-CPT-JOUR)
                 NOT = SPACES
                 ADD 1 TO WS-NB-ANOMALIES
                 MOVE SPACES TO F-ANOMALIES-LIGNE
                 STRING WS-EMP-ID(WS-CPT-EMP) ";"
                    WS-PER-DATE(WS-CPT-JOUR) ";"
                    FUNCTION TRIM(WS-LJ-ANOMALIE)
                    DELIMITED BY SIZE INTO F-ANOMALIES-LIGNE
                 END-STRING
                 WRITE F-ANOMALIES-LIGNE
              END-IF
           END-IF.

      * Ligne de l'interface de paie de l'employé WS-CPT-EMP pour le
      * code WS-PAIE-CODE, quand il y a des heures à payer.
       ecrirePaie.
           IF WS-PAIE-SEC > 0
              COMPUTE WS-PAIE-HEURES ROUNDED = WS-PAIE-SEC / 3600
              MOVE WS-PAIE-HEURES TO WS-PAIE-HEURES-ED
              MOVE SPACES TO F-PAIE-LIGNE
              STRING WS-EMP-ID(WS-CPT-EMP) ";"
                 WS-DEBUT ";" WS-FIN ";"
                 WS-PAIE-CODE ";"
                 WS-PAIE-HEURES-ED
                 DELIMITED BY SIZE INTO F-PAIE-LIGNE
              END-STRING
              WRITE F-PAIE-LIGNE
              ADD 1 TO WS-NB-EXPORTS
           END-IF.

      * Edite WS-DUREE-SEC en heures et minutes dans WS-DUREE-ED.
       formaterDuree.
           COMPUTE WS-DUREE-MIN = WS-DUREE-SEC / 60.
           COMPUTE WS-DUREE-ED-H = WS-DUREE-MIN / 60.
           COMPUTE WS-DUREE-ED-M = FUNCTION MOD(WS-DUREE-MIN, 60).

       END PROGRAM FeuilleTemps.
