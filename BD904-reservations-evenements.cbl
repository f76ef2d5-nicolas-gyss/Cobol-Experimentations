       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD904.

      ***************************************************************
      *    Réservations des évènements (banquets) : un seul fichier
      *    de réservation d'évènement (Evenements.txt) pilote les
      *    trois réservations qui se faisaient à la main chez trois
      *    personnes différentes - la commande de pizzas de BC103
      *    (PizzaConvives.txt), le vin mis de côté au cellier BD501
      *    (CellierReservations.txt) et les places des invités au
      *    parking BC802 (ParkingReservations.txt). A chaque passage,
      *    les lignes des trois fichiers marquées d'un identifiant
      *    d'évènement géré ici sont réécrites d'après la réservation
      *    d'évènement : un évènement créé, déplacé ou annulé l'est
      *    partout à la fois. Les lignes saisies à la main (sans
      *    identifiant d'évènement) sont conservées telles quelles.
      *    Le passage édite une fiche de confirmation par évènement
      *    et la liste des évènements dont une partie n'a pas pu
      *    être réservée.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-EVENEMENTS ASSIGN TO "./in/Evenements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EVENEMENTS.

      *    Etat des évènements au passage précédent, pour reconnaître
      *    les créations, modifications et suppressions.
       SELECT F-SITUATION ASSIGN TO "./out/EvenementsReserves.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-SITUATION.

       SELECT F-CONVIVES ASSIGN TO "./in/PizzaConvives.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CONVIVES.

       SELECT F-RESA ASSIGN TO "./in/CellierReservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESA.

       SELECT F-CELLIER-SOLDE ASSIGN TO "./out/CellierSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CELLIER-SOLDE.

       SELECT F-RESERVATIONS ASSIGN TO "./in/ParkingReservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-RESERVATIONS.

      *    Feuille de prep des frigos et références déjà passées en
      *    prep par BC103 : la prep d'un évènement modifié ou annulé
      *    en est retirée.
       SELECT F-PREP ASSIGN TO "./in/FrigoPrepSheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PREP.

       SELECT F-PREP-GEN ASSIGN TO "./out/PizzaPrepGeneree.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-PREP-GEN.

       SELECT F-CONFIRMATION
           ASSIGN TO "./out/EvenementsConfirmation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CONFIRMATION.

       SELECT F-ANOMALIES ASSIGN TO "./out/EvenementsAnomalies.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ANOMALIES.

       DATA DIVISION.
       FILE SECTION.
       FD F-EVENEMENTS.
       01 F-EVENEMENTS-LIGNE PIC X(120).

       FD F-SITUATION.
       01 F-SITUATION-LIGNE PIC X(120).

       FD F-CONVIVES.
       01 F-CONVIVES-LIGNE PIC X(120).

       FD F-RESA.
       01 F-RESA-LIGNE PIC X(60).

       FD F-CELLIER-SOLDE.
       01 F-CELLIER-SOLDE-CURRENT.
           02 CS-REGION-IDX  PIC 9(2).
           02 CS-CEPAGE-IDX  PIC 9(2).
           02 CS-REGION      PIC X(20).
           02 CS-CEPAGE      PIC X(20).
           02 CS-VINTAGE     PIC 9(4).
           02 CS-QTE         PIC 9(3).
           02 CS-APPELLATION PIC X(10).
           02 CS-FOURNISSEUR PIC X(20).
           02 CS-BIN         PIC X(5).

       FD F-RESERVATIONS.
       01 F-RESERVATIONS-LIGNE PIC X(40).

       FD F-PREP.
       01 F-PREP-LIGNE PIC X(80).

       FD F-PREP-GEN.
       01 F-PREP-GEN-LIGNE PIC X(10).

       FD F-CONFIRMATION.
       01 F-CONFIRMATION-LIGNE PIC X(100).

       FD F-ANOMALIES.
       01 F-ANOMALIES-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-EVENEMENTS    PIC X(2).
       01 FS-SITUATION     PIC X(2).
       01 FS-CONVIVES      PIC X(2).
       01 FS-RESA          PIC X(2).
       01 FS-CELLIER-SOLDE PIC X(2).
       01 FS-RESERVATIONS  PIC X(2).
       01 FS-PREP          PIC X(2).
       01 FS-PREP-GEN      PIC X(2).
       01 FS-CONFIRMATION  PIC X(2).
       01 FS-ANOMALIES     PIC X(2).

       01 WS-DATE-JOUR PIC 9(8).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

      ***************************************************************
      *    Fichier de réservation d'évènement, une ligne par type :
      *      E;id;date AAAAMMJJ;site;statut;libellé;convives;végé;
      *        végan;sans gluten;boissons/convive;accomp/convive;
      *        budget;type d'évènement
      *        (statut : P provisoire, O confirmé, A annulé ; les
      *        champs du menu sont ceux de la ligne de BC103)
      *      V;id;cépage;millésime;bouteilles  (sélection de vins)
      *      P;id;plaque;lot                   (véhicule d'invité)
      *    Les lignes V et P suivent la ligne E de leur évènement.
      ***************************************************************
       01 WS-CHAMPS.
           02 WS-CHAMP PIC X(20) OCCURS 14 TIMES.
       01 WS-LIGNE-LUE PIC X(120).

       01 WS-EVT-TABLE.
           02 WS-EVT-ENTREE OCCURS 50 TIMES.
              03 WS-EVT-ID       PIC X(10).
              03 WS-EVT-DATE     PIC X(8).
              03 WS-EVT-SITE     PIC X(1).
              03 WS-EVT-STATUT   PIC X(1).
              03 WS-EVT-LIBELLE  PIC X(20).
              03 WS-EVT-CONVIVES PIC X(3).
              03 WS-EVT-VEGE     PIC X(3).
              03 WS-EVT-VEGAN    PIC X(3).
              03 WS-EVT-GLUTEN   PIC X(3).
              03 WS-EVT-BOISSONS PIC X(3).
              03 WS-EVT-ACCOMP   PIC X(3).
              03 WS-EVT-BUDGET   PIC X(6).
              03 WS-EVT-TYPE     PIC X(10).
              03 WS-EVT-LIGNE    PIC X(120).
      *       Mouvement depuis le passage précédent : C créé,
      *       M modifié, I inchangé.
              03 WS-EVT-ACTION   PIC X(1).
      *       Etat du passage : R à réserver, A annulé, T terminé
      *       (date passée, réservations libérées), D date invalide.
              03 WS-EVT-ETAT     PIC X(1).
                 88 EVT-A-RESERVER VALUE "R".
              03 WS-EVT-PIZZA    PIC X(1).
              03 WS-EVT-NB-ANO   PIC 9(3).
       01 WS-NB-EVT  PIC 9(2) VALUE 0.
       01 WS-CPT-EVT PIC 9(2).
       01 WS-RANG-EVT PIC 9(2).

       01 WS-VIN-TABLE.
           02 WS-VIN-ENTREE OCCURS 100 TIMES.
              03 WS-VIN-EVT     PIC 9(2).
              03 WS-VIN-CEPAGE  PIC X(20).
              03 WS-VIN-VINTAGE PIC X(4).
              03 WS-VIN-QTE     PIC 9(3).
              03 WS-VIN-ETAT    PIC X(1).
       01 WS-NB-VIN  PIC 9(3) VALUE 0.
       01 WS-CPT-VIN PIC 9(3).

       01 WS-PRK-TABLE.
           02 WS-PRK-ENTREE OCCURS 100 TIMES.
              03 WS-PRK-EVT    PIC 9(2).
              03 WS-PRK-PLAQUE PIC X(4).
              03 WS-PRK-LOT    PIC 9(1).
              03 WS-PRK-NIV    PIC 9(1).
              03 WS-PRK-EMP    PIC 9(2).
              03 WS-PRK-ETAT   PIC X(1).
       01 WS-NB-PRK  PIC 9(3) VALUE 0.
       01 WS-CPT-PRK PIC 9(3).

      *    Evènements du passage précédent (ligne E telle qu'elle
      *    avait été réservée) et évènements disparus du fichier de
      *    réservation depuis, traités comme annulés.
       01 WS-SIT-TABLE.
           02 WS-SIT-ENTREE OCCURS 100 TIMES.
              03 WS-SIT-ID    PIC X(10).
              03 WS-SIT-LIGNE PIC X(120).
       01 WS-NB-SIT  PIC 9(3) VALUE 0.
       01 WS-CPT-SIT PIC 9(3).

       01 WS-SUP-TABLE.
           02 WS-SUP-ID PIC X(10) OCCURS 100 TIMES.
       01 WS-NB-SUP  PIC 9(3) VALUE 0.
       01 WS-CPT-SUP PIC 9(3).

       01 WS-REF-CHERCHE PIC X(10).

       01 WS-GERE PIC X(1).
           88 GERE-OK VALUE "O".
      *    GERE-OK = 1 : La référence est celle d'un évènement géré
      *                  ici (fichier de réservation ou disparu).
      *    GERE-OK = 0 : Ligne saisie à la main, conservée.

       01 WS-PURGE PIC X(1).
           88 PURGE-OK VALUE "O".
      *    PURGE-OK = 1 : La prep de l'évènement est à retirer
      *                   (évènement modifié, annulé, terminé ou
      *                   disparu).
      *    PURGE-OK = 0 : Prep conservée.

       01 WS-TROUVE PIC X(1).
           88 TROUVE-OK VALUE "O".
      *    TROUVE-OK = 1 : Recherche aboutie dans la table.
      *    TROUVE-OK = 0 : Pas trouvé.

      ***************************************************************
      *    Lignes conservées des fichiers réécrits : lignes saisies à
      *    la main et lignes des évènements non gérés ici.
      ***************************************************************
       01 WS-GARDEE-TABLE.
           02 WS-GARDEE PIC X(120) OCCURS 500 TIMES.
       01 WS-NB-GARDEES  PIC 9(3).
       01 WS-CPT-GARDEE  PIC 9(3).

      ***************************************************************
      *    Stock du cellier par cépage/millésime (CellierSolde.txt)
      *    et bouteilles déjà réservées, pour ne réserver que le vin
      *    réellement disponible.
      ***************************************************************
       01 WS-STK-TABLE.
           02 WS-STK-ENTREE OCCURS 200 TIMES.
              03 WS-STK-CEPAGE  PIC X(20).
              03 WS-STK-VINTAGE PIC 9(4).
              03 WS-STK-QTE     PIC 9(5).
              03 WS-STK-RESA    PIC 9(5).
       01 WS-NB-STK   PIC 9(3) VALUE 0.
       01 WS-CPT-STK  PIC 9(3).
       01 WS-RANG-STK PIC 9(3).
       01 WS-STK-CEPAGE-CH  PIC X(20).
       01 WS-STK-VINTAGE-CH PIC 9(4).
       01 WS-STK-LIBRE      PIC S9(5).

      ***************************************************************
      *    Emplacements du parking déjà réservés (mêmes dimensions
      *    que le garage de BC802 : 2 lots, 5 niveaux, 20
      *    emplacements).
      ***************************************************************
       01 WS-NB-NIVEAUX      PIC 9    VALUE 5.
       01 WS-NB-EMPLACEMENTS PIC 9(2) VALUE 20.
       01 WS-OCC-TABLE.
           02 WS-OCC-LOT OCCURS 2 TIMES.
              03 WS-OCC-NIV OCCURS 5 TIMES.
                 04 WS-OCC-EMP PIC X(1) OCCURS 20 TIMES.
       01 WS-CPT-LOT PIC 9.
       01 WS-CPT-NIV PIC 9.
       01 WS-CPT-EMP PIC 9(2).
       01 WS-RES-NIV PIC 9.
       01 WS-RES-EMP PIC 9(2).
       01 WS-RES-LOT PIC 9.

      *    Zones d'édition.
       01 WS-DATE-ED     PIC X(10).
       01 WS-ACTION-ED   PIC X(10).
       01 WS-STATUT-ED   PIC X(10).
       01 WS-PARTIE      PIC X(10).
       01 WS-MOTIF       PIC X(60).
       01 WS-QTE-ED      PIC ZZ9.
       01 WS-EMP-ED      PIC 99.
       01 WS-SEPARATEUR  PIC X(60) VALUE ALL "=".

      *    Compteurs de l'exécution.
       01 WS-NB-RESERVES  PIC 9(3) VALUE 0.
       01 WS-NB-ANNULES   PIC 9(3) VALUE 0.
       01 WS-NB-TERMINES  PIC 9(3) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(3) VALUE 0.
       01 WS-NB-EVT-ANO   PIC 9(3) VALUE 0.
       01 WS-NB-PREP-RETIREES PIC 9(3) VALUE 0.

       COPY BC810PRM.

       LINKAGE SECTION.


       PROCEDURE DIVISION.

       0000-INITIALISATION-DEB.
           PERFORM 8900-MSG-LANCEMENT-DEB
           THRU 8910-MSG-LANCEMENT-FIN.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

           PERFORM 8930-DATE-METIER.

           MOVE WS-DATE-METIER TO WS-DATE-JOUR.

           PERFORM 6000-CHARGE-EVENEMENTS.

      *    Sans fichier de réservation, rien n'est touché : les trois
      *    fichiers en aval gardent leurs réservations.
           IF FS-EVENEMENTS NOT = "00" THEN
              DISPLAY "Pas de fichier de réservation d'évènements, "
              "aucune réservation modifiée."
           ELSE
              PERFORM 6050-CHARGE-SITUATION
              PERFORM 6060-MOUVEMENTS

              OPEN OUTPUT F-ANOMALIES

              PERFORM 6100-PIZZAS
              PERFORM 6200-VINS
              PERFORM 6300-PARKING
              PERFORM 6400-PREP

              OPEN OUTPUT F-CONFIRMATION
              PERFORM 6500-CONFIRMATIONS
              CLOSE F-CONFIRMATION

              CLOSE F-ANOMALIES

              PERFORM 6600-SAUVE-SITUATION

              DISPLAY "-- RESUME DES RESERVATIONS D'EVENEMENTS --"
              DISPLAY "Evènements réservés          : "
                 WS-NB-RESERVES
              DISPLAY "Evènements annulés/supprimés : " WS-NB-ANNULES
              DISPLAY "Evènements terminés libérés  : "
                 WS-NB-TERMINES
              DISPLAY "Evènements incomplets        : " WS-NB-EVT-ANO
              DISPLAY "Anomalies de réservation     : "
                 WS-NB-ANOMALIES
              DISPLAY "Lignes de prep retirées      : "
                 WS-NB-PREP-RETIREES
              DISPLAY "-------------------------------------------"
           END-IF.

           PERFORM 9998-FIN-NORMAL.

       0000-INITIALISATION-FIN.
           STOP RUN.

      *************************************************************
      * FIN ZONE PROCEDURE
      *************************************************************

      *************************************************************
      * ZONE DE PARAGRAPHE DU LOGICIEL
      ***************************************************************

       8900-MSG-LANCEMENT-DEB.
           DISPLAY "***************************************".
           DISPLAY "* LANCEMENT PROGRAMME : BD904         *".
           DISPLAY "* Réservations des évènements         *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-EVENEMENTS.
      *    Charge les évènements (lignes E) avec leur sélection de
      *    vins (lignes V) et les véhicules de leurs invités (lignes
      *    P). Une ligne V ou P sans ligne E avant elle est signalée
      *    et ignorée.
           OPEN INPUT F-EVENEMENTS

           IF FS-EVENEMENTS = "00" THEN
              PERFORM UNTIL FS-EVENEMENTS = "10"
                 READ F-EVENEMENTS INTO F-EVENEMENTS-LIGNE
                    NOT AT END
                       MOVE F-EVENEMENTS-LIGNE TO WS-LIGNE-LUE
                       PERFORM 6080-DECOUPE

                       EVALUATE WS-CHAMP(1)
                          WHEN "E"
                             PERFORM 6010-LIGNE-EVENEMENT
                          WHEN "V"
                             PERFORM 6020-LIGNE-VIN
                          WHEN "P"
                             PERFORM 6030-LIGNE-PARKING
                          WHEN OTHER
                             IF WS-LIGNE-LUE NOT = SPACES THEN
                                DISPLAY "Ligne d'évènement ignorée"
                                " : " FUNCTION TRIM(WS-LIGNE-LUE)
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE F-EVENEMENTS

              DISPLAY WS-NB-EVT " évènement(s), " WS-NB-VIN
              " ligne(s) de vin, " WS-NB-PRK " véhicule(s) d'invités."
           END-IF

           EXIT PROGRAM.

       6010-LIGNE-EVENEMENT.
      *    Ligne E : identification de l'évènement et menu.
           IF WS-CHAMP(2) = SPACES OR WS-NB-EVT >= 50 THEN
              DISPLAY "Evènement ignoré (sans identifiant ou table pl"
              "eine) : " FUNCTION TRIM(WS-LIGNE-LUE)
           ELSE
              ADD 1 TO WS-NB-EVT
              MOVE WS-CHAMP(2) TO WS-EVT-ID(WS-NB-EVT)
              MOVE WS-CHAMP(3) TO WS-EVT-DATE(WS-NB-EVT)
              MOVE WS-CHAMP(4) TO WS-EVT-SITE(WS-NB-EVT)
              MOVE WS-CHAMP(5) TO WS-EVT-STATUT(WS-NB-EVT)
              MOVE WS-CHAMP(6) TO WS-EVT-LIBELLE(WS-NB-EVT)
              MOVE WS-CHAMP(7) TO WS-EVT-CONVIVES(WS-NB-EVT)
              MOVE WS-CHAMP(8) TO WS-EVT-VEGE(WS-NB-EVT)
              MOVE WS-CHAMP(9) TO WS-EVT-VEGAN(WS-NB-EVT)
              MOVE WS-CHAMP(10) TO WS-EVT-GLUTEN(WS-NB-EVT)
              MOVE WS-CHAMP(11) TO WS-EVT-BOISSONS(WS-NB-EVT)
              MOVE WS-CHAMP(12) TO WS-EVT-ACCOMP(WS-NB-EVT)
              MOVE WS-CHAMP(13) TO WS-EVT-BUDGET(WS-NB-EVT)
              MOVE WS-CHAMP(14) TO WS-EVT-TYPE(WS-NB-EVT)
              MOVE WS-LIGNE-LUE TO WS-EVT-LIGNE(WS-NB-EVT)
              MOVE "N" TO WS-EVT-PIZZA(WS-NB-EVT)
              MOVE 0 TO WS-EVT-NB-ANO(WS-NB-EVT)

      *       Site 1 par défaut, statut provisoire par défaut.
              IF WS-EVT-SITE(WS-NB-EVT) NOT = "1"
                 AND WS-EVT-SITE(WS-NB-EVT) NOT = "2" THEN
                 MOVE "1" TO WS-EVT-SITE(WS-NB-EVT)
              END-IF
              IF WS-EVT-STATUT(WS-NB-EVT) NOT = "O"
                 AND WS-EVT-STATUT(WS-NB-EVT) NOT = "A" THEN
                 MOVE "P" TO WS-EVT-STATUT(WS-NB-EVT)
              END-IF
              IF WS-EVT-LIBELLE(WS-NB-EVT) = SPACES THEN
                 MOVE WS-EVT-ID(WS-NB-EVT) TO
                    WS-EVT-LIBELLE(WS-NB-EVT)
              END-IF

      *       Etat du passage : une date inexistante au calendrier
      *       bloque l'évènement entier, une date passée libère ses
      *       réservations.
              IF WS-EVT-STATUT(WS-NB-EVT) = "A" THEN
                 MOVE "A" TO WS-EVT-ETAT(WS-NB-EVT)
              ELSE
              IF WS-EVT-DATE(WS-NB-EVT) IS NOT NUMERIC THEN
                 MOVE "D" TO WS-EVT-ETAT(WS-NB-EVT)
              ELSE
                 MOVE "EC" TO DT-FONCTION
                 MOVE WS-EVT-DATE(WS-NB-EVT) TO DT-DATE-1
                 MOVE WS-DATE-JOUR TO DT-DATE-2
                 CALL "BC810" USING DT-PARAMETRES
                 IF NOT DT-OK THEN
                    MOVE "D" TO WS-EVT-ETAT(WS-NB-EVT)
                 ELSE
                 IF DT-JOURS-RESULTAT > 0 THEN
                    MOVE "T" TO WS-EVT-ETAT(WS-NB-EVT)
                 ELSE
                    MOVE "R" TO WS-EVT-ETAT(WS-NB-EVT)
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF

           EXIT PROGRAM.

       6020-LIGNE-VIN.
      *    Ligne V : bouteilles d'un cépage/millésime à mettre de
      *    côté pour l'évènement.
           MOVE WS-CHAMP(2) TO WS-REF-CHERCHE
           PERFORM 6070-RANG-EVENEMENT

           IF NOT TROUVE-OK OR WS-NB-VIN >= 100 THEN
              DISPLAY "Ligne de vin sans évènement ignorée : "
              FUNCTION TRIM(WS-LIGNE-LUE)
           ELSE
              ADD 1 TO WS-NB-VIN
              MOVE WS-RANG-EVT TO WS-VIN-EVT(WS-NB-VIN)
              MOVE WS-CHAMP(3) TO WS-VIN-CEPAGE(WS-NB-VIN)
              MOVE WS-CHAMP(4) TO WS-VIN-VINTAGE(WS-NB-VIN)
              IF WS-CHAMP(5) = SPACES THEN
                 MOVE 0 TO WS-VIN-QTE(WS-NB-VIN)
              ELSE
                 COMPUTE WS-VIN-QTE(WS-NB-VIN) =
                    FUNCTION NUMVAL(WS-CHAMP(5))
              END-IF
              MOVE "N" TO WS-VIN-ETAT(WS-NB-VIN)
           END-IF

           EXIT PROGRAM.

       6030-LIGNE-PARKING.
      *    Ligne P : véhicule d'un invité, à garer sur une place
      *    réservée du lot indiqué (garage principal par défaut).
           MOVE WS-CHAMP(2) TO WS-REF-CHERCHE
           PERFORM 6070-RANG-EVENEMENT

           IF NOT TROUVE-OK OR WS-NB-PRK >= 100 THEN
              DISPLAY "Véhicule d'invité sans évènement ignoré : "
              FUNCTION TRIM(WS-LIGNE-LUE)
           ELSE
              ADD 1 TO WS-NB-PRK
              MOVE WS-RANG-EVT TO WS-PRK-EVT(WS-NB-PRK)
              MOVE WS-CHAMP(3) TO WS-PRK-PLAQUE(WS-NB-PRK)
              IF WS-CHAMP(4) = "2" THEN
                 MOVE 2 TO WS-PRK-LOT(WS-NB-PRK)
              ELSE
                 MOVE 1 TO WS-PRK-LOT(WS-NB-PRK)
              END-IF
              MOVE 0 TO WS-PRK-NIV(WS-NB-PRK)
              MOVE 0 TO WS-PRK-EMP(WS-NB-PRK)
              MOVE "N" TO WS-PRK-ETAT(WS-NB-PRK)
           END-IF

           EXIT PROGRAM.

       6050-CHARGE-SITUATION.
      *    Recharge les lignes E réservées au passage précédent.
           OPEN INPUT F-SITUATION

           IF FS-SITUATION = "00" THEN
              PERFORM UNTIL FS-SITUATION = "10"
                 READ F-SITUATION INTO F-SITUATION-LIGNE
                    NOT AT END
                       MOVE F-SITUATION-LIGNE TO WS-LIGNE-LUE
                       PERFORM 6080-DECOUPE
                       IF WS-CHAMP(2) NOT = SPACES
                          AND WS-NB-SIT < 100 THEN
                          ADD 1 TO WS-NB-SIT
                          MOVE WS-CHAMP(2) TO WS-SIT-ID(WS-NB-SIT)
                          MOVE WS-LIGNE-LUE TO WS-SIT-LIGNE(WS-NB-SIT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SITUATION
           END-IF

           EXIT PROGRAM.

       6060-MOUVEMENTS.
      *    Compare chaque évènement à son état du passage précédent
      *    (créé, modifié, inchangé) et relève les évènements
      *    réservés précédemment qui ont disparu du fichier : leurs
      *    réservations sont annulées comme celles d'un évènement
      *    annulé.
           PERFORM VARYING WS-CPT-EVT FROM 1 BY 1
              UNTIL WS-CPT-EVT > WS-NB-EVT

              MOVE "C" TO WS-EVT-ACTION(WS-CPT-EVT)
              PERFORM VARYING WS-CPT-SIT FROM 1 BY 1
                 UNTIL WS-CPT-SIT > WS-NB-SIT
                 IF WS-SIT-ID(WS-CPT-SIT) = WS-EVT-ID(WS-CPT-EVT)
                 THEN
                    IF WS-SIT-LIGNE(WS-CPT-SIT) =
                       WS-EVT-LIGNE(WS-CPT-EVT) THEN
                       MOVE "I" TO WS-EVT-ACTION(WS-CPT-EVT)
                    ELSE
                       MOVE "M" TO WS-EVT-ACTION(WS-CPT-EVT)
                    END-IF
                 END-IF
              END-PERFORM

           END-PERFORM

           PERFORM VARYING WS-CPT-SIT FROM 1 BY 1
              UNTIL WS-CPT-SIT > WS-NB-SIT

              MOVE WS-SIT-ID(WS-CPT-SIT) TO WS-REF-CHERCHE
              PERFORM 6070-RANG-EVENEMENT
              IF NOT TROUVE-OK AND WS-NB-SUP < 100 THEN
                 ADD 1 TO WS-NB-SUP
                 MOVE WS-SIT-ID(WS-CPT-SIT) TO WS-SUP-ID(WS-NB-SUP)
              END-IF

           END-PERFORM

           EXIT PROGRAM.

       6070-RANG-EVENEMENT.
      *    Rang dans la table des évènements de l'identifiant
      *    WS-REF-CHERCHE (WS-RANG-EVT, TROUVE-OK).
           MOVE "N" TO WS-TROUVE
           MOVE 0 TO WS-RANG-EVT

           PERFORM VARYING WS-CPT-EVT FROM 1 BY 1
              UNTIL WS-CPT-EVT > WS-NB-EVT OR TROUVE-OK
              IF WS-EVT-ID(WS-CPT-EVT) = WS-REF-CHERCHE THEN
                 MOVE WS-CPT-EVT TO WS-RANG-EVT
                 SET TROUVE-OK TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6075-EST-GERE.
      *    Dit si la référence WS-REF-CHERCHE d'une ligne en aval est
      *    celle d'un évènement géré ici (GERE-OK) et si sa prep est
      *    à retirer (PURGE-OK).
           MOVE "N" TO WS-GERE
           MOVE "N" TO WS-PURGE

           IF WS-REF-CHERCHE NOT = SPACES THEN
              PERFORM 6070-RANG-EVENEMENT
              IF TROUVE-OK THEN
                 SET GERE-OK TO TRUE
                 IF WS-EVT-ACTION(WS-RANG-EVT) NOT = "I"
                    OR NOT EVT-A-RESERVER(WS-RANG-EVT) THEN
                    SET PURGE-OK TO TRUE
                 END-IF
              ELSE
                 PERFORM VARYING WS-CPT-SUP FROM 1 BY 1
                    UNTIL WS-CPT-SUP > WS-NB-SUP
                    IF WS-SUP-ID(WS-CPT-SUP) = WS-REF-CHERCHE THEN
                       SET GERE-OK TO TRUE
                       SET PURGE-OK TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           EXIT PROGRAM.

       6080-DECOUPE.
      *    Découpe la ligne WS-LIGNE-LUE en champs séparés par ";".
           MOVE SPACES TO WS-CHAMPS

           UNSTRING WS-LIGNE-LUE
              DELIMITED BY ";"
              INTO
                 WS-CHAMP(1) WS-CHAMP(2) WS-CHAMP(3) WS-CHAMP(4)
                 WS-CHAMP(5) WS-CHAMP(6) WS-CHAMP(7) WS-CHAMP(8)
                 WS-CHAMP(9) WS-CHAMP(10) WS-CHAMP(11) WS-CHAMP(12)
                 WS-CHAMP(13) WS-CHAMP(14)
           END-UNSTRING

           EXIT PROGRAM.

       6100-PIZZAS.
      *    Réécrit PizzaConvives.txt : les lignes saisies à la main
      *    sont conservées, celles des évènements gérés ici sont
      *    remplacées par une ligne par évènement à réserver, au
      *    format de BC103 (évènement;convives;végé;végan;sans
      *    gluten;boissons;accomp;budget;type;statut;site;date;
      *    référence). BC103 en tire la commande et, pour un
      *    évènement confirmé, la feuille de prep des frigos.
           MOVE 0 TO WS-NB-GARDEES

           OPEN INPUT F-CONVIVES
           IF FS-CONVIVES = "00" THEN
              PERFORM UNTIL FS-CONVIVES = "10"
                 READ F-CONVIVES INTO F-CONVIVES-LIGNE
                    NOT AT END
                       MOVE F-CONVIVES-LIGNE TO WS-LIGNE-LUE
                       PERFORM 6080-DECOUPE
                       MOVE WS-CHAMP(13) TO WS-REF-CHERCHE
                       PERFORM 6075-EST-GERE
                       IF NOT GERE-OK AND WS-NB-GARDEES < 500 THEN
                          ADD 1 TO WS-NB-GARDEES
                          MOVE F-CONVIVES-LIGNE TO
                             WS-GARDEE(WS-NB-GARDEES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CONVIVES
           END-IF

           OPEN OUTPUT F-CONVIVES

           PERFORM VARYING WS-CPT-GARDEE FROM 1 BY 1
              UNTIL WS-CPT-GARDEE > WS-NB-GARDEES
              MOVE WS-GARDEE(WS-CPT-GARDEE) TO F-CONVIVES-LIGNE
              WRITE F-CONVIVES-LIGNE
           END-PERFORM

           PERFORM VARYING WS-RANG-EVT FROM 1 BY 1
              UNTIL WS-RANG-EVT > WS-NB-EVT

              IF EVT-A-RESERVER(WS-RANG-EVT) THEN
      *          BC103 compte les convives sur 2 chiffres.
                 IF WS-EVT-CONVIVES(WS-RANG-EVT) = SPACES
                    OR FUNCTION NUMVAL(WS-EVT-CONVIVES(WS-RANG-EVT))
                    < 1
                    OR FUNCTION NUMVAL(WS-EVT-CONVIVES(WS-RANG-EVT))
                    > 99 THEN
                    MOVE "PIZZAS" TO WS-PARTIE
                    MOVE "nombre de convives absent ou hors 1 à 99"
                       TO WS-MOTIF
                    PERFORM 6900-ANOMALIE
                 ELSE
                    MOVE SPACES TO F-CONVIVES-LIGNE
                    STRING
                       FUNCTION TRIM(WS-EVT-LIBELLE(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-CONVIVES(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-VEGE(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-VEGAN(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-GLUTEN(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-BOISSONS(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-ACCOMP(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-BUDGET(WS-RANG-EVT)) ";"
                       FUNCTION TRIM(WS-EVT-TYPE(WS-RANG-EVT)) ";"
                       WS-EVT-STATUT(WS-RANG-EVT) ";"
                       WS-EVT-SITE(WS-RANG-EVT) ";"
                       WS-EVT-DATE(WS-RANG-EVT) ";"
                       FUNCTION TRIM(WS-EVT-ID(WS-RANG-EVT))
                       DELIMITED BY SIZE
                       INTO F-CONVIVES-LIGNE
                    END-STRING
                    WRITE F-CONVIVES-LIGNE
                    MOVE "O" TO WS-EVT-PIZZA(WS-RANG-EVT)
                 END-IF
              END-IF

           END-PERFORM

           CLOSE F-CONVIVES

           EXIT PROGRAM.

       6200-VINS.
      *    Réécrit CellierReservations.txt (date évènement;cépage;
      *    millésime;quantité;référence) : les réservations saisies à
      *    la main sont conservées et comptées comme déjà prises, puis
      *    chaque ligne de vin d'un évènement à réserver est réservée
      *    si le stock du cellier non encore réservé la couvre.
           PERFORM 6210-CHARGE-STOCK

           MOVE 0 TO WS-NB-GARDEES

           OPEN INPUT F-RESA
           IF FS-RESA = "00" THEN
              PERFORM UNTIL FS-RESA = "10"
                 READ F-RESA INTO F-RESA-LIGNE
                    NOT AT END
                       MOVE F-RESA-LIGNE TO WS-LIGNE-LUE
                       PERFORM 6080-DECOUPE
                       MOVE WS-CHAMP(5) TO WS-REF-CHERCHE
                       PERFORM 6075-EST-GERE
                       IF NOT GERE-OK AND WS-NB-GARDEES < 500 THEN
                          ADD 1 TO WS-NB-GARDEES
                          MOVE F-RESA-LIGNE TO
                             WS-GARDEE(WS-NB-GARDEES)
      *                   Une réservation encore à venir immobilise
      *                   son vin.
                          IF WS-CHAMP(1)(1:8) IS NUMERIC
                             AND WS-CHAMP(1)(1:8) >= WS-DATE-JOUR
                             AND WS-CHAMP(3)(1:4) IS NUMERIC THEN
                             MOVE WS-CHAMP(2) TO WS-STK-CEPAGE-CH
                             MOVE WS-CHAMP(3)(1:4) TO
                                WS-STK-VINTAGE-CH
                             PERFORM 6220-RANG-STOCK
                             IF TROUVE-OK THEN
                                COMPUTE WS-STK-RESA(WS-RANG-STK) =
                                   WS-STK-RESA(WS-RANG-STK) +
                                   FUNCTION NUMVAL(WS-CHAMP(4))
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RESA
           END-IF

           OPEN OUTPUT F-RESA

           PERFORM VARYING WS-CPT-GARDEE FROM 1 BY 1
              UNTIL WS-CPT-GARDEE > WS-NB-GARDEES
              MOVE WS-GARDEE(WS-CPT-GARDEE) TO F-RESA-LIGNE
              WRITE F-RESA-LIGNE
           END-PERFORM

           PERFORM VARYING WS-CPT-VIN FROM 1 BY 1
              UNTIL WS-CPT-VIN > WS-NB-VIN

              MOVE WS-VIN-EVT(WS-CPT-VIN) TO WS-RANG-EVT
              IF EVT-A-RESERVER(WS-RANG-EVT) THEN
                 PERFORM 6230-RESERVE-VIN
              END-IF

           END-PERFORM

           CLOSE F-RESA

           EXIT PROGRAM.

       6210-CHARGE-STOCK.
      *    Cumule le solde du cellier par cépage/millésime, toutes
      *    régions et tous casiers confondus.
           MOVE 0 TO WS-NB-STK

           OPEN INPUT F-CELLIER-SOLDE
           IF FS-CELLIER-SOLDE = "00" THEN
              PERFORM UNTIL FS-CELLIER-SOLDE = "10"
                 READ F-CELLIER-SOLDE INTO F-CELLIER-SOLDE-CURRENT
                    NOT AT END
                       MOVE CS-CEPAGE TO WS-STK-CEPAGE-CH
                       MOVE CS-VINTAGE TO WS-STK-VINTAGE-CH
                       PERFORM 6220-RANG-STOCK
                       IF NOT TROUVE-OK AND WS-NB-STK < 200 THEN
                          ADD 1 TO WS-NB-STK
                          MOVE WS-NB-STK TO WS-RANG-STK
                          MOVE CS-CEPAGE TO WS-STK-CEPAGE(WS-NB-STK)
                          MOVE CS-VINTAGE TO WS-STK-VINTAGE(WS-NB-STK)
                          MOVE 0 TO WS-STK-QTE(WS-NB-STK)
                          MOVE 0 TO WS-STK-RESA(WS-NB-STK)
                          SET TROUVE-OK TO TRUE
                       END-IF
                       IF TROUVE-OK THEN
                          ADD CS-QTE TO WS-STK-QTE(WS-RANG-STK)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CELLIER-SOLDE
           ELSE
              DISPLAY "Pas de solde du cellier, aucun vin réservable."
           END-IF

           EXIT PROGRAM.

       6220-RANG-STOCK.
      *    Rang dans le stock du couple WS-STK-CEPAGE-CH /
      *    WS-STK-VINTAGE-CH (WS-RANG-STK, TROUVE-OK).
           MOVE "N" TO WS-TROUVE
           MOVE 0 TO WS-RANG-STK

           PERFORM VARYING WS-CPT-STK FROM 1 BY 1
              UNTIL WS-CPT-STK > WS-NB-STK OR TROUVE-OK
              IF WS-STK-CEPAGE(WS-CPT-STK) = WS-STK-CEPAGE-CH
                 AND WS-STK-VINTAGE(WS-CPT-STK) = WS-STK-VINTAGE-CH
              THEN
                 MOVE WS-CPT-STK TO WS-RANG-STK
                 SET TROUVE-OK TO TRUE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6230-RESERVE-VIN.
      *    Réserve la ligne de vin WS-CPT-VIN de l'évènement
      *    WS-RANG-EVT si le stock libre la couvre, sinon la signale.
           MOVE "N" TO WS-TROUVE
           IF WS-VIN-VINTAGE(WS-CPT-VIN) IS NUMERIC
              AND WS-VIN-QTE(WS-CPT-VIN) > 0 THEN
              MOVE WS-VIN-CEPAGE(WS-CPT-VIN) TO WS-STK-CEPAGE-CH
              MOVE WS-VIN-VINTAGE(WS-CPT-VIN) TO WS-STK-VINTAGE-CH
              PERFORM 6220-RANG-STOCK
           END-IF

           IF NOT TROUVE-OK THEN
              MOVE "VIN" TO WS-PARTIE
              MOVE SPACES TO WS-MOTIF
              STRING FUNCTION TRIM(WS-VIN-CEPAGE(WS-CPT-VIN)) " "
                 WS-VIN-VINTAGE(WS-CPT-VIN)
                 " absent du cellier ou quantité nulle"
                 DELIMITED BY SIZE
                 INTO WS-MOTIF
              END-STRING
              PERFORM 6900-ANOMALIE
           ELSE
              COMPUTE WS-STK-LIBRE = WS-STK-QTE(WS-RANG-STK) -
                 WS-STK-RESA(WS-RANG-STK)
              IF WS-STK-LIBRE < WS-VIN-QTE(WS-CPT-VIN) THEN
                 IF WS-STK-LIBRE < 0 THEN
                    MOVE 0 TO WS-STK-LIBRE
                 END-IF
                 MOVE WS-STK-LIBRE TO WS-QTE-ED
                 MOVE "VIN" TO WS-PARTIE
                 MOVE SPACES TO WS-MOTIF
                 STRING FUNCTION TRIM(WS-VIN-CEPAGE(WS-CPT-VIN)) " "
                    WS-VIN-VINTAGE(WS-CPT-VIN)
                    " : stock libre " WS-QTE-ED
                    " bouteille(s) pour "
                    WS-VIN-QTE(WS-CPT-VIN)
                    DELIMITED BY SIZE
                    INTO WS-MOTIF
                 END-STRING
                 PERFORM 6900-ANOMALIE
              ELSE
                 ADD WS-VIN-QTE(WS-CPT-VIN) TO
                    WS-STK-RESA(WS-RANG-STK)
                 MOVE "R" TO WS-VIN-ETAT(WS-CPT-VIN)

                 MOVE SPACES TO F-RESA-LIGNE
                 STRING WS-EVT-DATE(WS-RANG-EVT) ";"
                    FUNCTION TRIM(WS-VIN-CEPAGE(WS-CPT-VIN)) ";"
                    WS-VIN-VINTAGE(WS-CPT-VIN) ";"
                    WS-VIN-QTE(WS-CPT-VIN) ";"
                    FUNCTION TRIM(WS-EVT-ID(WS-RANG-EVT))
                    DELIMITED BY SIZE
                    INTO F-RESA-LIGNE
                 END-STRING
                 WRITE F-RESA-LIGNE
              END-IF
           END-IF

           EXIT PROGRAM.

       6300-PARKING.
      *    Réécrit ParkingReservations.txt (niveau;emplacement;
      *    plaque;lot;référence) : les réservations saisies à la main
      *    sont conservées et leurs emplacements marqués pris, puis
      *    chaque véhicule d'invité d'un évènement à réserver reçoit
      *    le premier emplacement libre de son lot.
           MOVE SPACES TO WS-OCC-TABLE
           MOVE 0 TO WS-NB-GARDEES

           OPEN INPUT F-RESERVATIONS
           IF FS-RESERVATIONS = "00" THEN
              PERFORM UNTIL FS-RESERVATIONS = "10"
                 READ F-RESERVATIONS INTO F-RESERVATIONS-LIGNE
                    NOT AT END
                       MOVE F-RESERVATIONS-LIGNE TO WS-LIGNE-LUE
                       PERFORM 6080-DECOUPE
                       MOVE WS-CHAMP(5) TO WS-REF-CHERCHE
                       PERFORM 6075-EST-GERE
                       IF NOT GERE-OK AND WS-NB-GARDEES < 500 THEN
                          ADD 1 TO WS-NB-GARDEES
                          MOVE F-RESERVATIONS-LIGNE TO
                             WS-GARDEE(WS-NB-GARDEES)
                          PERFORM 6310-MARQUE-PRISE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-RESERVATIONS
           END-IF

           OPEN OUTPUT F-RESERVATIONS

           PERFORM VARYING WS-CPT-GARDEE FROM 1 BY 1
              UNTIL WS-CPT-GARDEE > WS-NB-GARDEES
              MOVE WS-GARDEE(WS-CPT-GARDEE) TO F-RESERVATIONS-LIGNE
              WRITE F-RESERVATIONS-LIGNE
           END-PERFORM

           PERFORM VARYING WS-CPT-PRK FROM 1 BY 1
              UNTIL WS-CPT-PRK > WS-NB-PRK

              MOVE WS-PRK-EVT(WS-CPT-PRK) TO WS-RANG-EVT
              IF EVT-A-RESERVER(WS-RANG-EVT) THEN
                 PERFORM 6320-RESERVE-PLACE
              END-IF

           END-PERFORM

           CLOSE F-RESERVATIONS

           EXIT PROGRAM.

       6310-MARQUE-PRISE.
      *    Marque pris l'emplacement de la réservation conservée
      *    découpée dans WS-CHAMPS (niveau;emplacement;plaque;lot),
      *    avec les bornes de contrôle de BC802.
           IF WS-CHAMP(4) = "2" THEN
              MOVE 2 TO WS-RES-LOT
           ELSE
              MOVE 1 TO WS-RES-LOT
           END-IF

           IF WS-CHAMP(1)(1:1) IS NUMERIC
              AND WS-CHAMP(2)(1:2) IS NUMERIC THEN
              MOVE WS-CHAMP(1)(1:1) TO WS-RES-NIV
              MOVE WS-CHAMP(2)(1:2) TO WS-RES-EMP
              IF WS-RES-NIV >= 1 AND WS-RES-NIV <= WS-NB-NIVEAUX
                 AND WS-RES-EMP >= 1
                 AND WS-RES-EMP <= WS-NB-EMPLACEMENTS THEN
                 MOVE "X" TO WS-OCC-EMP(WS-RES-LOT,WS-RES-NIV,
                    WS-RES-EMP)
              END-IF
           END-IF

           EXIT PROGRAM.

       6320-RESERVE-PLACE.
      *    Cherche le premier emplacement libre du lot du véhicule
      *    WS-CPT-PRK, niveau par niveau, et le réserve à sa plaque.
           MOVE WS-PRK-LOT(WS-CPT-PRK) TO WS-CPT-LOT
           MOVE "N" TO WS-TROUVE

           PERFORM VARYING WS-CPT-NIV FROM 1 BY 1
              UNTIL WS-CPT-NIV > WS-NB-NIVEAUX OR TROUVE-OK
              PERFORM VARYING WS-CPT-EMP FROM 1 BY 1
                 UNTIL WS-CPT-EMP > WS-NB-EMPLACEMENTS OR TROUVE-OK
                 IF WS-OCC-EMP(WS-CPT-LOT,WS-CPT-NIV,WS-CPT-EMP)
                    = SPACE THEN
                    MOVE WS-CPT-NIV TO WS-RES-NIV
                    MOVE WS-CPT-EMP TO WS-RES-EMP
                    SET TROUVE-OK TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-PRK-PLAQUE(WS-CPT-PRK) = SPACES THEN
              MOVE "PARKING" TO WS-PARTIE
              MOVE "véhicule d'invité sans plaque" TO WS-MOTIF
              PERFORM 6900-ANOMALIE
           ELSE
           IF NOT TROUVE-OK THEN
              MOVE "PARKING" TO WS-PARTIE
              MOVE SPACES TO WS-MOTIF
              STRING "plus d'emplacement libre au lot "
                 WS-CPT-LOT " pour " WS-PRK-PLAQUE(WS-CPT-PRK)
                 DELIMITED BY SIZE
                 INTO WS-MOTIF
              END-STRING
              PERFORM 6900-ANOMALIE
           ELSE
              MOVE "X" TO WS-OCC-EMP(WS-CPT-LOT,WS-RES-NIV,WS-RES-EMP)
              MOVE WS-RES-NIV TO WS-PRK-NIV(WS-CPT-PRK)
              MOVE WS-RES-EMP TO WS-PRK-EMP(WS-CPT-PRK)
              MOVE "R" TO WS-PRK-ETAT(WS-CPT-PRK)

              MOVE SPACES TO F-RESERVATIONS-LIGNE
              STRING WS-RES-NIV ";" WS-RES-EMP ";"
                 WS-PRK-PLAQUE(WS-CPT-PRK) ";"
                 WS-CPT-LOT ";"
                 FUNCTION TRIM(WS-EVT-ID(WS-RANG-EVT))
                 DELIMITED BY SIZE
                 INTO F-RESERVATIONS-LIGNE
              END-STRING
              WRITE F-RESERVATIONS-LIGNE
           END-IF
           END-IF

           EXIT PROGRAM.

       6400-PREP.
      *    Retire de la feuille de prep des frigos les lignes des
      *    évènements modifiés, annulés, terminés ou disparus, et
      *    leur référence des préps déjà générées : BC103 regénère
      *    ainsi la prep d'un évènement confirmé modifié à son
      *    prochain passage, et n'en laisse aucune pour un évènement
      *    annulé.
           MOVE 0 TO WS-NB-GARDEES

           OPEN INPUT F-PREP
           IF FS-PREP = "00" THEN
              PERFORM UNTIL FS-PREP = "10"
                 READ F-PREP INTO F-PREP-LIGNE
                    NOT AT END
                       MOVE F-PREP-LIGNE TO WS-LIGNE-LUE
                       PERFORM 6080-DECOUPE
                       MOVE WS-CHAMP(6) TO WS-REF-CHERCHE
                       PERFORM 6075-EST-GERE
                       IF PURGE-OK THEN
                          ADD 1 TO WS-NB-PREP-RETIREES
                       ELSE
                          IF WS-NB-GARDEES < 500 THEN
                             ADD 1 TO WS-NB-GARDEES
                             MOVE F-PREP-LIGNE TO
                                WS-GARDEE(WS-NB-GARDEES)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP

              IF WS-NB-PREP-RETIREES > 0 THEN
                 OPEN OUTPUT F-PREP
                 PERFORM VARYING WS-CPT-GARDEE FROM 1 BY 1
                    UNTIL WS-CPT-GARDEE > WS-NB-GARDEES
                    MOVE WS-GARDEE(WS-CPT-GARDEE) TO F-PREP-LIGNE
                    WRITE F-PREP-LIGNE
                 END-PERFORM
                 CLOSE F-PREP
              END-IF
           END-IF

           MOVE 0 TO WS-NB-GARDEES

           OPEN INPUT F-PREP-GEN
           IF FS-PREP-GEN = "00" THEN
              PERFORM UNTIL FS-PREP-GEN = "10"
                 READ F-PREP-GEN INTO F-PREP-GEN-LIGNE
                    NOT AT END
                       MOVE F-PREP-GEN-LIGNE TO WS-REF-CHERCHE
                       PERFORM 6075-EST-GERE
                       IF NOT PURGE-OK AND WS-NB-GARDEES < 500 THEN
                          ADD 1 TO WS-NB-GARDEES
                          MOVE F-PREP-GEN-LIGNE TO
                             WS-GARDEE(WS-NB-GARDEES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-PREP-GEN

              OPEN OUTPUT F-PREP-GEN
              PERFORM VARYING WS-CPT-GARDEE FROM 1 BY 1
                 UNTIL WS-CPT-GARDEE > WS-NB-GARDEES
                 MOVE WS-GARDEE(WS-CPT-GARDEE) TO F-PREP-GEN-LIGNE
                 WRITE F-PREP-GEN-LIGNE
              END-PERFORM
              CLOSE F-PREP-GEN
           END-IF

           EXIT PROGRAM.

       6500-CONFIRMATIONS.
      *    Fiche de confirmation : pour chaque évènement, son
      *    mouvement, la commande de pizzas transmise, les vins mis
      *    de côté et les places de parking réservées, chaque partie
      *    non réservée étant marquée. Les évènements disparus du
      *    fichier sont listés en fin de fiche.
           PERFORM VARYING WS-RANG-EVT FROM 1 BY 1
              UNTIL WS-RANG-EVT > WS-NB-EVT

              PERFORM 6510-FICHE-EVENEMENT

           END-PERFORM

           PERFORM VARYING WS-CPT-SUP FROM 1 BY 1
              UNTIL WS-CPT-SUP > WS-NB-SUP

              ADD 1 TO WS-NB-ANNULES
              MOVE WS-SEPARATEUR TO F-CONFIRMATION-LIGNE
              WRITE F-CONFIRMATION-LIGNE
              MOVE SPACES TO F-CONFIRMATION-LIGNE
              STRING "EVENEMENT " WS-SUP-ID(WS-CPT-SUP)
                 " SUPPRIME - pizzas, vins et places libérés"
                 DELIMITED BY SIZE
                 INTO F-CONFIRMATION-LIGNE
              END-STRING
              WRITE F-CONFIRMATION-LIGNE

           END-PERFORM

           EXIT PROGRAM.

       6510-FICHE-EVENEMENT.
      *    Fiche de l'évènement WS-RANG-EVT.
           EVALUATE WS-EVT-ACTION(WS-RANG-EVT)
              WHEN "C"
                 MOVE "CREE" TO WS-ACTION-ED
              WHEN "M"
                 MOVE "MODIFIE" TO WS-ACTION-ED
              WHEN OTHER
                 MOVE "INCHANGE" TO WS-ACTION-ED
           END-EVALUATE

           EVALUATE WS-EVT-STATUT(WS-RANG-EVT)
              WHEN "O"
                 MOVE "CONFIRME" TO WS-STATUT-ED
              WHEN "A"
                 MOVE "ANNULE" TO WS-STATUT-ED
              WHEN OTHER
                 MOVE "PROVISOIRE" TO WS-STATUT-ED
           END-EVALUATE

           MOVE SPACES TO WS-DATE-ED
           IF WS-EVT-DATE(WS-RANG-EVT) IS NUMERIC THEN
              STRING WS-EVT-DATE(WS-RANG-EVT)(7:2) "/"
                 WS-EVT-DATE(WS-RANG-EVT)(5:2) "/"
                 WS-EVT-DATE(WS-RANG-EVT)(1:4)
                 DELIMITED BY SIZE
                 INTO WS-DATE-ED
              END-STRING
           ELSE
              MOVE WS-EVT-DATE(WS-RANG-EVT) TO WS-DATE-ED
           END-IF

           MOVE WS-SEPARATEUR TO F-CONFIRMATION-LIGNE
           WRITE F-CONFIRMATION-LIGNE
           MOVE SPACES TO F-CONFIRMATION-LIGNE
           STRING "EVENEMENT " WS-EVT-ID(WS-RANG-EVT) " "
              WS-EVT-LIBELLE(WS-RANG-EVT) " ("
              FUNCTION TRIM(WS-ACTION-ED) ")"
              DELIMITED BY SIZE
              INTO F-CONFIRMATION-LIGNE
           END-STRING
           WRITE F-CONFIRMATION-LIGNE
           MOVE SPACES TO F-CONFIRMATION-LIGNE
           STRING "Date : " WS-DATE-ED "   Site : "
              WS-EVT-SITE(WS-RANG-EVT) "   Statut : " WS-STATUT-ED
              DELIMITED BY SIZE
              INTO F-CONFIRMATION-LIGNE
           END-STRING
           WRITE F-CONFIRMATION-LIGNE

           EVALUATE WS-EVT-ETAT(WS-RANG-EVT)
              WHEN "A"
                 ADD 1 TO WS-NB-ANNULES
                 MOVE "Evènement annulé : pizzas, vins et places libé
      -          "rés." TO F-CONFIRMATION-LIGNE
                 WRITE F-CONFIRMATION-LIGNE
              WHEN "T"
                 ADD 1 TO WS-NB-TERMINES
                 MOVE "Evènement passé : réservations libérées."
                    TO F-CONFIRMATION-LIGNE
                 WRITE F-CONFIRMATION-LIGNE
              WHEN "D"
                 MOVE "EVENEMENT" TO WS-PARTIE
                 MOVE "date d'évènement invalide, rien réservé"
                    TO WS-MOTIF
                 PERFORM 6900-ANOMALIE
                 MOVE "NON RESERVE : date d'évènement invalide."
                    TO F-CONFIRMATION-LIGNE
                 WRITE F-CONFIRMATION-LIGNE
              WHEN OTHER
                 ADD 1 TO WS-NB-RESERVES
                 PERFORM 6520-FICHE-RESERVATIONS
           END-EVALUATE

           IF WS-EVT-NB-ANO(WS-RANG-EVT) > 0 THEN
              ADD 1 TO WS-NB-EVT-ANO
           END-IF

           EXIT PROGRAM.

       6520-FICHE-RESERVATIONS.
      *    Détail des trois réservations d'un évènement à réserver.
           MOVE SPACES TO F-CONFIRMATION-LIGNE
           IF WS-EVT-PIZZA(WS-RANG-EVT) = "O" THEN
              STRING "Pizzas  : "
                 FUNCTION TRIM(WS-EVT-CONVIVES(WS-RANG-EVT))
                 " convive(s) (végé "
                 FUNCTION TRIM(WS-EVT-VEGE(WS-RANG-EVT))
                 ", végan " FUNCTION TRIM(WS-EVT-VEGAN(WS-RANG-EVT))
                 ", sans gluten "
                 FUNCTION TRIM(WS-EVT-GLUTEN(WS-RANG-EVT))
                 ") - commande transmise à BC103"
                 DELIMITED BY SIZE
                 INTO F-CONFIRMATION-LIGNE
              END-STRING
           ELSE
              MOVE "Pizzas  : NON RESERVE (nombre de convives)"
                 TO F-CONFIRMATION-LIGNE
           END-IF
           WRITE F-CONFIRMATION-LIGNE

           PERFORM VARYING WS-CPT-VIN FROM 1 BY 1
              UNTIL WS-CPT-VIN > WS-NB-VIN
              IF WS-VIN-EVT(WS-CPT-VIN) = WS-RANG-EVT THEN
                 MOVE SPACES TO F-CONFIRMATION-LIGNE
                 STRING "Vin     : " WS-VIN-CEPAGE(WS-CPT-VIN) " "
                    WS-VIN-VINTAGE(WS-CPT-VIN) " x "
                    WS-VIN-QTE(WS-CPT-VIN)
                    DELIMITED BY SIZE
                    INTO F-CONFIRMATION-LIGNE
                 END-STRING
                 IF WS-VIN-ETAT(WS-CPT-VIN) = "R" THEN
                    MOVE "RESERVE" TO F-CONFIRMATION-LIGNE(50:)
                 ELSE
                    MOVE "NON RESERVE" TO F-CONFIRMATION-LIGNE(50:)
                 END-IF
                 WRITE F-CONFIRMATION-LIGNE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CPT-PRK FROM 1 BY 1
              UNTIL WS-CPT-PRK > WS-NB-PRK
              IF WS-PRK-EVT(WS-CPT-PRK) = WS-RANG-EVT THEN
                 MOVE SPACES TO F-CONFIRMATION-LIGNE
                 IF WS-PRK-ETAT(WS-CPT-PRK) = "R" THEN
                    MOVE WS-PRK-EMP(WS-CPT-PRK) TO WS-EMP-ED
                    STRING "Parking : " WS-PRK-PLAQUE(WS-CPT-PRK)
                       " lot " WS-PRK-LOT(WS-CPT-PRK)
                       " niveau " WS-PRK-NIV(WS-CPT-PRK)
                       " emplacement " WS-EMP-ED
                       DELIMITED BY SIZE
                       INTO F-CONFIRMATION-LIGNE
                    END-STRING
                    MOVE "RESERVE" TO F-CONFIRMATION-LIGNE(50:)
                 ELSE
                    STRING "Parking : " WS-PRK-PLAQUE(WS-CPT-PRK)
                       " lot " WS-PRK-LOT(WS-CPT-PRK)
                       DELIMITED BY SIZE
                       INTO F-CONFIRMATION-LIGNE
                    END-STRING
                    MOVE "NON RESERVE" TO F-CONFIRMATION-LIGNE(50:)
                 END-IF
                 WRITE F-CONFIRMATION-LIGNE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6600-SAUVE-SITUATION.
      *    Garde les lignes E de ce passage pour reconnaître au
      *    prochain les évènements modifiés ou disparus.
           OPEN OUTPUT F-SITUATION

           PERFORM VARYING WS-CPT-EVT FROM 1 BY 1
              UNTIL WS-CPT-EVT > WS-NB-EVT
              MOVE WS-EVT-LIGNE(WS-CPT-EVT) TO F-SITUATION-LIGNE
              WRITE F-SITUATION-LIGNE
           END-PERFORM

           CLOSE F-SITUATION

           EXIT PROGRAM.

       6900-ANOMALIE.
      *    Ecrit au rapport des réservations impossibles la partie
      *    WS-PARTIE de l'évènement WS-RANG-EVT, avec son motif
      *    (id;date;partie;motif).
           MOVE SPACES TO F-ANOMALIES-LIGNE
           STRING FUNCTION TRIM(WS-EVT-ID(WS-RANG-EVT)) ";"
              WS-EVT-DATE(WS-RANG-EVT) ";"
              FUNCTION TRIM(WS-PARTIE) ";"
              FUNCTION TRIM(WS-MOTIF)
              DELIMITED BY SIZE
              INTO F-ANOMALIES-LIGNE
           END-STRING
           WRITE F-ANOMALIES-LIGNE

           ADD 1 TO WS-NB-ANOMALIES
           ADD 1 TO WS-EVT-NB-ANO(WS-RANG-EVT)

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
           DISPLAY "* FIN PROGRAMME : BD904               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD904.
