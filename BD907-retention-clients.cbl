       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD907.

      ***************************************************************
      *    Conservation des données clients : clients.txt et
      *    clients2.txt (fichiers lus par lectureClient) gardaient
      *    nom, date de naissance et adresse de personnes qui ne sont
      *    plus venues depuis des années. Chaque passage :
      *      - tient le registre d'activité des clients
      *        (ClientsActivite.txt : id;date de dernière activité),
      *        alimenté par les visites saisies à l'accueil
      *        (ClientsVisites.txt : id;date), par l'historique des
      *        caves privées du cellier et par le grand livre des
      *        points fidélité ; un client vu pour la première fois y
      *        entre à la date du passage ;
      *      - anonymise les clients sans activité depuis le délai
      *        paramétré (DELAI_MOIS, section [BD907] de Gestion.txt,
      *        36 mois par défaut) et ceux qui ont demandé leur
      *        effacement (ClientsEffacement.txt : id;date de la
      *        demande) : l'id est conservé pour les statistiques,
      *        nom, prénom, adresse, jour et mois de naissance sont
      *        effacés, l'année de naissance est ramenée au début de
      *        sa tranche (TRANCHE_ANS ans, 10 par défaut) ;
      *      - refuse l'anonymisation d'un client encore référencé
      *        ailleurs : bouteilles en cave privée au cellier
      *        (CavesPrivees.txt), compte entreprise du parking dont
      *        le code ou le client rattaché est l'id client
      *        (ParkingComptes.txt), abonnement au parking en cours
      *        rattaché au client (ParkingAbonnes.txt) ou solde de
      *        points fidélité non nul (FideliteGrandLivre.txt). Une
      *        demande refusée reste dans le fichier des demandes et
      *        sera reprise au passage suivant.
      *    Toute action (anonymisation, refus, demande sur un id
      *    inconnu) est tracée au registre des effacements
      *    (RegistreEffacements.txt), qui ne contient que l'id.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier client en cours (clients.txt puis clients2.txt).
       SELECT F-CLIENTS ASSIGN TO DYNAMIC WS-NOM-CLIENTS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CLIENTS.

       SELECT F-ACTIVITE ASSIGN TO "./out/ClientsActivite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ACTIVITE.

       SELECT F-VISITES ASSIGN TO "./in/ClientsVisites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-VISITES.

       SELECT F-DEMANDES ASSIGN TO "./in/ClientsEffacement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-DEMANDES.

       SELECT F-REGISTRE ASSIGN TO "./out/RegistreEffacements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REGISTRE.

      *    Références tenues par les autres programmes.
       SELECT F-CAVE-PRIVEE ASSIGN TO "./out/CavesPrivees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAVE-PRIVEE.

       SELECT F-CAVE-HISTO ASSIGN TO "./out/CavesPriveesHisto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CAVE-HISTO.

       SELECT F-COMPTES ASSIGN TO "./in/ParkingComptes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-COMPTES.

       SELECT F-ABONNES ASSIGN TO "./in/ParkingAbonnes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-ABONNES.

       SELECT F-FIDELITE ASSIGN TO "./out/FideliteGrandLivre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FIDELITE.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-CLIENTS.
       01 F-CLIENTS-LIGNE PIC X(54).

       FD F-ACTIVITE.
       01 F-ACTIVITE-LIGNE PIC X(20).

       FD F-VISITES.
       01 F-VISITES-LIGNE PIC X(20).

       FD F-DEMANDES.
       01 F-DEMANDES-LIGNE PIC X(40).

       FD F-REGISTRE.
       01 F-REGISTRE-LIGNE PIC X(100).

       FD F-CAVE-PRIVEE.
       01 F-CAVE-PRIVEE-LIGNE PIC X(80).

       FD F-CAVE-HISTO.
       01 F-CAVE-HISTO-LIGNE PIC X(120).

       FD F-COMPTES.
       01 F-COMPTES-LIGNE PIC X(120).

       FD F-ABONNES.
       01 F-ABONNES-LIGNE PIC X(30).

       FD F-FIDELITE.
       01 F-FIDELITE-LIGNE PIC X(60).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-CLIENTS     PIC X(2).
       01 FS-ACTIVITE    PIC X(2).
       01 FS-VISITES     PIC X(2).
       01 FS-DEMANDES    PIC X(2).
       01 FS-REGISTRE    PIC X(2).
       01 FS-CAVE-PRIVEE PIC X(2).
       01 FS-CAVE-HISTO  PIC X(2).
       01 FS-COMPTES     PIC X(2).
       01 FS-ABONNES     PIC X(2).
       01 FS-FIDELITE    PIC X(2).
       01 FS-EXPLOIT     PIC X(2).

       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           02 WS-DJ-ANNEE PIC 9(4).
           02 WS-DJ-MOIS  PIC 9(2).
           02 WS-DJ-JOUR  PIC 9(2).

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

      *    Délai d'inactivité (mois) et largeur des tranches d'années
      *    de naissance, réglés par BC812.
       01 WS-DELAI-MOIS  PIC 9(3) VALUE 36.
       01 WS-TRANCHE-ANS PIC 9(2) VALUE 10.
       01 WS-CFGR-CLE  PIC X(20).
       01 WS-CFGR-TYPE PIC X(1).
       01 WS-CFGR-MIN  PIC S9(7)V9(3).
       01 WS-CFGR-MAX  PIC S9(7)V9(3).

      *    Date limite : un client sans activité depuis cette date
      *    est anonymisé.
       01 WS-DATE-LIMITE PIC 9(8).
       01 WS-DATE-LIMITE-R REDEFINES WS-DATE-LIMITE.
           02 WS-DL-ANNEE PIC 9(4).
           02 WS-DL-MOIS  PIC 9(2).
           02 WS-DL-JOUR  PIC 9(2).
       01 WS-NB-MOIS-TOTAL PIC 9(6).

      ***************************************************************
      *    Enregistrement client, même découpage que lectureClient.
      ***************************************************************
       01 WS-CLIENT.
           02 WS-CLI-ID      PIC 9(5).
           02 WS-CLI-NOM     PIC X(12).
           02 WS-CLI-PRENOM  PIC X(9).
           02 WS-CLI-JOUR    PIC 9(2).
           02 WS-CLI-MOIS    PIC 9(2).
           02 WS-CLI-ANNEE   PIC 9(4).
           02 WS-CLI-ADRESSE PIC X(20).
       01 WS-CLIENT-X REDEFINES WS-CLIENT PIC X(54).

      *    Fichier client chargé en table puis réécrit.
       01 WS-NOM-CLIENTS PIC X(30).
       01 WS-FICHIER-COURT PIC X(12).
       01 WS-FICHIER-TABLE.
           02 WS-FIC-LIGNE OCCURS 1000 TIMES PIC X(54).
       01 WS-NB-FIC  PIC 9(4) VALUE 0.
       01 WS-CPT-FIC PIC 9(4).
       01 WS-FIC-MODIFIE PIC X(1).
           88 FICHIER-MODIFIE VALUE "O".
      *    FICHIER-MODIFIE = 1 : Au moins un client anonymisé, le
      *                          fichier est réécrit.
      *    FICHIER-MODIFIE = 0 : Fichier laissé tel quel.

       01 WS-ANNEE-TRANCHE PIC 9(4).
       01 WS-QUOTIENT      PIC 9(4).

      ***************************************************************
      *    Registre d'activité : id et date de dernière activité.
      ***************************************************************
       01 WS-ACTIVITE-TABLE.
           02 WS-ACT-ENTREE OCCURS 2000 TIMES.
              03 WS-ACT-ID   PIC 9(5).
              03 WS-ACT-DATE PIC 9(8).
       01 WS-NB-ACT   PIC 9(4) VALUE 0.
       01 WS-CPT-ACT  PIC 9(4).
       01 WS-RANG-ACT PIC 9(4).
       01 WS-NB-ACT-AVANT PIC 9(4).
       01 WS-ACT-ID-TXT   PIC X(5).
       01 WS-ACT-DATE-TXT PIC X(8).
       01 WS-ACT-ID-IN    PIC 9(5).
       01 WS-ACT-DATE-IN  PIC 9(8).

      ***************************************************************
      *    Demandes d'effacement (id;date de la demande).
      ***************************************************************
       01 WS-DEMANDE-TABLE.
           02 WS-DEM-ENTREE OCCURS 200 TIMES.
              03 WS-DEM-ID     PIC 9(5).
              03 WS-DEM-DATE   PIC X(8).
              03 WS-DEM-ETAT   PIC X(1).
      *          Etat : A à traiter, F faite, R refusée.
       01 WS-NB-DEM   PIC 9(3) VALUE 0.
       01 WS-CPT-DEM  PIC 9(3).
       01 WS-RANG-DEM PIC 9(3).
       01 WS-DEM-ID-TXT   PIC X(5).
       01 WS-DEM-DATE-TXT PIC X(8).

      ***************************************************************
      *    Clients référencés ailleurs : bouteilles en cave privée
      *    (cumul par client) et comptes entreprises du parking.
      ***************************************************************
       01 WS-REF-TABLE.
           02 WS-REF-ENTREE OCCURS 300 TIMES.
              03 WS-REF-ID     PIC 9(5).
              03 WS-REF-MOTIF  PIC X(30).
       01 WS-NB-REF   PIC 9(3) VALUE 0.
       01 WS-CPT-REF  PIC 9(3).
       01 WS-RANG-REF PIC 9(3).

       01 WS-CPV-CLIENT-TXT  PIC X(5).
       01 WS-CPV-REGION-TXT  PIC X(20).
       01 WS-CPV-CEPAGE-TXT  PIC X(20).
       01 WS-CPV-VINTAGE-TXT PIC X(4).
       01 WS-CPV-QTE-TXT     PIC X(3).
       01 WS-CPH-DATE-TXT    PIC X(8).
       01 WS-CPH-HEURE-TXT   PIC X(6).
       01 WS-CPTE-TYPE-TXT   PIC X(1).
       01 WS-CPTE-CODE-TXT   PIC X(30).
       01 WS-CPTE-SOCIETE-TXT PIC X(30).
       01 WS-CPTE-ADRESSE-TXT PIC X(30).
       01 WS-CPTE-REMISE-TXT PIC X(10).
       01 WS-CPTE-CLIENT-TXT PIC X(30).
       01 WS-ABO-PLAQUE-TXT  PIC X(4).
       01 WS-ABO-EXPIRE-TXT  PIC X(8).
       01 WS-ABO-CLIENT-TXT  PIC X(30).

      *    Soldes de points fidélité par client (grand livre :
      *    date;client;source;référence;montant;points signés).
       01 WS-FIDELITE-TABLE.
           02 WS-FID-ENTREE OCCURS 1500 TIMES.
              03 WS-FID-ID    PIC 9(5).
              03 WS-FID-SOLDE PIC S9(8).
       01 WS-NB-FID   PIC 9(4) VALUE 0.
       01 WS-CPT-FID  PIC 9(4).
       01 WS-RANG-FID PIC 9(4).
       01 WS-FID-DATE-TXT   PIC X(8).
       01 WS-FID-CLIENT-TXT PIC X(5).
       01 WS-FID-SOURCE-TXT PIC X(1).
       01 WS-FID-REF-TXT    PIC X(10).
       01 WS-FID-MONTANT-TXT PIC X(8).
       01 WS-FID-POINTS-TXT PIC X(7).
       01 WS-FID-POINTS     PIC S9(8).

      *    Client en cours de traitement.
       01 WS-ACTION PIC X(1).
           88 ACTION-AUCUNE     VALUE " ".
           88 ACTION-INACTIF    VALUE "I".
           88 ACTION-DEMANDE    VALUE "D".
       01 WS-REG-ACTION PIC X(10).
       01 WS-REG-MOTIF  PIC X(40).
       01 WS-REG-ID     PIC 9(5).

      *    Compteurs de l'exécution.
       01 WS-NB-LUS        PIC 9(5) VALUE 0.
       01 WS-NB-ANONYMISES PIC 9(5) VALUE 0.
       01 WS-NB-DEMANDES   PIC 9(5) VALUE 0.
       01 WS-NB-REFUSES    PIC 9(5) VALUE 0.
       01 WS-NB-INCONNUS   PIC 9(5) VALUE 0.
       01 WS-NB-DEJA       PIC 9(5) VALUE 0.
       01 WS-NB-NOUVEAUX   PIC 9(5) VALUE 0.

       COPY BC812PRM.

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

           MOVE "DEBUT" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.

           MOVE WS-DATE-METIER TO WS-DATE-JOUR.

           PERFORM 6000-CHARGE-CONFIGURATION.
           PERFORM 6005-DATE-LIMITE.

      *    Références des autres programmes, registre d'activité mis
      *    à jour des visites, demandes d'effacement.
           PERFORM 6010-CHARGE-REFERENCES.
           PERFORM 6020-CHARGE-ACTIVITE.
           PERFORM 6030-VISITES.
           PERFORM 6035-VISITES-CAVES.
           PERFORM 6037-FIDELITE.
           PERFORM 6040-CHARGE-DEMANDES.

      *    Les deux fichiers clients de lectureClient.
           MOVE "./config/clients.txt" TO WS-NOM-CLIENTS.
           MOVE "clients.txt" TO WS-FICHIER-COURT.
           PERFORM 6100-TRAITE-FICHIER.
           MOVE "./config/clients2.txt" TO WS-NOM-CLIENTS.
           MOVE "clients2.txt" TO WS-FICHIER-COURT.
           PERFORM 6100-TRAITE-FICHIER.

      *    Demandes restées sans client, registre d'activité.
           PERFORM 6200-DEMANDES-RESTANTES.
           PERFORM 6300-SAUVE-ACTIVITE.

           DISPLAY "-- CONSERVATION DES DONNEES CLIENTS --"
           DISPLAY "Délai d'inactivité (mois)     : " WS-DELAI-MOIS
           DISPLAY "Sans activité depuis le       : " WS-DATE-LIMITE
           DISPLAY "Clients lus                   : " WS-NB-LUS
           DISPLAY "  dont déjà anonymisés        : " WS-NB-DEJA
           DISPLAY "  dont nouveaux au registre   : " WS-NB-NOUVEAUX
           DISPLAY "Clients anonymisés            : " WS-NB-ANONYMISES
           DISPLAY "  dont sur demande            : " WS-NB-DEMANDES
           DISPLAY "Anonymisations refusées       : " WS-NB-REFUSES
           DISPLAY "Demandes sur id inconnu       : " WS-NB-INCONNUS
           DISPLAY "---------------------------------------".

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
           DISPLAY "* LANCEMENT PROGRAMME : BD907         *".
           DISPLAY "* Conservation des données clients    *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-CONFIGURATION.
      *    DELAI_MOIS (1 à 600) et TRANCHE_ANS (1 à 50) lus dans la
      *    section [BD907] de Gestion.txt par le service BC812.
           INITIALIZE CF-PARAMETRES
           MOVE "LC" TO CF-FONCTION
           MOVE "BD907" TO CF-PROGRAMME

           MOVE "N" TO WS-CFGR-TYPE
           MOVE "DELAI_MOIS" TO WS-CFGR-CLE
           MOVE 1 TO WS-CFGR-MIN
           MOVE 600 TO WS-CFGR-MAX
           PERFORM 6001-AJOUT-REGLE
           MOVE "TRANCHE_ANS" TO WS-CFGR-CLE
           MOVE 50 TO WS-CFGR-MAX
           PERFORM 6001-AJOUT-REGLE

           CALL "BC812" USING CF-PARAMETRES

           IF CF-VALEUR-REFUSEE THEN
              DISPLAY "ARRET : " CF-NB-ERREURS
                 " réglage(s) refusé(s) dans Gestion.txt [BD907]"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CF-SECTION-TROUVEE THEN
              MOVE "VA" TO CF-FONCTION
              MOVE "DELAI_MOIS" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-DELAI-MOIS
              END-IF
              MOVE "TRANCHE_ANS" TO CF-CHERCHE
              CALL "BC812" USING CF-PARAMETRES
              IF CF-CLE-TROUVEE THEN
                 MOVE CF-NUM TO WS-TRANCHE-ANS
              END-IF
           END-IF

      *    Rapport des valeurs employées par ce run.
           MOVE "MA" TO CF-FONCTION
           MOVE "DELAI_MOIS" TO CF-CHERCHE
           MOVE WS-DELAI-MOIS TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "TRANCHE_ANS" TO CF-CHERCHE
           MOVE WS-TRANCHE-ANS TO CF-NUM
           CALL "BC812" USING CF-PARAMETRES
           MOVE "RP" TO CF-FONCTION
           CALL "BC812" USING CF-PARAMETRES

           EXIT PROGRAM.

       6001-AJOUT-REGLE.
      *    Ajoute la règle WS-CFGR-* aux réglages attendus.
           ADD 1 TO CF-NB-REGLES
           MOVE WS-CFGR-CLE TO CF-REGLE-CLE(CF-NB-REGLES)
           MOVE WS-CFGR-TYPE TO CF-REGLE-TYPE(CF-NB-REGLES)
           MOVE WS-CFGR-MIN TO CF-REGLE-MIN(CF-NB-REGLES)
           MOVE WS-CFGR-MAX TO CF-REGLE-MAX(CF-NB-REGLES)

           EXIT PROGRAM.

       6005-DATE-LIMITE.
      *    Date du jour reculée de WS-DELAI-MOIS mois, même jour.
           COMPUTE WS-NB-MOIS-TOTAL = WS-DJ-ANNEE * 12 +
              WS-DJ-MOIS - 1 - WS-DELAI-MOIS
           DIVIDE WS-NB-MOIS-TOTAL BY 12 GIVING WS-DL-ANNEE
              REMAINDER WS-DL-MOIS
           ADD 1 TO WS-DL-MOIS
           MOVE WS-DJ-JOUR TO WS-DL-JOUR

           EXIT PROGRAM.

       6010-CHARGE-REFERENCES.
      *    Clients détenant des bouteilles en cave privée (client;
      *    région;cépage;millésime;qté, quantité non nulle), comptes
      *    entreprises du parking dont le code ou le client rattaché
      *    est un id client (lignes C;code;société;adresse;remise;
      *    client) et abonnés du parking en cours rattachés à un
      *    client (plaque;expiration;client).
           OPEN INPUT F-CAVE-PRIVEE

           IF FS-CAVE-PRIVEE = "00" THEN
              PERFORM UNTIL FS-CAVE-PRIVEE = "10"
                 READ F-CAVE-PRIVEE INTO F-CAVE-PRIVEE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CPV-CLIENT-TXT
                       MOVE SPACES TO WS-CPV-QTE-TXT
                       UNSTRING F-CAVE-PRIVEE-LIGNE DELIMITED BY ";"
                          INTO WS-CPV-CLIENT-TXT
                               WS-CPV-REGION-TXT
                               WS-CPV-CEPAGE-TXT
                               WS-CPV-VINTAGE-TXT
                               WS-CPV-QTE-TXT
                       END-UNSTRING
                       IF WS-CPV-CLIENT-TXT IS NUMERIC AND
                          WS-CPV-QTE-TXT NOT = SPACES AND
                          FUNCTION NUMVAL(WS-CPV-QTE-TXT) > 0 THEN
                          MOVE WS-CPV-CLIENT-TXT TO WS-REG-ID
                          MOVE "BOUTEILLES EN CAVE PRIVEE" TO
                             WS-REG-MOTIF
                          PERFORM 6015-AJOUT-REFERENCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CAVE-PRIVEE
           END-IF

           OPEN INPUT F-COMPTES

           IF FS-COMPTES = "00" THEN
              PERFORM UNTIL FS-COMPTES = "10"
                 READ F-COMPTES INTO F-COMPTES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CPTE-TYPE-TXT
                       MOVE SPACES TO WS-CPTE-CODE-TXT
                       MOVE SPACES TO WS-CPTE-CLIENT-TXT
                       UNSTRING F-COMPTES-LIGNE DELIMITED BY ";"
                          INTO WS-CPTE-TYPE-TXT
                               WS-CPTE-CODE-TXT
                               WS-CPTE-SOCIETE-TXT
                               WS-CPTE-ADRESSE-TXT
                               WS-CPTE-REMISE-TXT
                               WS-CPTE-CLIENT-TXT
                       END-UNSTRING
                       MOVE "COMPTE ENTREPRISE PARKING" TO
                          WS-REG-MOTIF
                       IF WS-CPTE-TYPE-TXT = "C" AND
                          WS-CPTE-CODE-TXT(1:5) IS NUMERIC AND
                          WS-CPTE-CODE-TXT(6:25) = SPACES THEN
                          MOVE WS-CPTE-CODE-TXT(1:5) TO WS-REG-ID
                          PERFORM 6015-AJOUT-REFERENCE
                       END-IF
                       IF WS-CPTE-TYPE-TXT = "C" AND
                          WS-CPTE-CLIENT-TXT(1:5) IS NUMERIC AND
                          WS-CPTE-CLIENT-TXT(6:25) = SPACES THEN
                          MOVE WS-CPTE-CLIENT-TXT(1:5) TO WS-REG-ID
                          PERFORM 6015-AJOUT-REFERENCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-COMPTES
           END-IF

           OPEN INPUT F-ABONNES

           IF FS-ABONNES = "00" THEN
              PERFORM UNTIL FS-ABONNES = "10"
                 READ F-ABONNES INTO F-ABONNES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ABO-EXPIRE-TXT
                       MOVE SPACES TO WS-ABO-CLIENT-TXT
                       UNSTRING F-ABONNES-LIGNE DELIMITED BY ";"
                          INTO WS-ABO-PLAQUE-TXT
                               WS-ABO-EXPIRE-TXT
                               WS-ABO-CLIENT-TXT
                       END-UNSTRING
                       IF WS-ABO-CLIENT-TXT(1:5) IS NUMERIC AND
                          WS-ABO-CLIENT-TXT(6:25) = SPACES AND
                          WS-ABO-EXPIRE-TXT IS NUMERIC AND
                          WS-ABO-EXPIRE-TXT >= WS-DATE-JOUR THEN
                          MOVE WS-ABO-CLIENT-TXT(1:5) TO WS-REG-ID
                          MOVE "ABONNEMENT PARKING EN COURS" TO
                             WS-REG-MOTIF
                          PERFORM 6015-AJOUT-REFERENCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ABONNES
           END-IF

           EXIT PROGRAM.

       6015-AJOUT-REFERENCE.
      *    Note le client WS-REG-ID comme référencé (motif
      *    WS-REG-MOTIF), une seule fois par client.
           MOVE 0 TO WS-RANG-REF
           PERFORM VARYING WS-CPT-REF FROM 1 BY 1
              UNTIL WS-CPT-REF > WS-NB-REF OR WS-RANG-REF > 0
              IF WS-REF-ID(WS-CPT-REF) = WS-REG-ID THEN
                 MOVE WS-CPT-REF TO WS-RANG-REF
              END-IF
           END-PERFORM

           IF WS-RANG-REF = 0 AND WS-NB-REF < 300 THEN
              ADD 1 TO WS-NB-REF
              MOVE WS-REG-ID TO WS-REF-ID(WS-NB-REF)
              MOVE WS-REG-MOTIF TO WS-REF-MOTIF(WS-NB-REF)
           END-IF

           EXIT PROGRAM.

       6020-CHARGE-ACTIVITE.
      *    Registre d'activité du passage précédent (id;date).
           OPEN INPUT F-ACTIVITE

           IF FS-ACTIVITE = "00" THEN
              PERFORM UNTIL FS-ACTIVITE = "10"
                 READ F-ACTIVITE INTO F-ACTIVITE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ACT-ID-TXT
                       MOVE SPACES TO WS-ACT-DATE-TXT
                       UNSTRING F-ACTIVITE-LIGNE DELIMITED BY ";"
                          INTO WS-ACT-ID-TXT
                               WS-ACT-DATE-TXT
                       END-UNSTRING
                       IF WS-ACT-ID-TXT IS NUMERIC AND
                          WS-ACT-DATE-TXT IS NUMERIC THEN
                          MOVE WS-ACT-ID-TXT TO WS-ACT-ID-IN
                          MOVE WS-ACT-DATE-TXT TO WS-ACT-DATE-IN
                          PERFORM 6025-NOTE-ACTIVITE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-ACTIVITE
           ELSE
              DISPLAY "Pas de registre d'activité, il est créé."
           END-IF

           EXIT PROGRAM.

       6025-NOTE-ACTIVITE.
      *    Activité WS-ACT-DATE-IN du client WS-ACT-ID-IN : la date
      *    la plus récente est gardée. WS-RANG-ACT pointe l'entrée.
           MOVE 0 TO WS-RANG-ACT
           PERFORM VARYING WS-CPT-ACT FROM 1 BY 1
              UNTIL WS-CPT-ACT > WS-NB-ACT OR WS-RANG-ACT > 0
              IF WS-ACT-ID(WS-CPT-ACT) = WS-ACT-ID-IN THEN
                 MOVE WS-CPT-ACT TO WS-RANG-ACT
              END-IF
           END-PERFORM

           IF WS-RANG-ACT = 0 THEN
              IF WS-NB-ACT < 2000 THEN
                 ADD 1 TO WS-NB-ACT
                 MOVE WS-NB-ACT TO WS-RANG-ACT
                 MOVE WS-ACT-ID-IN TO WS-ACT-ID(WS-RANG-ACT)
                 MOVE WS-ACT-DATE-IN TO WS-ACT-DATE(WS-RANG-ACT)
              END-IF
           ELSE
              IF WS-ACT-DATE-IN > WS-ACT-DATE(WS-RANG-ACT) THEN
                 MOVE WS-ACT-DATE-IN TO WS-ACT-DATE(WS-RANG-ACT)
              END-IF
           END-IF

           EXIT PROGRAM.

       6030-VISITES.
      *    Visites saisies à l'accueil (id;date AAAAMMJJ).
           OPEN INPUT F-VISITES

           IF FS-VISITES = "00" THEN
              PERFORM UNTIL FS-VISITES = "10"
                 READ F-VISITES INTO F-VISITES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-ACT-ID-TXT
                       MOVE SPACES TO WS-ACT-DATE-TXT
                       UNSTRING F-VISITES-LIGNE DELIMITED BY ";"
                          INTO WS-ACT-ID-TXT
                               WS-ACT-DATE-TXT
                       END-UNSTRING
                       IF WS-ACT-ID-TXT IS NUMERIC AND
                          WS-ACT-DATE-TXT IS NUMERIC THEN
                          MOVE WS-ACT-ID-TXT TO WS-ACT-ID-IN
                          MOVE WS-ACT-DATE-TXT TO WS-ACT-DATE-IN
                          PERFORM 6025-NOTE-ACTIVITE
                       ELSE
                          DISPLAY "Visite ignorée : " F-VISITES-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-VISITES
           END-IF

           EXIT PROGRAM.

       6035-VISITES-CAVES.
      *    Dépôts et retraits en cave privée (date;heure;client;...)
      *    : le client est venu ce jour-là.
           OPEN INPUT F-CAVE-HISTO

           IF FS-CAVE-HISTO = "00" THEN
              PERFORM UNTIL FS-CAVE-HISTO = "10"
                 READ F-CAVE-HISTO INTO F-CAVE-HISTO-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-CPH-DATE-TXT
                       MOVE SPACES TO WS-ACT-ID-TXT
                       UNSTRING F-CAVE-HISTO-LIGNE DELIMITED BY ";"
                          INTO WS-CPH-DATE-TXT
                               WS-CPH-HEURE-TXT
                               WS-ACT-ID-TXT
                       END-UNSTRING
                       IF WS-ACT-ID-TXT IS NUMERIC AND
                          WS-CPH-DATE-TXT IS NUMERIC THEN
                          MOVE WS-ACT-ID-TXT TO WS-ACT-ID-IN
                          MOVE WS-CPH-DATE-TXT TO WS-ACT-DATE-IN
                          PERFORM 6025-NOTE-ACTIVITE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CAVE-HISTO
           END-IF

           EXIT PROGRAM.

       6037-FIDELITE.
      *    Grand livre des points fidélité : chaque mouvement est une
      *    activité du client à sa date ; un client dont le solde de
      *    points n'est pas nul reste référencé.
           OPEN INPUT F-FIDELITE

           IF FS-FIDELITE = "00" THEN
              PERFORM UNTIL FS-FIDELITE = "10"
                 READ F-FIDELITE INTO F-FIDELITE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-FID-DATE-TXT
                       MOVE SPACES TO WS-FID-CLIENT-TXT
                       MOVE SPACES TO WS-FID-POINTS-TXT
                       UNSTRING F-FIDELITE-LIGNE DELIMITED BY ";"
                          INTO WS-FID-DATE-TXT
                               WS-FID-CLIENT-TXT
                               WS-FID-SOURCE-TXT
                               WS-FID-REF-TXT
                               WS-FID-MONTANT-TXT
                               WS-FID-POINTS-TXT
                       END-UNSTRING
                       IF WS-FID-CLIENT-TXT IS NUMERIC AND
                          WS-FID-DATE-TXT IS NUMERIC AND
                          WS-FID-POINTS-TXT(2:6) IS NUMERIC THEN
                          MOVE WS-FID-CLIENT-TXT TO WS-ACT-ID-IN
                          MOVE WS-FID-DATE-TXT TO WS-ACT-DATE-IN
                          PERFORM 6025-NOTE-ACTIVITE
                          PERFORM 6038-CUMUL-POINTS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FIDELITE
           END-IF

           MOVE "SOLDE DE POINTS FIDELITE" TO WS-REG-MOTIF
           PERFORM VARYING WS-CPT-FID FROM 1 BY 1
              UNTIL WS-CPT-FID > WS-NB-FID
              IF WS-FID-SOLDE(WS-CPT-FID) NOT = 0 THEN
                 MOVE WS-FID-ID(WS-CPT-FID) TO WS-REG-ID
                 PERFORM 6015-AJOUT-REFERENCE
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6038-CUMUL-POINTS.
      *    Ajoute les points de la ligne lue au solde du client.
           MOVE WS-FID-POINTS-TXT(2:6) TO WS-FID-POINTS
           IF WS-FID-POINTS-TXT(1:1) = "-" THEN
              COMPUTE WS-FID-POINTS = 0 - WS-FID-POINTS
           END-IF

           MOVE 0 TO WS-RANG-FID
           PERFORM VARYING WS-CPT-FID FROM 1 BY 1
              UNTIL WS-CPT-FID > WS-NB-FID OR WS-RANG-FID > 0
              IF WS-FID-ID(WS-CPT-FID) = WS-ACT-ID-IN THEN
                 MOVE WS-CPT-FID TO WS-RANG-FID
              END-IF
           END-PERFORM

           IF WS-RANG-FID = 0 AND WS-NB-FID < 1500 THEN
              ADD 1 TO WS-NB-FID
              MOVE WS-NB-FID TO WS-RANG-FID
              MOVE WS-ACT-ID-IN TO WS-FID-ID(WS-RANG-FID)
              MOVE 0 TO WS-FID-SOLDE(WS-RANG-FID)
           END-IF

           IF WS-RANG-FID > 0 THEN
              ADD WS-FID-POINTS TO WS-FID-SOLDE(WS-RANG-FID)
           END-IF

           EXIT PROGRAM.

       6040-CHARGE-DEMANDES.
      *    Demandes d'effacement individuelles (id;date).
           OPEN INPUT F-DEMANDES

           IF FS-DEMANDES = "00" THEN
              PERFORM UNTIL FS-DEMANDES = "10"
                 READ F-DEMANDES INTO F-DEMANDES-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-DEM-ID-TXT
                       MOVE SPACES TO WS-DEM-DATE-TXT
                       UNSTRING F-DEMANDES-LIGNE DELIMITED BY ";"
                          INTO WS-DEM-ID-TXT
                               WS-DEM-DATE-TXT
                       END-UNSTRING
                       IF WS-DEM-ID-TXT IS NUMERIC AND
                          WS-NB-DEM < 200 THEN
                          ADD 1 TO WS-NB-DEM
                          MOVE WS-DEM-ID-TXT TO WS-DEM-ID(WS-NB-DEM)
                          MOVE WS-DEM-DATE-TXT TO
                             WS-DEM-DATE(WS-NB-DEM)
                          MOVE "A" TO WS-DEM-ETAT(WS-NB-DEM)
                       ELSE
                          DISPLAY "Demande d'effacement ignorée : "
                             F-DEMANDES-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-DEMANDES
           END-IF

           EXIT PROGRAM.

       6100-TRAITE-FICHIER.
      *    Charge le fichier client WS-NOM-CLIENTS, traite chaque
      *    client, puis réécrit le fichier s'il a changé. Un fichier
      *    absent est ignoré (clients2.txt est facultatif).
           MOVE 0 TO WS-NB-FIC
           MOVE "N" TO WS-FIC-MODIFIE

           OPEN INPUT F-CLIENTS

           IF FS-CLIENTS = "00" THEN
              PERFORM 6105-CHARGE-FICHIER
           ELSE
              DISPLAY "Pas de fichier " FUNCTION TRIM(WS-NOM-CLIENTS)
           END-IF

           EXIT PROGRAM.

       6105-CHARGE-FICHIER.
      *    Fichier client ouvert : chargement, traitement, réécriture.
           PERFORM UNTIL FS-CLIENTS = "10"
              READ F-CLIENTS INTO F-CLIENTS-LIGNE
                 NOT AT END
                    IF WS-NB-FIC < 1000 THEN
                       ADD 1 TO WS-NB-FIC
                       MOVE F-CLIENTS-LIGNE TO WS-FIC-LIGNE(WS-NB-FIC)
                    ELSE
                       DISPLAY "ARRET : plus de 1000 clients dans "
                          FUNCTION TRIM(WS-NOM-CLIENTS)
                          ", fichier non traité"
                       CLOSE F-CLIENTS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE F-CLIENTS

           PERFORM VARYING WS-CPT-FIC FROM 1 BY 1
              UNTIL WS-CPT-FIC > WS-NB-FIC
              MOVE WS-FIC-LIGNE(WS-CPT-FIC) TO WS-CLIENT-X
              IF WS-CLI-ID IS NUMERIC AND WS-CLI-ID > 0 THEN
                 PERFORM 6110-TRAITE-CLIENT
              END-IF
           END-PERFORM

           IF FICHIER-MODIFIE THEN
              OPEN OUTPUT F-CLIENTS
              PERFORM VARYING WS-CPT-FIC FROM 1 BY 1
                 UNTIL WS-CPT-FIC > WS-NB-FIC
                 MOVE WS-FIC-LIGNE(WS-CPT-FIC) TO F-CLIENTS-LIGNE
                 WRITE F-CLIENTS-LIGNE
              END-PERFORM
              CLOSE F-CLIENTS
           END-IF

           EXIT PROGRAM.

       6110-TRAITE-CLIENT.
      *    Client WS-CLIENT (ligne WS-CPT-FIC) : registre d'activité,
      *    demande d'effacement, délai d'inactivité.
           ADD 1 TO WS-NB-LUS

      *    Client déjà anonymisé : plus rien à effacer, une demande
      *    le concernant est close.
           IF WS-CLI-NOM = SPACES AND WS-CLI-PRENOM = SPACES AND
              WS-CLIENT-X(27:4) = "0000" THEN
              ADD 1 TO WS-NB-DEJA
              PERFORM 6115-CHERCHE-DEMANDE
              IF WS-RANG-DEM > 0 THEN
                 MOVE "F" TO WS-DEM-ETAT(WS-RANG-DEM)
              END-IF
           ELSE
              PERFORM 6111-CLIENT-NOMINATIF
           END-IF

           EXIT PROGRAM.

       6111-CLIENT-NOMINATIF.
      *    Un client encore inconnu du registre y entre à la date du
      *    jour : son délai court à partir de ce passage.
           MOVE WS-CLI-ID TO WS-ACT-ID-IN
           MOVE 0 TO WS-ACT-DATE-IN
           MOVE WS-NB-ACT TO WS-NB-ACT-AVANT
           PERFORM 6025-NOTE-ACTIVITE
           IF WS-NB-ACT > WS-NB-ACT-AVANT THEN
              ADD 1 TO WS-NB-NOUVEAUX
              MOVE WS-DATE-JOUR TO WS-ACT-DATE(WS-RANG-ACT)
           END-IF

           SET ACTION-AUCUNE TO TRUE
           PERFORM 6115-CHERCHE-DEMANDE
           IF WS-RANG-DEM > 0 THEN
              SET ACTION-DEMANDE TO TRUE
           ELSE
              IF WS-RANG-ACT > 0 AND
                 WS-ACT-DATE(WS-RANG-ACT) < WS-DATE-LIMITE THEN
                 SET ACTION-INACTIF TO TRUE
              END-IF
           END-IF

           IF NOT ACTION-AUCUNE THEN
              PERFORM 6112-APPLIQUE-ACTION
           END-IF

           EXIT PROGRAM.

       6112-APPLIQUE-ACTION.
      *    Client à anonymiser (demande ou inactivité), sauf s'il est
      *    encore référencé ailleurs.
           MOVE WS-CLI-ID TO WS-REG-ID

      *    Client encore référencé ailleurs : anonymisation refusée.
           MOVE 0 TO WS-RANG-REF
           PERFORM VARYING WS-CPT-REF FROM 1 BY 1
              UNTIL WS-CPT-REF > WS-NB-REF OR WS-RANG-REF > 0
              IF WS-REF-ID(WS-CPT-REF) = WS-CLI-ID THEN
                 MOVE WS-CPT-REF TO WS-RANG-REF
              END-IF
           END-PERFORM

           IF WS-RANG-REF > 0 THEN
              ADD 1 TO WS-NB-REFUSES
              MOVE "REFUSE" TO WS-REG-ACTION
              MOVE WS-REF-MOTIF(WS-RANG-REF) TO WS-REG-MOTIF
              IF ACTION-DEMANDE THEN
                 MOVE "R" TO WS-DEM-ETAT(WS-RANG-DEM)
              END-IF
              PERFORM 6150-ECRIT-REGISTRE
              DISPLAY "Client " WS-CLI-ID " non anonymisé : "
                 FUNCTION TRIM(WS-REG-MOTIF)
           ELSE
              PERFORM 6113-ANONYMISE-TRACE
           END-IF

           EXIT PROGRAM.

       6113-ANONYMISE-TRACE.
      *    Anonymisation du client et trace au registre.
           PERFORM 6120-ANONYMISE

           MOVE "ANONYMISE" TO WS-REG-ACTION
           MOVE SPACES TO WS-REG-MOTIF
           IF ACTION-DEMANDE THEN
              ADD 1 TO WS-NB-DEMANDES
              MOVE "F" TO WS-DEM-ETAT(WS-RANG-DEM)
              STRING "DEMANDE DU " WS-DEM-DATE(WS-RANG-DEM)
                 DELIMITED BY SIZE
                 INTO WS-REG-MOTIF
              END-STRING
           ELSE
              STRING "INACTIF DEPUIS LE " WS-ACT-DATE(WS-RANG-ACT)
                 DELIMITED BY SIZE
                 INTO WS-REG-MOTIF
              END-STRING
           END-IF
           PERFORM 6150-ECRIT-REGISTRE

           EXIT PROGRAM.

       6115-CHERCHE-DEMANDE.
      *    Demande d'effacement du client WS-CLI-ID : WS-RANG-DEM.
           MOVE 0 TO WS-RANG-DEM
           PERFORM VARYING WS-CPT-DEM FROM 1 BY 1
              UNTIL WS-CPT-DEM > WS-NB-DEM OR WS-RANG-DEM > 0
              IF WS-DEM-ID(WS-CPT-DEM) = WS-CLI-ID THEN
                 MOVE WS-CPT-DEM TO WS-RANG-DEM
              END-IF
           END-PERFORM

           EXIT PROGRAM.

       6120-ANONYMISE.
      *    Efface nom, prénom, adresse, jour et mois de naissance ;
      *    l'année est ramenée au début de sa tranche.
           DIVIDE WS-CLI-ANNEE BY WS-TRANCHE-ANS GIVING WS-QUOTIENT
           COMPUTE WS-ANNEE-TRANCHE = WS-QUOTIENT * WS-TRANCHE-ANS

           MOVE SPACES TO WS-CLI-NOM
           MOVE SPACES TO WS-CLI-PRENOM
           MOVE 0 TO WS-CLI-JOUR
           MOVE 0 TO WS-CLI-MOIS
           MOVE WS-ANNEE-TRANCHE TO WS-CLI-ANNEE
           MOVE SPACES TO WS-CLI-ADRESSE

           MOVE WS-CLIENT-X TO WS-FIC-LIGNE(WS-CPT-FIC)
           SET FICHIER-MODIFIE TO TRUE
           ADD 1 TO WS-NB-ANONYMISES

           EXIT PROGRAM.

       6150-ECRIT-REGISTRE.
      *    Registre des effacements (date-heure;fichier;id;action;
      *    motif), sans aucune donnée personnelle.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

           OPEN EXTEND F-REGISTRE
           IF FS-REGISTRE = "35" THEN
              OPEN OUTPUT F-REGISTRE
           END-IF

           MOVE SPACES TO F-REGISTRE-LIGNE
           STRING WS-EXP-DATE "-" WS-EXP-HEURE ";"
              FUNCTION TRIM(WS-FICHIER-COURT) ";"
              WS-REG-ID ";"
              FUNCTION TRIM(WS-REG-ACTION) ";"
              WS-REG-MOTIF
              DELIMITED BY SIZE
              INTO F-REGISTRE-LIGNE
           END-STRING
           WRITE F-REGISTRE-LIGNE

           CLOSE F-REGISTRE

           EXIT PROGRAM.

       6200-DEMANDES-RESTANTES.
      *    Demandes dont l'id n'est dans aucun fichier client :
      *    tracées et closes. Les demandes refusées sont réécrites
      *    pour être reprises au passage suivant, les autres sont
      *    consommées.
           MOVE "-" TO WS-FICHIER-COURT
           PERFORM VARYING WS-CPT-DEM FROM 1 BY 1
              UNTIL WS-CPT-DEM > WS-NB-DEM
              IF WS-DEM-ETAT(WS-CPT-DEM) = "A" THEN
                 ADD 1 TO WS-NB-INCONNUS
                 MOVE WS-DEM-ID(WS-CPT-DEM) TO WS-REG-ID
                 MOVE "INCONNU" TO WS-REG-ACTION
                 MOVE SPACES TO WS-REG-MOTIF
                 STRING "DEMANDE DU " WS-DEM-DATE(WS-CPT-DEM)
                    DELIMITED BY SIZE
                    INTO WS-REG-MOTIF
                 END-STRING
                 PERFORM 6150-ECRIT-REGISTRE
                 MOVE "F" TO WS-DEM-ETAT(WS-CPT-DEM)
              END-IF
           END-PERFORM

           IF WS-NB-DEM > 0 THEN
              OPEN OUTPUT F-DEMANDES
              PERFORM VARYING WS-CPT-DEM FROM 1 BY 1
                 UNTIL WS-CPT-DEM > WS-NB-DEM
                 IF WS-DEM-ETAT(WS-CPT-DEM) = "R" THEN
                    MOVE SPACES TO F-DEMANDES-LIGNE
                    STRING WS-DEM-ID(WS-CPT-DEM) ";"
                       WS-DEM-DATE(WS-CPT-DEM)
                       DELIMITED BY SIZE
                       INTO F-DEMANDES-LIGNE
                    END-STRING
                    WRITE F-DEMANDES-LIGNE
                 END-IF
              END-PERFORM
              CLOSE F-DEMANDES
           END-IF

           EXIT PROGRAM.

       6300-SAUVE-ACTIVITE.
      *    Réécrit le registre d'activité (id;date).
           OPEN OUTPUT F-ACTIVITE

           PERFORM VARYING WS-CPT-ACT FROM 1 BY 1
              UNTIL WS-CPT-ACT > WS-NB-ACT
              MOVE SPACES TO F-ACTIVITE-LIGNE
              STRING WS-ACT-ID(WS-CPT-ACT) ";"
                 WS-ACT-DATE(WS-CPT-ACT)
                 DELIMITED BY SIZE
                 INTO F-ACTIVITE-LIGNE
              END-STRING
              WRITE F-ACTIVITE-LIGNE
           END-PERFORM

           CLOSE F-ACTIVITE

           EXIT PROGRAM.

       8920-LOG-EXPLOITATION.
      *    Ajoute la ligne standard de ce programme au journal
      *    d'exploitation commun (programme;mode;compteurs), comme
      *    les autres programmes de gestion.
           MOVE FUNCTION CURRENT-DATE TO WS-EXP-DATE-HEURE

           OPEN EXTEND F-EXPLOIT
           IF FS-EXPLOIT = "35" THEN
              OPEN OUTPUT F-EXPLOIT
           END-IF

           MOVE SPACES TO F-EXPLOIT-LIGNE
           STRING WS-EXP-DATE "-" WS-EXP-HEURE
              ";BD907;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-ANONYMISES
              ";rejets=" WS-NB-REFUSES
              ";anomalies=" WS-NB-INCONNUS
              ";metier=" WS-DATE-METIER
              DELIMITED BY SIZE
              INTO F-EXPLOIT-LIGNE
           END-STRING
           WRITE F-EXPLOIT-LIGNE

           CLOSE F-EXPLOIT

           EXIT PROGRAM.

       8930-DATE-METIER.
      *    Date métier du passage (service de dates, fonction DM) :
      *    la date système, ou la date forcée par le pilote de chaîne
      *    pour retraiter un jour manqué. Elle remplace la date du
      *    jour dans les traitements ; le journal d'exploitation
      *    porte les deux (horodatage réel et date métier). Une date
      *    future ou inexistante arrête le programme.
           MOVE "DM" TO DT-FONCTION
           CALL "BC810" USING DT-PARAMETRES

           IF NOT DT-OK THEN
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE "ARRET" TO WS-EXP-MODE
              PERFORM 8920-LOG-EXPLOITATION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE DT-DATE-RESULTAT TO WS-DATE-METIER
           IF DT-DATE-FORCEE THEN
              DISPLAY "DATE METIER FORCEE : " WS-DATE-METIER
           END-IF

           EXIT PROGRAM.

       9998-FIN-NORMAL.
           MOVE "FIN" TO WS-EXP-MODE.
           PERFORM 8920-LOG-EXPLOITATION.
           DISPLAY "***************************************".
           DISPLAY "* FIN PROGRAMME : BD907               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD907.
