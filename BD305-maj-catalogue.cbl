       IDENTIFICATION DIVISION.
       PROGRAM-ID. BD305.

      ***************************************************************
      *    Maintenance du catalogue produits ProduitsCatalogue.txt,
      *    partagé par la gestion des frigos (BD101), la gestion du
      *    stock (BD302) et le contrôle des écarts (BC701). Le
      *    catalogue n'est plus retouché à la main : les demandes
      *    sont déposées dans CatalogueMaj.txt, une par ligne
      *       action;code;description;poids unitaire;seuil;unités
      *       par carton;cartons par palette;classe;fournisseur
      *    avec l'action A (ajout), M (modification) ou R (retrait).
      *    En modification, une colonne vide garde la valeur en
      *    place et un "-" vide une colonne optionnelle (colisage,
      *    classe, fournisseur).
      *    Chaque demande est contrôlée : code de 3 caractères
      *    unique, poids et seuil numériques, colisage numérique,
      *    classe de stockage connue (S sec, F frais, C chimie
      *    d'entretien, blanc indifférent), fournisseur présent au
      *    fichier maître. Un retrait est refusé tant que le code a
      *    du stock au hangar, en frigo, en quarantaine ou en
      *    transit entre dépôts. Chaque changement appliqué est
      *    tracé dans CatalogueAudit.txt avec la ligne avant et la
      *    ligne après ; une demande refusée part avec son motif
      *    dans CatalogueRejets.txt. Le fichier des demandes est
      *    consommé.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT F-CATALOGUE ASSIGN TO "./in/ProduitsCatalogue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-CATALOGUE.

       SELECT F-MAJ ASSIGN TO "./in/CatalogueMaj.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-MAJ.

       SELECT F-FOURNISSEURS ASSIGN TO "./in/Fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FOURNISSEURS.

       SELECT F-HANGAR-SOLDE ASSIGN TO "./in/HangarSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-HANGAR-SOLDE.

       SELECT F-FRIGO ASSIGN TO "./in/FrigoSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-FRIGO.

       SELECT F-QUARANTAINE ASSIGN TO "./out/QuarantaineSolde.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-QUARANTAINE.

       SELECT F-TRANSIT ASSIGN TO "./out/HangarTransit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-TRANSIT.

       SELECT F-AUDIT ASSIGN TO "./out/CatalogueAudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-AUDIT.

       SELECT F-REJETS ASSIGN TO "./out/CatalogueRejets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-REJETS.

       SELECT F-EXPLOIT ASSIGN TO "./out/ExploitationLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS FS-EXPLOIT.

       DATA DIVISION.
       FILE SECTION.
       FD F-CATALOGUE.
       01 F-CATALOGUE-LIGNE PIC X(60).

       FD F-MAJ.
       01 F-MAJ-LIGNE PIC X(80).

       FD F-FOURNISSEURS.
       01 F-FOURNISSEURS-LIGNE PIC X(80).

       FD F-HANGAR-SOLDE.
       01 F-HANGAR-SOLDE-CURRENT.
           02 HS-DEPOT   PIC 9.
           02 HS-ALLEE   PIC 9.
           02 HS-NIVEAU  PIC 9.
           02 HS-IDM     PIC X(3).
           02 HS-QTE     PIC 9(5).
           02 HS-POIDS   PIC S9(5)V9(2).
           02 HS-DLC     PIC 9(8).

       FD F-FRIGO.
       01 F-FRIGO-CURRENT.
           02 F-FRIGO-SITE    PIC 9.
           02 F-FRIGO-FRIGO   PIC 9.
           02 F-FRIGO-RAYON   PIC 9.
           02 F-FRIGO-EMPL    PIC 9.
           02 F-FRIGO-PLAT    PIC X(3).
           02 F-FRIGO-PRENOM  PIC X(20).
           02 F-FRIGO-DATE    PIC 9(8).
           02 F-FRIGO-ALLERG  PIC X(3).

       FD F-QUARANTAINE.
       01 F-QUARANTAINE-LIGNE PIC X(30).

       FD F-TRANSIT.
       01 F-TRANSIT-LIGNE PIC X(50).

       FD F-AUDIT.
       01 F-AUDIT-LIGNE PIC X(160).

       FD F-REJETS.
       01 F-REJETS-LIGNE PIC X(140).

       FD F-EXPLOIT.
       01 F-EXPLOIT-LIGNE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FS-CATALOGUE    PIC X(2).
       01 FS-MAJ          PIC X(2).
       01 FS-FOURNISSEURS PIC X(2).
       01 FS-HANGAR-SOLDE PIC X(2).
       01 FS-FRIGO        PIC X(2).
       01 FS-QUARANTAINE  PIC X(2).
       01 FS-TRANSIT      PIC X(2).
       01 FS-AUDIT        PIC X(2).
       01 FS-REJETS       PIC X(2).
       01 FS-EXPLOIT      PIC X(2).

      ***************************************************************
      *    Catalogue tenu en mémoire (50 lignes, la capacité des
      *    tables des programmes lecteurs) : ligne complète et code.
      *    Une ligne retirée garde sa place, marquée, et n'est pas
      *    réécrite.
      ***************************************************************
       01 WS-CATALOGUE-TABLE.
           02 WS-CAT-ENTREE OCCURS 50 TIMES.
              03 WS-CAT-LIGNE   PIC X(60).
              03 WS-CAT-CODE    PIC X(3).
              03 WS-CAT-RETIRE  PIC X(1).
       01 WS-NB-CAT      PIC 9(2) VALUE 0.
       01 WS-NB-ACTIFS   PIC 9(2) VALUE 0.
       01 WS-CPT-CAT     PIC 9(2).
       01 WS-RANG-CAT    PIC 9(2).

      *    Codes du fichier maître des fournisseurs.
       01 WS-FRN-TABLE.
           02 WS-FRN-CODE-T OCCURS 50 TIMES PIC X(4).
       01 WS-NB-FRN      PIC 9(2) VALUE 0.
       01 WS-CPT-FRN     PIC 9(2).
       01 WS-FRN-CODE-TXT PIC X(4).

      *    Demande découpée (action;code;colonnes du catalogue).
       01 WS-MAJ-ACTION    PIC X(1).
       01 WS-MAJ-CODE      PIC X(4).
       01 WS-MAJ-DESC      PIC X(21).
       01 WS-MAJ-POIDS     PIC X(9).
       01 WS-MAJ-SEUIL     PIC X(6).
       01 WS-MAJ-UPC       PIC X(5).
       01 WS-MAJ-CPP       PIC X(4).
       01 WS-MAJ-CLASSE    PIC X(2).
       01 WS-MAJ-FOURN     PIC X(5).

      *    Colonnes de la ligne en place, pour la modification.
       01 WS-OLD-CODE      PIC X(3).
       01 WS-OLD-DESC      PIC X(20).
       01 WS-OLD-POIDS     PIC X(8).
       01 WS-OLD-SEUIL     PIC X(5).
       01 WS-OLD-UPC       PIC X(4).
       01 WS-OLD-CPP       PIC X(3).
       01 WS-OLD-CLASSE    PIC X(1).
       01 WS-OLD-FOURN     PIC X(4).

       01 WS-LIGNE-AVANT   PIC X(60).
       01 WS-LIGNE-APRES   PIC X(60).

      *    Contrôle d'une zone numérique saisie : longueur utile,
      *    chiffres, point décimal, chiffres après le point.
       01 WS-NUM-TXT       PIC X(9).
       01 WS-NUM-MAX-ENT   PIC 9(2).
       01 WS-NUM-MAX-DEC   PIC 9(2).
       01 WS-NUM-POS       PIC 9(2).
       01 WS-NUM-NB-ENT    PIC 9(2).
       01 WS-NUM-NB-DEC    PIC 9(2).
       01 WS-NUM-NB-POINT  PIC 9(2).
       01 WS-NUM-FLAG PIC X.
           88 NUM-VALIDE VALUE "O".
      *    NUM-VALIDE = 1 : Zone numérique conforme.
      *    NUM-VALIDE = 0 : Zone vide, trop longue ou non numérique.

      *    Motif du refus de la demande courante (blanc = acceptée).
       01 WS-MOTIF PIC X(60).

      *    Stock encore présent pour un retrait : lieu trouvé.
       01 WS-STOCK-LIEU    PIC X(20).
       01 WS-QUAR-IDM-TXT  PIC X(3).
       01 WS-QUAR-QTE-TXT  PIC X(5).
       01 WS-QUAR-DATE-TXT PIC X(8).

       01 WS-DATE-HEURE.
           02 WS-DH-DATE   PIC X(8).
           02 WS-DH-HEURE  PIC X(6).

      *    Compteurs du traitement.
       01 WS-NB-LUS       PIC 9(5) VALUE 0.
       01 WS-NB-APPLIQUES PIC 9(5) VALUE 0.
       01 WS-NB-REJETS    PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE 0.

       01 WS-EXP-DATE-HEURE.
           02 WS-EXP-DATE  PIC X(8).
           02 WS-EXP-HEURE PIC X(6).
       01 WS-EXP-MODE PIC X(5).

      *    Date métier du passage (AAAAMMJJ), voir 8930-DATE-METIER.
       01 WS-DATE-METIER.
           02 WS-DM-ANNEE PIC 9(4) VALUE 0.
           02 WS-DM-MOIS  PIC 9(2) VALUE 0.
           02 WS-DM-JOUR  PIC 9(2) VALUE 0.

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

           PERFORM 6000-CHARGE-CATALOGUE.
           PERFORM 6005-CHARGE-FOURNISSEURS.

      *    Demandes de maintenance, appliquées une à une dans l'ordre
      *    du fichier, puis catalogue réécrit une seule fois.
           OPEN INPUT F-MAJ.

           IF FS-MAJ = "00" THEN
              OPEN EXTEND F-AUDIT
              IF FS-AUDIT = "35" THEN
                 OPEN OUTPUT F-AUDIT
              END-IF
              OPEN OUTPUT F-REJETS

              PERFORM UNTIL FS-MAJ = "10"
                 READ F-MAJ INTO F-MAJ-LIGNE
                    NOT AT END
                       IF F-MAJ-LIGNE NOT = SPACES THEN
                          ADD 1 TO WS-NB-LUS
                          PERFORM 6010-TRAITE-DEMANDE
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE F-MAJ
              CLOSE F-AUDIT
              CLOSE F-REJETS

              IF WS-NB-APPLIQUES > 0 THEN
                 PERFORM 6090-REECRIT-CATALOGUE
              END-IF

      *       Les demandes traitées sont consommées.
              OPEN OUTPUT F-MAJ
              CLOSE F-MAJ

              DISPLAY "Maintenance du catalogue : " WS-NB-LUS
                 " demande(s), " WS-NB-APPLIQUES " appliquée(s), "
                 WS-NB-REJETS " refusée(s)."
           ELSE
              DISPLAY "Pas de demande de maintenance du catalogue."
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
           DISPLAY "* LANCEMENT PROGRAMME : BD305         *".
           DISPLAY "* Maintenance du catalogue produits   *".
           DISPLAY "***************************************".

       8910-MSG-LANCEMENT-FIN.
           EXIT PROGRAM.

       6000-CHARGE-CATALOGUE.
      *    Charge le catalogue en place, ligne à ligne.
           OPEN INPUT F-CATALOGUE

           IF FS-CATALOGUE = "00" THEN
              PERFORM UNTIL FS-CATALOGUE = "10"
                 READ F-CATALOGUE INTO F-CATALOGUE-LIGNE
                    NOT AT END
                       IF F-CATALOGUE-LIGNE NOT = SPACES THEN
                          IF WS-NB-CAT < 50 THEN
                             ADD 1 TO WS-NB-CAT
                             ADD 1 TO WS-NB-ACTIFS
                             MOVE F-CATALOGUE-LIGNE TO
                                WS-CAT-LIGNE(WS-NB-CAT)
                             MOVE F-CATALOGUE-LIGNE(1:3) TO
                                WS-CAT-CODE(WS-NB-CAT)
                             MOVE "N" TO WS-CAT-RETIRE(WS-NB-CAT)
                          ELSE
                             ADD 1 TO WS-NB-ANOMALIES
                             DISPLAY "Catalogue trop long, ligne "
                                "conservée hors table : "
                                F-CATALOGUE-LIGNE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CATALOGUE
           ELSE
              DISPLAY "Pas de catalogue produits en place, il sera "
                 "créé par les ajouts."
           END-IF

           EXIT PROGRAM.

       6005-CHARGE-FOURNISSEURS.
      *    Codes du fichier maître des fournisseurs, pour contrôler
      *    le rattachement des produits.
           OPEN INPUT F-FOURNISSEURS

           IF FS-FOURNISSEURS = "00" THEN
              PERFORM UNTIL FS-FOURNISSEURS = "10"
                 READ F-FOURNISSEURS INTO F-FOURNISSEURS-LIGNE
                    NOT AT END
                       UNSTRING F-FOURNISSEURS-LIGNE DELIMITED BY ";"
                          INTO WS-FRN-CODE-TXT
                       END-UNSTRING
                       IF WS-FRN-CODE-TXT NOT = SPACES AND
                          WS-NB-FRN < 50 THEN
                          ADD 1 TO WS-NB-FRN
                          MOVE WS-FRN-CODE-TXT TO
                             WS-FRN-CODE-T(WS-NB-FRN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FOURNISSEURS
           END-IF

           EXIT PROGRAM.

       6010-TRAITE-DEMANDE.
      *    Découpe, contrôle et applique une demande de maintenance.
           MOVE SPACES TO WS-MAJ-ACTION WS-MAJ-CODE WS-MAJ-DESC
              WS-MAJ-POIDS WS-MAJ-SEUIL WS-MAJ-UPC WS-MAJ-CPP
              WS-MAJ-CLASSE WS-MAJ-FOURN
           MOVE SPACES TO WS-MOTIF

           UNSTRING F-MAJ-LIGNE DELIMITED BY ";"
              INTO WS-MAJ-ACTION
                   WS-MAJ-CODE
                   WS-MAJ-DESC
                   WS-MAJ-POIDS
                   WS-MAJ-SEUIL
                   WS-MAJ-UPC
                   WS-MAJ-CPP
                   WS-MAJ-CLASSE
                   WS-MAJ-FOURN
           END-UNSTRING

      *    Code : exactement 3 caractères, sans blanc.
           IF WS-MAJ-CODE(4:1) NOT = SPACE OR
              WS-MAJ-CODE(1:1) = SPACE OR
              WS-MAJ-CODE(2:1) = SPACE OR
              WS-MAJ-CODE(3:1) = SPACE THEN
              MOVE "code produit qui ne fait pas 3 caractères"
                 TO WS-MOTIF
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE 0 TO WS-RANG-CAT
              PERFORM VARYING WS-CPT-CAT FROM 1 BY 1
                 UNTIL WS-CPT-CAT > WS-NB-CAT OR WS-RANG-CAT > 0
                 IF WS-CAT-CODE(WS-CPT-CAT) = WS-MAJ-CODE(1:3) AND
                    WS-CAT-RETIRE(WS-CPT-CAT) = "N" THEN
                    MOVE WS-CPT-CAT TO WS-RANG-CAT
                 END-IF
              END-PERFORM

              EVALUATE WS-MAJ-ACTION
                 WHEN "A"
                    PERFORM 6020-AJOUT
                 WHEN "M"
                    PERFORM 6030-MODIFICATION
                 WHEN "R"
                    PERFORM 6040-RETRAIT
                 WHEN OTHER
                    MOVE "action inconnue (A, M ou R attendu)" TO
                       WS-MOTIF
              END-EVALUATE
           END-IF

           IF WS-MOTIF = SPACES THEN
              ADD 1 TO WS-NB-APPLIQUES
              PERFORM 6080-ECRIT-AUDIT
           ELSE
              ADD 1 TO WS-NB-REJETS
              MOVE SPACES TO F-REJETS-LIGNE
              STRING F-MAJ-LIGNE DELIMITED BY "  "
                 " => REFUS : " WS-MOTIF
                 DELIMITED BY SIZE
                 INTO F-REJETS-LIGNE
              END-STRING
              WRITE F-REJETS-LIGNE
              DISPLAY F-REJETS-LIGNE
           END-IF

           EXIT PROGRAM.

       6020-AJOUT.
      *    Ajout d'un code absent du catalogue, toutes colonnes
      *    obligatoires renseignées.
           IF WS-RANG-CAT > 0 THEN
              MOVE "code déjà présent au catalogue" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES AND WS-NB-CAT >= 50 THEN
              MOVE "catalogue plein (50 produits)" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES AND WS-MAJ-DESC = SPACES THEN
              MOVE "description obligatoire" TO WS-MOTIF
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE WS-MAJ-CODE(1:3) TO WS-OLD-CODE
              MOVE SPACES TO WS-OLD-DESC WS-OLD-POIDS WS-OLD-SEUIL
                 WS-OLD-UPC WS-OLD-CPP WS-OLD-CLASSE WS-OLD-FOURN
              PERFORM 6050-FUSIONNE-COLONNES
           END-IF
           IF WS-MOTIF = SPACES THEN
              PERFORM 6060-CONTROLE-COLONNES
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE SPACES TO WS-LIGNE-AVANT
              PERFORM 6070-COMPOSE-LIGNE
              ADD 1 TO WS-NB-CAT
              ADD 1 TO WS-NB-ACTIFS
              MOVE WS-LIGNE-APRES TO WS-CAT-LIGNE(WS-NB-CAT)
              MOVE WS-OLD-CODE TO WS-CAT-CODE(WS-NB-CAT)
              MOVE "N" TO WS-CAT-RETIRE(WS-NB-CAT)
           END-IF

           EXIT PROGRAM.

       6030-MODIFICATION.
      *    Modification d'un code présent : les colonnes vides de la
      *    demande gardent la valeur en place.
           IF WS-RANG-CAT = 0 THEN
              MOVE "code absent du catalogue" TO WS-MOTIF
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE WS-CAT-LIGNE(WS-RANG-CAT) TO WS-LIGNE-AVANT
              MOVE SPACES TO WS-OLD-DESC WS-OLD-POIDS WS-OLD-SEUIL
                 WS-OLD-UPC WS-OLD-CPP WS-OLD-CLASSE WS-OLD-FOURN
              UNSTRING WS-LIGNE-AVANT DELIMITED BY ";"
                 INTO WS-OLD-CODE
                      WS-OLD-DESC
                      WS-OLD-POIDS
                      WS-OLD-SEUIL
                      WS-OLD-UPC
                      WS-OLD-CPP
                      WS-OLD-CLASSE
                      WS-OLD-FOURN
              END-UNSTRING
              PERFORM 6050-FUSIONNE-COLONNES
           END-IF
           IF WS-MOTIF = SPACES THEN
              PERFORM 6060-CONTROLE-COLONNES
           END-IF

           IF WS-MOTIF = SPACES THEN
              PERFORM 6070-COMPOSE-LIGNE
              MOVE WS-LIGNE-APRES TO WS-CAT-LIGNE(WS-RANG-CAT)
           END-IF

           EXIT PROGRAM.

       6040-RETRAIT.
      *    Retrait d'un code présent, refusé tant qu'il reste du
      *    stock du code quelque part.
           IF WS-RANG-CAT = 0 THEN
              MOVE "code absent du catalogue" TO WS-MOTIF
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE WS-MAJ-CODE(1:3) TO WS-OLD-CODE
              PERFORM 6045-CONTROLE-STOCK
              IF WS-STOCK-LIEU NOT = SPACES THEN
                 MOVE SPACES TO WS-MOTIF
                 STRING "stock encore présent (" DELIMITED BY SIZE
                    WS-STOCK-LIEU DELIMITED BY "  "
                    ")" DELIMITED BY SIZE
                    INTO WS-MOTIF
                 END-STRING
              END-IF
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE WS-CAT-LIGNE(WS-RANG-CAT) TO WS-LIGNE-AVANT
              MOVE SPACES TO WS-LIGNE-APRES
              MOVE "O" TO WS-CAT-RETIRE(WS-RANG-CAT)
              SUBTRACT 1 FROM WS-NB-ACTIFS
           END-IF

           EXIT PROGRAM.

       6045-CONTROLE-STOCK.
      *    Cherche du stock du code WS-OLD-CODE au hangar (solde),
      *    en frigo, en quarantaine des retours ou en transit entre
      *    dépôts ; WS-STOCK-LIEU reçoit le premier lieu trouvé.
           MOVE SPACES TO WS-STOCK-LIEU

           OPEN INPUT F-HANGAR-SOLDE
           IF FS-HANGAR-SOLDE = "00" THEN
              PERFORM UNTIL FS-HANGAR-SOLDE = "10"
                 READ F-HANGAR-SOLDE INTO F-HANGAR-SOLDE-CURRENT
                    NOT AT END
                       IF HS-IDM = WS-OLD-CODE AND HS-QTE IS NUMERIC
                          AND HS-QTE > 0 THEN
                          MOVE "hangar" TO WS-STOCK-LIEU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-HANGAR-SOLDE
           END-IF

           OPEN INPUT F-FRIGO
           IF FS-FRIGO = "00" THEN
              PERFORM UNTIL FS-FRIGO = "10"
                 READ F-FRIGO INTO F-FRIGO-CURRENT
                    NOT AT END
                       IF F-FRIGO-PLAT = WS-OLD-CODE AND
                          WS-STOCK-LIEU = SPACES THEN
                          MOVE "frigo" TO WS-STOCK-LIEU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-FRIGO
           END-IF

           OPEN INPUT F-QUARANTAINE
           IF FS-QUARANTAINE = "00" THEN
              PERFORM UNTIL FS-QUARANTAINE = "10"
                 READ F-QUARANTAINE INTO F-QUARANTAINE-LIGNE
                    NOT AT END
                       MOVE SPACES TO WS-QUAR-QTE-TXT
                       UNSTRING F-QUARANTAINE-LIGNE DELIMITED BY ";"
                          INTO WS-QUAR-IDM-TXT
                               WS-QUAR-QTE-TXT
                               WS-QUAR-DATE-TXT
                       END-UNSTRING
                       IF WS-QUAR-IDM-TXT = WS-OLD-CODE AND
                          WS-QUAR-QTE-TXT NOT = SPACES AND
                          WS-STOCK-LIEU = SPACES THEN
                          IF FUNCTION NUMVAL(WS-QUAR-QTE-TXT) > 0
                             THEN
                             MOVE "quarantaine" TO WS-STOCK-LIEU
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-QUARANTAINE
           END-IF

      *    Ligne de transit : date;code;qté;...
           OPEN INPUT F-TRANSIT
           IF FS-TRANSIT = "00" THEN
              PERFORM UNTIL FS-TRANSIT = "10"
                 READ F-TRANSIT INTO F-TRANSIT-LIGNE
                    NOT AT END
                       IF F-TRANSIT-LIGNE(10:3) = WS-OLD-CODE AND
                          WS-STOCK-LIEU = SPACES THEN
                          MOVE "transit entre dépôts" TO WS-STOCK-LIEU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE F-TRANSIT
           END-IF

           EXIT PROGRAM.

       6050-FUSIONNE-COLONNES.
      *    Colonnes de la nouvelle ligne : celles de la demande,
      *    sinon celles en place ; "-" vide une colonne optionnelle.
           IF WS-MAJ-DESC NOT = SPACES THEN
              IF WS-MAJ-DESC(21:1) NOT = SPACE THEN
                 MOVE "description de plus de 20 caractères" TO
                    WS-MOTIF
              ELSE
                 MOVE WS-MAJ-DESC TO WS-OLD-DESC
              END-IF
           END-IF
           IF WS-MAJ-POIDS NOT = SPACES THEN
              MOVE WS-MAJ-POIDS TO WS-OLD-POIDS
           END-IF
           IF WS-MAJ-SEUIL NOT = SPACES THEN
              MOVE WS-MAJ-SEUIL TO WS-OLD-SEUIL
           END-IF

           EVALUATE WS-MAJ-UPC
              WHEN SPACES
                 CONTINUE
              WHEN "-"
                 MOVE SPACES TO WS-OLD-UPC
              WHEN OTHER
                 MOVE WS-MAJ-UPC TO WS-NUM-TXT
                 MOVE 4 TO WS-NUM-MAX-ENT
                 MOVE 0 TO WS-NUM-MAX-DEC
                 PERFORM 6065-CONTROLE-NUMERIQUE
                 IF NUM-VALIDE THEN
                    MOVE WS-MAJ-UPC TO WS-OLD-UPC
                 ELSE
                    MOVE "unités par carton non numérique" TO
                       WS-MOTIF
                 END-IF
           END-EVALUATE

           EVALUATE WS-MAJ-CPP
              WHEN SPACES
                 CONTINUE
              WHEN "-"
                 MOVE SPACES TO WS-OLD-CPP
              WHEN OTHER
                 MOVE WS-MAJ-CPP TO WS-NUM-TXT
                 MOVE 3 TO WS-NUM-MAX-ENT
                 MOVE 0 TO WS-NUM-MAX-DEC
                 PERFORM 6065-CONTROLE-NUMERIQUE
                 IF NUM-VALIDE THEN
                    MOVE WS-MAJ-CPP TO WS-OLD-CPP
                 ELSE
                    MOVE "cartons par palette non numérique" TO
                       WS-MOTIF
                 END-IF
           END-EVALUATE

           EVALUATE WS-MAJ-CLASSE
              WHEN SPACES
                 CONTINUE
              WHEN "-"
                 MOVE SPACE TO WS-OLD-CLASSE
              WHEN "S"
              WHEN "F"
              WHEN "C"
                 MOVE WS-MAJ-CLASSE TO WS-OLD-CLASSE
              WHEN OTHER
                 MOVE "classe de stockage inconnue (S, F ou C)" TO
                    WS-MOTIF
           END-EVALUATE

           EVALUATE WS-MAJ-FOURN
              WHEN SPACES
                 CONTINUE
              WHEN "-"
                 MOVE SPACES TO WS-OLD-FOURN
              WHEN OTHER
                 MOVE "N" TO WS-NUM-FLAG
                 PERFORM VARYING WS-CPT-FRN FROM 1 BY 1
                    UNTIL WS-CPT-FRN > WS-NB-FRN OR NUM-VALIDE
                    IF WS-FRN-CODE-T(WS-CPT-FRN) = WS-MAJ-FOURN THEN
                       SET NUM-VALIDE TO TRUE
                    END-IF
                 END-PERFORM
                 IF NUM-VALIDE THEN
                    MOVE WS-MAJ-FOURN TO WS-OLD-FOURN
                 ELSE
                    MOVE "fournisseur inconnu au fichier maître" TO
                       WS-MOTIF
                 END-IF
           END-EVALUATE

           EXIT PROGRAM.

       6060-CONTROLE-COLONNES.
      *    Contrôle des colonnes obligatoires de la ligne composée :
      *    poids unitaire (3 chiffres et 2 décimales au plus) et
      *    seuil (5 chiffres au plus).
           MOVE WS-OLD-POIDS TO WS-NUM-TXT
           MOVE 3 TO WS-NUM-MAX-ENT
           MOVE 2 TO WS-NUM-MAX-DEC
           PERFORM 6065-CONTROLE-NUMERIQUE
           IF NOT NUM-VALIDE THEN
              MOVE "poids unitaire non numérique (999.99 au plus)" TO
                 WS-MOTIF
           END-IF

           IF WS-MOTIF = SPACES THEN
              MOVE WS-OLD-SEUIL TO WS-NUM-TXT
              MOVE 5 TO WS-NUM-MAX-ENT
              MOVE 0 TO WS-NUM-MAX-DEC
              PERFORM 6065-CONTROLE-NUMERIQUE
              IF NOT NUM-VALIDE THEN
                 MOVE "seuil non numérique (5 chiffres au plus)" TO
                    WS-MOTIF
              END-IF
           END-IF

           EXIT PROGRAM.

       6065-CONTROLE-NUMERIQUE.
      *    WS-NUM-TXT doit porter un nombre positif cadré à gauche :
      *    WS-NUM-MAX-ENT chiffres au plus, puis éventuellement un
      *    point et WS-NUM-MAX-DEC décimales au plus, sans blanc
      *    intercalé.
           MOVE "O" TO WS-NUM-FLAG
           MOVE 0 TO WS-NUM-NB-ENT
           MOVE 0 TO WS-NUM-NB-DEC
           MOVE 0 TO WS-NUM-NB-POINT

           IF WS-NUM-TXT = SPACES THEN
              MOVE "N" TO WS-NUM-FLAG
           END-IF

           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
              UNTIL WS-NUM-POS > 9 OR NOT NUM-VALIDE
              OR WS-NUM-TXT(WS-NUM-POS:) = SPACES
              EVALUATE TRUE
                 WHEN WS-NUM-TXT(WS-NUM-POS:1) IS NUMERIC
                    IF WS-NUM-NB-POINT = 0 THEN
                       ADD 1 TO WS-NUM-NB-ENT
                    ELSE
                       ADD 1 TO WS-NUM-NB-DEC
                    END-IF
                 WHEN WS-NUM-TXT(WS-NUM-POS:1) = "."
                    ADD 1 TO WS-NUM-NB-POINT
                 WHEN OTHER
                    MOVE "N" TO WS-NUM-FLAG
              END-EVALUATE
           END-PERFORM

           IF WS-NUM-NB-ENT = 0 OR WS-NUM-NB-ENT > WS-NUM-MAX-ENT
              OR WS-NUM-NB-DEC > WS-NUM-MAX-DEC
              OR WS-NUM-NB-POINT > 1 THEN
              MOVE "N" TO WS-NUM-FLAG
           END-IF

           EXIT PROGRAM.

       6070-COMPOSE-LIGNE.
      *    Ligne du catalogue recomposée à partir des colonnes
      *    retenues (code;description;poids;seuil;UPC;CPP;classe;
      *    fournisseur).
           MOVE SPACES TO WS-LIGNE-APRES
           STRING WS-OLD-CODE DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM(WS-OLD-DESC TRAILING) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-OLD-POIDS DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WS-OLD-SEUIL DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WS-OLD-UPC DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WS-OLD-CPP DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WS-OLD-CLASSE DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              WS-OLD-FOURN DELIMITED BY SPACE
              INTO WS-LIGNE-APRES
           END-STRING

           EXIT PROGRAM.

       6080-ECRIT-AUDIT.
      *    Trace du changement appliqué : horodatage, action, code,
      *    ligne avant, ligne après (vide pour un ajout ou un
      *    retrait respectivement).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DATE-HEURE

           MOVE SPACES TO F-AUDIT-LIGNE
           STRING WS-DH-DATE "-" WS-DH-HEURE ";" WS-MAJ-ACTION ";"
              WS-MAJ-CODE(1:3) ";AVANT=" DELIMITED BY SIZE
              WS-LIGNE-AVANT DELIMITED BY "  "
              ";APRES=" DELIMITED BY SIZE
              WS-LIGNE-APRES DELIMITED BY "  "
              INTO F-AUDIT-LIGNE
           END-STRING
           WRITE F-AUDIT-LIGNE

           DISPLAY "Catalogue " WS-MAJ-ACTION " " WS-MAJ-CODE(1:3)
              " appliqué."

           EXIT PROGRAM.

       6090-REECRIT-CATALOGUE.
      *    Réécrit le catalogue sans les lignes retirées.
           OPEN OUTPUT F-CATALOGUE

           PERFORM VARYING WS-CPT-CAT FROM 1 BY 1
              UNTIL WS-CPT-CAT > WS-NB-CAT
              IF WS-CAT-RETIRE(WS-CPT-CAT) = "N" THEN
                 MOVE WS-CAT-LIGNE(WS-CPT-CAT) TO F-CATALOGUE-LIGNE
                 WRITE F-CATALOGUE-LIGNE
              END-IF
           END-PERFORM

           CLOSE F-CATALOGUE

           DISPLAY "Catalogue réécrit : " WS-NB-ACTIFS " produit(s)."

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
              ";BD305;" WS-EXP-MODE
              ";lus=" WS-NB-LUS
              ";appliques=" WS-NB-APPLIQUES
              ";rejets=" WS-NB-REJETS
              ";anomalies=" WS-NB-ANOMALIES
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
           DISPLAY "* FIN PROGRAMME : BD305               *".
           DISPLAY "***************************************".
           EXIT PROGRAM.


       END PROGRAM BD305.
