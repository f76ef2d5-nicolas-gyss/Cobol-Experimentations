       IDENTIFICATION DIVISION.
       PROGRAM-ID. BC811.

      ***************************************************************
      *    Service statistique appelable, repris de la synthèse
      *    statistique de BC101 : moyenne, médiane, écart-type,
      *    quartiles, extrêmes et valeurs aberrantes d'une série de
      *    valeurs signées à deux décimales, plus la pente de la
      *    série en fonction d'abscisses fournies par l'appelant
      *    (tendance). Les programmes qui ont une série à qualifier
      *    (liste de BC101, relevés de températures des frigos de
      *    BD101) l'appellent au lieu de refaire chacun leurs
      *    calculs. La zone de paramètres est décrite dans BC811PRM.
      *
      *    Sous-programme appelé : ses paragraphes ne se terminent
      *    pas par EXIT PROGRAM, qui rendrait la main à l'appelant au
      *    milieu du traitement.
      ***************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    Copie triée de la série pour la médiane et les quartiles.
       01 WS-TRI-TABLE.
           02 WS-TRI PIC S9(7)V9(2) OCCURS 1000 TIMES.
       01 WS-CPT-TRI  PIC 9(4).
       01 WS-CPT-TRI2 PIC 9(4).
       01 WS-SWAP-TRI PIC S9(7)V9(2).

       01 WS-CPT-SERIE  PIC 9(4).
       01 WS-RANG       PIC 9(4).
       01 WS-SOMME      PIC S9(11)V9(2).
       01 WS-VARIANCE   PIC 9(13)V9(4).
       01 WS-ECART-VAL  PIC S9(8)V9(2).
       01 WS-SEUIL-ABS  PIC 9(8)V9(2).

      *    Pente des moindres carrés : moyenne des abscisses, somme
      *    des produits des écarts et somme des carrés des écarts
      *    d'abscisse.
       01 WS-MOYENNE-X  PIC S9(7)V9(4).
       01 WS-ECART-X    PIC S9(8)V9(4).
       01 WS-SOMME-XY   PIC S9(13)V9(4).
       01 WS-SOMME-XX   PIC 9(13)V9(4).

       LINKAGE SECTION.
       COPY BC811PRM.

       PROCEDURE DIVISION USING ST-PARAMETRES.

       0000-SERVICE-DEB.

      *************************************************************
      *    ZONE DE PROGRAMME
      *************************************************************

           MOVE "00" TO ST-RETOUR
           MOVE 0 TO ST-MOYENNE
           MOVE 0 TO ST-MEDIANE
           MOVE 0 TO ST-ECART-TYPE
           MOVE 0 TO ST-Q1
           MOVE 0 TO ST-Q3
           MOVE 0 TO ST-MIN
           MOVE 0 TO ST-MAX
           MOVE 0 TO ST-PENTE
           MOVE 0 TO ST-NB-ABERRANTS

           IF ST-NB-VALEURS = 0 THEN
              MOVE "10" TO ST-RETOUR
           ELSE
           IF ST-NB-VALEURS > 1000 THEN
              MOVE "11" TO ST-RETOUR
           ELSE
              PERFORM 6000-MOYENNE-ECART
              PERFORM 6010-MEDIANE-QUARTILES
              PERFORM 6020-ABERRANTS
              IF ST-PENTE-DEMANDEE THEN
                 PERFORM 6030-PENTE
              END-IF
           END-IF
           END-IF.

       0000-SERVICE-FIN.
           GOBACK.

      *************************************************************
      * FIN ZONE PROCEDURE
      *************************************************************

      *************************************************************
      * ZONE DE PARAGRAPHE DU LOGICIEL
      ***************************************************************

      *    Moyenne, extrêmes et écart-type : racine de la variance
      *    (somme des carrés des écarts à la moyenne, divisée par n).
       6000-MOYENNE-ECART.
           MOVE 0 TO WS-SOMME
           MOVE ST-VALEUR(1) TO ST-MIN
           MOVE ST-VALEUR(1) TO ST-MAX
           PERFORM VARYING WS-CPT-SERIE FROM 1 BY 1
              UNTIL WS-CPT-SERIE > ST-NB-VALEURS
              ADD ST-VALEUR(WS-CPT-SERIE) TO WS-SOMME
              IF ST-VALEUR(WS-CPT-SERIE) < ST-MIN THEN
                 MOVE ST-VALEUR(WS-CPT-SERIE) TO ST-MIN
              END-IF
              IF ST-VALEUR(WS-CPT-SERIE) > ST-MAX THEN
                 MOVE ST-VALEUR(WS-CPT-SERIE) TO ST-MAX
              END-IF
           END-PERFORM
           COMPUTE ST-MOYENNE ROUNDED = WS-SOMME / ST-NB-VALEURS

           MOVE 0 TO WS-VARIANCE
           PERFORM VARYING WS-CPT-SERIE FROM 1 BY 1
              UNTIL WS-CPT-SERIE > ST-NB-VALEURS
              COMPUTE WS-ECART-VAL =
                 ST-VALEUR(WS-CPT-SERIE) - ST-MOYENNE
              COMPUTE WS-VARIANCE =
                 WS-VARIANCE + WS-ECART-VAL * WS-ECART-VAL
           END-PERFORM
           COMPUTE WS-VARIANCE = WS-VARIANCE / ST-NB-VALEURS
           COMPUTE ST-ECART-TYPE ROUNDED =
              FUNCTION SQRT(WS-VARIANCE).

      *    Copie triée de la série (tri à bulles croissant), puis
      *    médiane (valeur centrale, ou moyenne des deux valeurs
      *    centrales quand la série est paire) et quartiles (valeurs
      *    aux rangs (n+1)/4 et 3(n+1)/4, arrondis à l'entier et
      *    bornés aux extrémités).
       6010-MEDIANE-QUARTILES.
           PERFORM VARYING WS-CPT-TRI FROM 1 BY 1
              UNTIL WS-CPT-TRI > ST-NB-VALEURS
              MOVE ST-VALEUR(WS-CPT-TRI) TO WS-TRI(WS-CPT-TRI)
           END-PERFORM

           PERFORM VARYING WS-CPT-TRI FROM 1 BY 1
              UNTIL WS-CPT-TRI >= ST-NB-VALEURS
              PERFORM VARYING WS-CPT-TRI2 FROM 1 BY 1
                 UNTIL WS-CPT-TRI2 >= ST-NB-VALEURS
                 IF WS-TRI(WS-CPT-TRI2) > WS-TRI(WS-CPT-TRI2 + 1)
                 THEN
                    MOVE WS-TRI(WS-CPT-TRI2) TO WS-SWAP-TRI
                    MOVE WS-TRI(WS-CPT-TRI2 + 1) TO
                       WS-TRI(WS-CPT-TRI2)
                    MOVE WS-SWAP-TRI TO WS-TRI(WS-CPT-TRI2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           COMPUTE WS-RANG = FUNCTION MOD(ST-NB-VALEURS, 2)
           IF WS-RANG = 1 THEN
              COMPUTE WS-RANG = (ST-NB-VALEURS + 1) / 2
              MOVE WS-TRI(WS-RANG) TO ST-MEDIANE
           ELSE
              COMPUTE WS-RANG = ST-NB-VALEURS / 2
              COMPUTE ST-MEDIANE ROUNDED =
                 (WS-TRI(WS-RANG) + WS-TRI(WS-RANG + 1)) / 2
           END-IF

           COMPUTE WS-RANG ROUNDED = (ST-NB-VALEURS + 1) / 4
           IF WS-RANG < 1 THEN
              MOVE 1 TO WS-RANG
           END-IF
           MOVE WS-TRI(WS-RANG) TO ST-Q1

           COMPUTE WS-RANG ROUNDED = 3 * (ST-NB-VALEURS + 1) / 4
           IF WS-RANG > ST-NB-VALEURS THEN
              MOVE ST-NB-VALEURS TO WS-RANG
           END-IF
           MOVE WS-TRI(WS-RANG) TO ST-Q3.

      *    Valeurs aberrantes : au-delà de k écarts-types de la
      *    moyenne, marquées à leur position dans la série.
       6020-ABERRANTS.
           COMPUTE WS-SEUIL-ABS = ST-SEUIL-K * ST-ECART-TYPE

           PERFORM VARYING WS-CPT-SERIE FROM 1 BY 1
              UNTIL WS-CPT-SERIE > ST-NB-VALEURS
              MOVE "N" TO ST-ABERRANT(WS-CPT-SERIE)
              COMPUTE WS-ECART-VAL =
                 ST-VALEUR(WS-CPT-SERIE) - ST-MOYENNE
              IF WS-ECART-VAL < 0 THEN
                 COMPUTE WS-ECART-VAL = -1 * WS-ECART-VAL
              END-IF
              IF WS-ECART-VAL > WS-SEUIL-ABS THEN
                 MOVE "O" TO ST-ABERRANT(WS-CPT-SERIE)
                 ADD 1 TO ST-NB-ABERRANTS
              END-IF
           END-PERFORM.

      *    Pente de la droite des moindres carrés : somme des
      *    (x - moyenne x)(y - moyenne y) sur somme des
      *    (x - moyenne x)². Des abscisses toutes égales ne donnent
      *    pas de tendance : pente nulle.
       6030-PENTE.
           MOVE 0 TO WS-SOMME
           PERFORM VARYING WS-CPT-SERIE FROM 1 BY 1
              UNTIL WS-CPT-SERIE > ST-NB-VALEURS
              ADD ST-ABSCISSE(WS-CPT-SERIE) TO WS-SOMME
           END-PERFORM
           COMPUTE WS-MOYENNE-X = WS-SOMME / ST-NB-VALEURS

           MOVE 0 TO WS-SOMME-XY
           MOVE 0 TO WS-SOMME-XX
           PERFORM VARYING WS-CPT-SERIE FROM 1 BY 1
              UNTIL WS-CPT-SERIE > ST-NB-VALEURS
              COMPUTE WS-ECART-X =
                 ST-ABSCISSE(WS-CPT-SERIE) - WS-MOYENNE-X
              COMPUTE WS-SOMME-XY = WS-SOMME-XY + WS-ECART-X *
                 (ST-VALEUR(WS-CPT-SERIE) - ST-MOYENNE)
              COMPUTE WS-SOMME-XX =
                 WS-SOMME-XX + WS-ECART-X * WS-ECART-X
           END-PERFORM

           IF WS-SOMME-XX > 0 THEN
              COMPUTE ST-PENTE ROUNDED = WS-SOMME-XY / WS-SOMME-XX
           END-IF.

       END PROGRAM BC811.
