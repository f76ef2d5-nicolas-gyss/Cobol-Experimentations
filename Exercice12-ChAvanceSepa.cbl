       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildSepa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Lot d'ordres de paiement fournisseurs
      * (IBAN;bénéficiaire;montant;devise;date d'exécution AAAAMMJJ;
      * libellé) : les virements domestiques en euros partent dans
      * un fichier de virements SEPA, au lieu d'un message MT103 par
      * ordre comme pour l'international.
           SELECT fichierOrdres ASSIGN TO "./in/SepaOrdres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-ordres.

      * Comptes validés par AnalyseRIB : seuls les IBAN dont le RIB a
      * passé le contrôle de clé et la conversion RIB -> IBAN (lignes
      * "RIB : IBAN" du fichier IBANs.txt) sont payés en SEPA.
           SELECT fichierIbans ASSIGN TO "./out/IBANs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-ibans.

      * Emetteur des virements (nom;IBAN du compte débité), une
      * ligne ; sans ce fichier le bloc donneur d'ordre est omis et
      * la banque complète avec le compte du contrat.
           SELECT fichierEmetteur ASSIGN TO "./in/SepaEmetteur.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-emetteur.

      * Fichier de virements SEPA (structure pain.001) : en-tête de
      * groupe, un bloc de paiement par date d'exécution, une
      * transaction par ordre.
           SELECT fichierSepa ASSIGN TO "./out/SepaVirements.xml"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-sepa.

           SELECT fichierRejets ASSIGN TO "./out/SepaRejets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-rejets.

      * Ordres hors SEPA (devise autre que l'euro ou pays hors zone)
      * ajoutés au lot d'ordres de BuildSwift, dans son format
      * IBAN;bénéficiaire;montant;devise.
           SELECT fichierSwift ASSIGN TO "./in/SwiftOrdres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS fs-swift.

       DATA DIVISION.
       FILE SECTION.
       FD fichierOrdres.
       01 ligneOrdre PIC X(200).

       FD fichierIbans.
       01 ligneIban PIC X(70).

       FD fichierEmetteur.
       01 ligneEmetteur PIC X(80).

       FD fichierSepa.
       01 ligneSepa PIC X(200).

       FD fichierRejets.
       01 ligneRejet PIC X(250).

       FD fichierSwift.
       01 ligneSwift PIC X(80).

       WORKING-STORAGE SECTION.
       01 fs-ordres PIC X(2).
       01 fs-ibans PIC X(2).
       01 fs-emetteur PIC X(2).
       01 fs-sepa PIC X(2).
       01 fs-rejets PIC X(2).
       01 fs-swift PIC X(2).

      * Champs de l'ordre de paiement courant.
       01 ws-ordre-iban PIC X(34).
       01 ws-ordre-benef PIC X(35).
       01 ws-ordre-montant PIC X(15).
       01 ws-ordre-devise PIC X(3).
       01 ws-ordre-date PIC X(8).
       01 ws-ordre-libelle PIC X(140).
       01 ws-ordre-valeur PIC 9(9)V9(2).
       01 ws-ordre-motif PIC X(40).

      * Contrôle du montant : chiffres, au plus un séparateur décimal
      * (point ou virgule) suivi d'au plus deux décimales.
       01 ws-mnt-travail PIC X(15).
       01 ws-mnt-long PIC 9(2).
       01 ws-mnt-i PIC 9(2).
       01 ws-mnt-separateurs PIC 9(2).
       01 ws-mnt-decimales PIC 9(2).
       01 ws-mnt-chiffres PIC 9(2).

       01 ws-nb-ordres PIC 9(4) VALUE 0.
       01 ws-nb-sepa PIC 9(4) VALUE 0.
       01 ws-nb-swift PIC 9(4) VALUE 0.
       01 ws-nb-rejets PIC 9(4) VALUE 0.

      * Zone SEPA : pays de l'EEE plus les pays rattachés au schéma
      * (Suisse, Royaume-Uni, Monaco, Saint-Marin, Vatican, Andorre),
      * par codes pays de 2 lettres.
       01 ws-pays-sepa-liste.
           02 FILLER PIC X(30) VALUE "ATBEBGCYCZDEDKEEESFIFRGRHRHUIE".
           02 FILLER PIC X(30) VALUE "ITLTLULVMTNLPLPTROSESISKISLINO".
           02 FILLER PIC X(12) VALUE "CHGBMCSMVAAD".
       01 ws-pays-sepa REDEFINES ws-pays-sepa-liste PIC X(72).
       01 ws-pays-sepa-nb PIC 9(2) VALUE 36.
       01 ws-pays-cpt PIC 9(2).
       01 ws-pays-pos PIC 9(2).

       01 ws-ordre-zone PIC X(1).
           88 ORDRE-SEPA VALUE "s".
           88 ORDRE-SWIFT VALUE "w".

      * IBAN validés par AnalyseRIB.
       01 ws-ibans-table.
           02 ws-iban-valide PIC X(34) OCCURS 500 TIMES.
       01 ws-nb-ibans PIC 9(3) VALUE 0.
       01 ws-cpt-iban PIC 9(3).
       01 ws-iban-pos PIC 9(3).
       01 ws-iban-lu PIC X(34).

       01 ws-iban-connu PIC X(1).
           88 IBAN-VALIDE VALUE "o".
           88 IBAN-INCONNU VALUE "n".

      * Virements SEPA retenus, puis dates d'exécution distinctes
      * (triées) qui forment chacune un bloc de paiement.
       01 ws-virements.
           02 ws-vir OCCURS 500 TIMES.
              03 ws-vir-iban PIC X(34).
              03 ws-vir-benef PIC X(35).
              03 ws-vir-montant PIC 9(9)V9(2).
              03 ws-vir-date PIC X(8).
              03 ws-vir-libelle PIC X(140).
       01 ws-cpt-vir PIC 9(3).

       01 ws-dates-table.
           02 ws-date-exec OCCURS 100 TIMES.
              03 ws-dex-date PIC X(8).
              03 ws-dex-nb PIC 9(4).
              03 ws-dex-total PIC 9(11)V9(2).
       01 ws-nb-dates PIC 9(3) VALUE 0.
       01 ws-cpt-date PIC 9(3).
       01 ws-cpt-date2 PIC 9(3).
       01 ws-dex-swap PIC X(25).
       01 ws-date-trouvee PIC 9(3).

      * En-tête de groupe : identifiant du message (SEPA + date et
      * heure de création), date/heure de création, nombre de
      * transactions et somme de contrôle.
       01 ws-date-heure PIC X(21).
       01 ws-date-jour PIC X(8).
       01 ws-msg-id PIC X(18).
       01 ws-cre-dt-tm PIC X(19).
       01 ws-total-sepa PIC 9(11)V9(2) VALUE 0.
       01 ws-nb-bloc PIC 9(3).
       01 ws-nb-tx PIC 9(4).
       01 ws-e2e-id PIC X(35).
       01 ws-montant-ed PIC Z(10)9.9(2).
       01 ws-nombre-ed PIC Z(3)9.
       01 ws-date-iso PIC X(10).

       01 ws-emetteur-nom PIC X(35).
       01 ws-emetteur-iban PIC X(34).

      * Zone d'appel du service de dates commun BC810 (contrôle des
      * dates d'exécution).
       COPY BC810PRM.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO ws-date-heure.
           MOVE "DM" TO DT-FONCTION.
           CALL "BC810" USING DT-PARAMETRES.
           IF NOT DT-OK
              DISPLAY "ARRET : date métier " DT-DATE-1
                 " refusée (future ou inexistante)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DT-DATE-RESULTAT TO ws-date-heure(1:8).
           MOVE ws-date-heure(1:8) TO ws-date-jour.

           OPEN INPUT fichierOrdres.
           IF fs-ordres NOT = "00"
              DISPLAY "Pas de lot d'ordres SepaOrdres.txt, rien à "
                 "émettre."
              STOP RUN
           END-IF.

           PERFORM chargerIbansValides.
           PERFORM chargerEmetteur.

           OPEN OUTPUT fichierRejets.

      *    Lot d'ordres de BuildSwift complété (créé s'il n'existe
      *    pas encore).
           OPEN EXTEND fichierSwift.
           IF fs-swift NOT = "00"
              OPEN OUTPUT fichierSwift
           END-IF.

           PERFORM UNTIL fs-ordres = "10"
              READ fichierOrdres INTO ligneOrdre
                 NOT AT END
                    IF ligneOrdre NOT = SPACES
                       PERFORM traiterOrdre
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE fichierOrdres.
           CLOSE fichierRejets.
           CLOSE fichierSwift.

           IF ws-nb-sepa > 0
              PERFORM ecrireFichierSepa
           END-IF.

           DISPLAY "Lot de " ws-nb-ordres " ordre(s) : "
              ws-nb-sepa " virement(s) SEPA, "
              ws-nb-swift " transmis à BuildSwift, "
              ws-nb-rejets " rejet(s).".
           IF ws-nb-sepa > 0
              MOVE ws-total-sepa TO ws-montant-ed
              DISPLAY "Fichier SepaVirements.xml : " ws-msg-id
                 ", total " FUNCTION TRIM(ws-montant-ed) " EUR en "
                 ws-nb-dates " bloc(s) de paiement."
           END-IF.

           STOP RUN.

      * Charge les IBAN convertis par AnalyseRIB (lignes
      * "RIB : IBAN" ; les lignes "RIB : CONVERSION IMPOSSIBLE ..."
      * ne valident rien).
       chargerIbansValides.
           OPEN INPUT fichierIbans.
           IF fs-ibans = "00"
              PERFORM UNTIL fs-ibans = "10"
                 READ fichierIbans INTO ligneIban
                    NOT AT END
                       MOVE 0 TO ws-iban-pos
                       INSPECT ligneIban TALLYING ws-iban-pos
                          FOR CHARACTERS BEFORE INITIAL " : "
                       IF ws-iban-pos < 67
                          MOVE SPACES TO ws-iban-lu
                          MOVE ligneIban(ws-iban-pos + 4:)
                             TO ws-iban-lu
                          IF ws-iban-lu(1:10) NOT = "CONVERSION"
                             AND ws-iban-lu NOT = SPACES
                             AND ws-nb-ibans < 500
                             ADD 1 TO ws-nb-ibans
                             MOVE ws-iban-lu
                                TO ws-iban-valide(ws-nb-ibans)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fichierIbans
           ELSE
              DISPLAY "Pas de fichier IBANs.txt d'AnalyseRIB : aucun "
                 "compte validé, les ordres SEPA seront rejetés."
           END-IF.

      * Nom et IBAN du compte débité, s'ils sont fournis.
       chargerEmetteur.
           MOVE SPACES TO ws-emetteur-nom.
           MOVE SPACES TO ws-emetteur-iban.
           OPEN INPUT fichierEmetteur.
           IF fs-emetteur = "00"
              READ fichierEmetteur INTO ligneEmetteur
                 NOT AT END
                    UNSTRING ligneEmetteur DELIMITED BY ";"
                       INTO ws-emetteur-nom
                            ws-emetteur-iban
                    END-UNSTRING
              END-READ
              CLOSE fichierEmetteur
           END-IF.

      * Traite un ordre du lot : découpe, contrôle du montant et de la
      * date, puis aiguillage : hors SEPA vers BuildSwift, SEPA sur
      * compte validé vers le fichier de virements, rejet motivé
      * sinon.
       traiterOrdre.
           ADD 1 TO ws-nb-ordres.

           MOVE SPACES TO ws-ordre-iban.
           MOVE SPACES TO ws-ordre-benef.
           MOVE SPACES TO ws-ordre-montant.
           MOVE SPACES TO ws-ordre-devise.
           MOVE SPACES TO ws-ordre-date.
           MOVE SPACES TO ws-ordre-libelle.
           MOVE SPACES TO ws-ordre-motif.

           UNSTRING ligneOrdre DELIMITED BY ";"
              INTO ws-ordre-iban
                   ws-ordre-benef
                   ws-ordre-montant
                   ws-ordre-devise
                   ws-ordre-date
                   ws-ordre-libelle
           END-UNSTRING.

           MOVE FUNCTION TRIM(ws-ordre-iban) TO ws-ordre-iban.
           MOVE FUNCTION UPPER-CASE(ws-ordre-devise)
              TO ws-ordre-devise.

           PERFORM determinerZone.

           IF ORDRE-SWIFT
              ADD 1 TO ws-nb-swift
              MOVE SPACES TO ligneSwift
              STRING FUNCTION TRIM(ws-ordre-iban) ";"
                 FUNCTION TRIM(ws-ordre-benef) ";"
                 FUNCTION TRIM(ws-ordre-montant) ";"
                 FUNCTION TRIM(ws-ordre-devise)
                 DELIMITED BY SIZE INTO ligneSwift
              END-STRING
              WRITE ligneSwift
           ELSE
              PERFORM controlerMontant

      *       Date d'exécution : le jour même à défaut, jamais dans le
      *       passé, et une date qui existe.
              IF ws-ordre-date = SPACES
                 MOVE ws-date-jour TO ws-ordre-date
              END-IF
              IF ws-ordre-motif = SPACES
                 IF ws-ordre-date IS NOT NUMERIC
                    MOVE "date d'exécution mal formée"
                       TO ws-ordre-motif
                 ELSE
                    MOVE "NJ" TO DT-FONCTION
                    MOVE ws-ordre-date TO DT-DATE-1
                    CALL "BC810" USING DT-PARAMETRES
                    IF NOT DT-OK
                       MOVE "date d'exécution inexistante"
                          TO ws-ordre-motif
                    ELSE
                       IF ws-ordre-date < ws-date-jour
                          MOVE "date d'exécution passée"
                             TO ws-ordre-motif
                       END-IF
                    END-IF
                 END-IF
              END-IF

              IF ws-ordre-motif = SPACES
                 AND FUNCTION TRIM(ws-ordre-benef) = SPACES
                 MOVE "bénéficiaire absent" TO ws-ordre-motif
              END-IF

              IF ws-ordre-motif = SPACES
                 PERFORM rechercherIbanValide
                 IF IBAN-INCONNU
                    MOVE "IBAN non validé par AnalyseRIB"
                       TO ws-ordre-motif
                 END-IF
              END-IF

              IF ws-ordre-motif = SPACES AND ws-nb-sepa >= 500
                 MOVE "lot SEPA complet (500 virements)"
                    TO ws-ordre-motif
              END-IF

              IF ws-ordre-motif = SPACES
                 PERFORM retenirVirement
              ELSE
                 ADD 1 TO ws-nb-rejets
                 MOVE SPACES TO ligneRejet
                 STRING FUNCTION TRIM(ligneOrdre) " : "
                    FUNCTION TRIM(ws-ordre-motif)
                    DELIMITED BY SIZE INTO ligneRejet
                 END-STRING
                 WRITE ligneRejet
              END-IF
           END-IF.

      * Un ordre est SEPA s'il est en euros vers un IBAN d'un pays de
      * la zone SEPA ; tout le reste relève de BuildSwift.
       determinerZone.
           SET ORDRE-SWIFT TO TRUE.
           IF ws-ordre-devise = "EUR"
              PERFORM VARYING ws-pays-cpt FROM 1 BY 1
                 UNTIL ws-pays-cpt > ws-pays-sepa-nb OR ORDRE-SEPA
                 COMPUTE ws-pays-pos = ws-pays-cpt * 2 - 1
                 IF ws-pays-sepa(ws-pays-pos:2) = ws-ordre-iban(1:2)
                    SET ORDRE-SEPA TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      * Montant strictement positif : chiffres avec au plus un
      * séparateur décimal (point ou virgule) et deux décimales.
       controlerMontant.
           MOVE FUNCTION TRIM(ws-ordre-montant) TO ws-mnt-travail.
           INSPECT ws-mnt-travail REPLACING ALL "," BY ".".
           MOVE 0 TO ws-mnt-long.
           INSPECT ws-mnt-travail TALLYING ws-mnt-long
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO ws-mnt-separateurs.
           MOVE 0 TO ws-mnt-decimales.
           MOVE 0 TO ws-mnt-chiffres.

           PERFORM VARYING ws-mnt-i FROM 1 BY 1
              UNTIL ws-mnt-i > ws-mnt-long
              EVALUATE TRUE
                 WHEN ws-mnt-travail(ws-mnt-i:1) IS NUMERIC
                    ADD 1 TO ws-mnt-chiffres
                    IF ws-mnt-separateurs > 0
                       ADD 1 TO ws-mnt-decimales
                    END-IF
                 WHEN ws-mnt-travail(ws-mnt-i:1) = "."
                    ADD 1 TO ws-mnt-separateurs
                 WHEN OTHER
                    MOVE "montant mal formé" TO ws-ordre-motif
              END-EVALUATE
           END-PERFORM.

           IF ws-mnt-chiffres = 0 OR ws-mnt-separateurs > 1
              OR ws-mnt-decimales > 2 OR ws-mnt-long > 12
              MOVE "montant mal formé" TO ws-ordre-motif
           END-IF.

           MOVE 0 TO ws-ordre-valeur.
           IF ws-ordre-motif = SPACES
              COMPUTE ws-ordre-valeur = FUNCTION NUMVAL(ws-mnt-travail)
              IF ws-ordre-valeur = 0
                 MOVE "montant nul" TO ws-ordre-motif
              END-IF
           END-IF.

      * L'IBAN de l'ordre figure-t-il parmi ceux validés par
      * AnalyseRIB ?
       rechercherIbanValide.
           SET IBAN-INCONNU TO TRUE.
           PERFORM VARYING ws-cpt-iban FROM 1 BY 1
              UNTIL ws-cpt-iban > ws-nb-ibans OR IBAN-VALIDE
              IF ws-iban-valide(ws-cpt-iban) = ws-ordre-iban
                 SET IBAN-VALIDE TO TRUE
              END-IF
           END-PERFORM.

      * Ajoute l'ordre aux virements SEPA et le cumule dans le bloc de
      * sa date d'exécution.
       retenirVirement.
           ADD 1 TO ws-nb-sepa.
           MOVE ws-ordre-iban TO ws-vir-iban(ws-nb-sepa).
           MOVE FUNCTION TRIM(ws-ordre-benef)
              TO ws-vir-benef(ws-nb-sepa).
           MOVE ws-ordre-valeur TO ws-vir-montant(ws-nb-sepa).
           MOVE ws-ordre-date TO ws-vir-date(ws-nb-sepa).
           MOVE FUNCTION TRIM(ws-ordre-libelle)
              TO ws-vir-libelle(ws-nb-sepa).
           ADD ws-ordre-valeur TO ws-total-sepa.

           MOVE 0 TO ws-date-trouvee.
           PERFORM VARYING ws-cpt-date FROM 1 BY 1
              UNTIL ws-cpt-date > ws-nb-dates OR ws-date-trouvee > 0
              IF ws-dex-date(ws-cpt-date) = ws-ordre-date
                 MOVE ws-cpt-date TO ws-date-trouvee
              END-IF
           END-PERFORM.

           IF ws-date-trouvee = 0
              ADD 1 TO ws-nb-dates
              MOVE ws-nb-dates TO ws-date-trouvee
              MOVE ws-ordre-date TO ws-dex-date(ws-nb-dates)
              MOVE 0 TO ws-dex-nb(ws-nb-dates)
              MOVE 0 TO ws-dex-total(ws-nb-dates)
           END-IF.

           ADD 1 TO ws-dex-nb(ws-date-trouvee).
           ADD ws-ordre-valeur TO ws-dex-total(ws-date-trouvee).

      * Ecrit le fichier de virements : en-tête de groupe, puis un
      * bloc de paiement par date d'exécution (dans l'ordre des
      * dates), chaque bloc reprenant ses virements dans l'ordre du
      * lot.
       ecrireFichierSepa.
      *    Dates d'exécution triées (tri à bulles croissant).
           PERFORM VARYING ws-cpt-date FROM 1 BY 1
              UNTIL ws-cpt-date >= ws-nb-dates
              PERFORM VARYING ws-cpt-date2 FROM 1 BY 1
                 UNTIL ws-cpt-date2 >= ws-nb-dates
                 IF ws-dex-date(ws-cpt-date2) >
                    ws-dex-date(ws-cpt-date2 + 1)
                    MOVE ws-date-exec(ws-cpt-date2) TO ws-dex-swap
                    MOVE ws-date-exec(ws-cpt-date2 + 1)
                       TO ws-date-exec(ws-cpt-date2)
                    MOVE ws-dex-swap TO ws-date-exec(ws-cpt-date2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO ws-msg-id.
           STRING "SEPA" ws-date-heure(1:14)
              DELIMITED BY SIZE INTO ws-msg-id
           END-STRING.
           MOVE SPACES TO ws-cre-dt-tm.
           STRING ws-date-heure(1:4) "-" ws-date-heure(5:2) "-"
              ws-date-heure(7:2) "T" ws-date-heure(9:2) ":"
              ws-date-heure(11:2) ":" ws-date-heure(13:2)
              DELIMITED BY SIZE INTO ws-cre-dt-tm
           END-STRING.

           OPEN OUTPUT fichierSepa.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO ligneSepa.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
              'pain.001.001.03">'
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE " <CstmrCdtTrfInitn>" TO ligneSepa.
           WRITE ligneSepa.

      *    En-tête de groupe.
           MOVE "  <GrpHdr>" TO ligneSepa.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "   <MsgId>" ws-msg-id "</MsgId>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "   <CreDtTm>" ws-cre-dt-tm "</CreDtTm>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE ws-nb-sepa TO ws-nombre-ed.
           MOVE SPACES TO ligneSepa.
           STRING "   <NbOfTxs>" FUNCTION TRIM(ws-nombre-ed)
              "</NbOfTxs>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE ws-total-sepa TO ws-montant-ed.
           MOVE SPACES TO ligneSepa.
           STRING "   <CtrlSum>" FUNCTION TRIM(ws-montant-ed)
              "</CtrlSum>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           IF ws-emetteur-nom NOT = SPACES
              MOVE SPACES TO ligneSepa
              STRING "   <InitgPty><Nm>" FUNCTION TRIM(ws-emetteur-nom)
                 "</Nm></InitgPty>"
                 DELIMITED BY SIZE INTO ligneSepa
              END-STRING
              WRITE ligneSepa
           END-IF.
           MOVE "  </GrpHdr>" TO ligneSepa.
           WRITE ligneSepa.

      *    Un bloc de paiement par date d'exécution.
           MOVE 0 TO ws-nb-tx.
           PERFORM VARYING ws-cpt-date FROM 1 BY 1
              UNTIL ws-cpt-date > ws-nb-dates
              MOVE ws-cpt-date TO ws-nb-bloc
              PERFORM ecrireBlocPaiement
           END-PERFORM.

           MOVE " </CstmrCdtTrfInitn>" TO ligneSepa.
           WRITE ligneSepa.
           MOVE "</Document>" TO ligneSepa.
           WRITE ligneSepa.

           CLOSE fichierSepa.

      * Bloc de paiement de la date ws-cpt-date : identifiant, nombre
      * et somme des virements du bloc, date d'exécution, donneur
      * d'ordre, puis les transactions.
       ecrireBlocPaiement.
           MOVE SPACES TO ws-date-iso.
           STRING ws-dex-date(ws-cpt-date)(1:4) "-"
              ws-dex-date(ws-cpt-date)(5:2) "-"
              ws-dex-date(ws-cpt-date)(7:2)
              DELIMITED BY SIZE INTO ws-date-iso
           END-STRING.

           MOVE "  <PmtInf>" TO ligneSepa.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "   <PmtInfId>" ws-msg-id "-" ws-nb-bloc
              "</PmtInfId>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE "   <PmtMtd>TRF</PmtMtd>" TO ligneSepa.
           WRITE ligneSepa.
           MOVE ws-dex-nb(ws-cpt-date) TO ws-nombre-ed.
           MOVE SPACES TO ligneSepa.
           STRING "   <NbOfTxs>" FUNCTION TRIM(ws-nombre-ed)
              "</NbOfTxs>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE ws-dex-total(ws-cpt-date) TO ws-montant-ed.
           MOVE SPACES TO ligneSepa.
           STRING "   <CtrlSum>" FUNCTION TRIM(ws-montant-ed)
              "</CtrlSum>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
              "</PmtTpInf>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "   <ReqdExctnDt>" ws-date-iso "</ReqdExctnDt>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           IF ws-emetteur-nom NOT = SPACES
              MOVE SPACES TO ligneSepa
              STRING "   <Dbtr><Nm>" FUNCTION TRIM(ws-emetteur-nom)
                 "</Nm></Dbtr>"
                 DELIMITED BY SIZE INTO ligneSepa
              END-STRING
              WRITE ligneSepa
           END-IF.
           IF ws-emetteur-iban NOT = SPACES
              MOVE SPACES TO ligneSepa
              STRING "   <DbtrAcct><Id><IBAN>"
                 FUNCTION TRIM(ws-emetteur-iban)
                 "</IBAN></Id></DbtrAcct>"
                 DELIMITED BY SIZE INTO ligneSepa
              END-STRING
              WRITE ligneSepa
           END-IF.
           MOVE "   <ChrgBr>SLEV</ChrgBr>" TO ligneSepa.
           WRITE ligneSepa.

           PERFORM VARYING ws-cpt-vir FROM 1 BY 1
              UNTIL ws-cpt-vir > ws-nb-sepa
              IF ws-vir-date(ws-cpt-vir) = ws-dex-date(ws-cpt-date)
                 PERFORM ecrireTransaction
              END-IF
           END-PERFORM.

           MOVE "  </PmtInf>" TO ligneSepa.
           WRITE ligneSepa.

      * Transaction du virement ws-cpt-vir : référence de bout en bout
      * (identifiant du message + rang de la transaction), montant,
      * nom et IBAN du bénéficiaire, libellé de remise.
       ecrireTransaction.
           ADD 1 TO ws-nb-tx.
           MOVE SPACES TO ws-e2e-id.
           STRING ws-msg-id "-" ws-nb-tx
              DELIMITED BY SIZE INTO ws-e2e-id
           END-STRING.

           MOVE "   <CdtTrfTxInf>" TO ligneSepa.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "    <PmtId><EndToEndId>" FUNCTION TRIM(ws-e2e-id)
              "</EndToEndId></PmtId>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE ws-vir-montant(ws-cpt-vir) TO ws-montant-ed.
           MOVE SPACES TO ligneSepa.
           STRING '    <Amt><InstdAmt Ccy="EUR">'
              FUNCTION TRIM(ws-montant-ed) "</InstdAmt></Amt>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "    <Cdtr><Nm>"
              FUNCTION TRIM(ws-vir-benef(ws-cpt-vir))
              "</Nm></Cdtr>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           MOVE SPACES TO ligneSepa.
           STRING "    <CdtrAcct><Id><IBAN>"
              FUNCTION TRIM(ws-vir-iban(ws-cpt-vir))
              "</IBAN></Id></CdtrAcct>"
              DELIMITED BY SIZE INTO ligneSepa
           END-STRING.
           WRITE ligneSepa.
           IF ws-vir-libelle(ws-cpt-vir) NOT = SPACES
              MOVE SPACES TO ligneSepa
              STRING "    <RmtInf><Ustrd>"
                 FUNCTION TRIM(ws-vir-libelle(ws-cpt-vir))
                 "</Ustrd></RmtInf>"
                 DELIMITED BY SIZE INTO ligneSepa
              END-STRING
              WRITE ligneSepa
           END-IF.
           MOVE "   </CdtTrfTxInf>" TO ligneSepa.
           WRITE ligneSepa.
