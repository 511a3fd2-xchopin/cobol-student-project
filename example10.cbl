      ******************************************************************
      *      RELANCE_CLIENTS : GENERATION DES LETTRES DE RELANCE       *
      *      PARCOURT LE COMPTE CLIENT COMME BALANCE_AGEE (PIECES      *
      *      OUVERTES DE TOUTES LES PERIODES), ET EDITE UNE LETTRE     *
      *      PAR CLIENT POUR LES FACTURES IMPAYEES DE PLUS DE          *
      *      30 / 60 / 90 JOURS (NIVEAUX 1 / 2 / 3). LE NIVEAU ET      *
      *      LA DATE DE CHAQUE RELANCE SONT MEMORISES DANS             *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Client ASSIGN TO "client.txt"
                           ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-CLIENT.
       01  ENR-COMPTE.
           02 Ccl-Cle.
              03 Ccl-Num-Client  PIC 9(6).
              03 Ccl-Num-Doc     PIC 9(6).
           02 Ccl-Type-Doc    PIC X.
           02 Ccl-Date-Doc    PIC X(8).
           02 Ccl-Ref-Origine PIC 9(6).
           02 Ccl-Montant     PIC 9(9)v99.
           02 Ccl-Regle       PIC 9(9)v99.
           02 Ccl-Date-Regl   PIC X(8).

       FD  CLIENT.
       01  ENR-CLIENT.
           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  RELANCE.
       01  ENR-RELANCE.

       WORKING-STORAGE SECTION.

       01 WS-ST-CCL           PIC XX.
       01 WS-ST-CLIENT        PIC XX.
       01 WS-ST-REL           PIC XX.
       01 WS-ST-LETTRE        PIC XX.

       01 WS-CLIENT-FILE-OK   PIC X VALUE 'N'.
       01 WS-FIN-FACTURE      PIC X.
       01 WS-CLIENT-COURANT   PIC 9(6).
       01 WS-PREMIER          PIC X.
       01 WS-LETTRE-OUVERTE   PIC X.
       01 WS-DATE-FACT-N      PIC 9(8).
       01 WS-JOURS-AUJ        PIC 9(7).
       01 WS-AGE-JOURS        PIC S9(5).
       01 WS-DEJA-REGLE       PIC 9(9)v99.
       01 WS-SOLDE            PIC 9(9)v99.
       01 WS-NIVEAU-DU        PIC 9.
           MOVE 0 TO WS-NB-NIVEAU-1
           MOVE 0 TO WS-NB-NIVEAU-2
           MOVE 0 TO WS-NB-NIVEAU-3
           MOVE 'N' TO WS-CLIENT-FILE-OK

           DISPLAY SCR-RELANCE
           COMPUTE WS-JOURS-AUJ =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)

           OPEN INPUT COMPTE-CLIENT

           IF WS-ST-CCL NOT = '00'
               DISPLAY 'Aucune facture enregistree'
           ELSE
               OPEN INPUT CLIENT
               IF WS-ST-CLIENT = '00'
                   MOVE 'O' TO WS-CLIENT-FILE-OK
               CLOSE LETTRES

               CLOSE RELANCE
               IF WS-CLIENT-FILE-OK = 'O'
                   CLOSE CLIENT
               END-IF
               CLOSE COMPTE-CLIENT

               DISPLAY WS-NB-LETTRES ' lettre(s) de relance editee(s)'
                       ' dans lettres_relance.txt'

       EDITER-RELANCES.

           MOVE LOW-VALUES TO Ccl-Cle
           MOVE 0 TO WS-CLIENT-COURANT
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-LETTRE-OUVERTE
           MOVE 'N' TO WS-FIN-FACTURE

           START COMPTE-CLIENT KEY IS NOT LESS THAN Ccl-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-FACTURE
           END-START

           PERFORM UNTIL WS-FIN-FACTURE = 'O'
               READ COMPTE-CLIENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FACTURE
               END-READ
               IF WS-FIN-FACTURE = 'N'
                   IF Ccl-Num-Client NOT = WS-CLIENT-COURANT
                           OR WS-PREMIER = 'O'
                       IF WS-LETTRE-OUVERTE = 'O'
                           PERFORM CLOTURER-LETTRE
                       END-IF
                       MOVE Ccl-Num-Client TO WS-CLIENT-COURANT
                       MOVE 'N' TO WS-PREMIER
                   END-IF
                   IF Ccl-Type-Doc NOT = 'A'
                       PERFORM TRAITER-FACTURE-RELANCE
                   END-IF
               END-IF

       TRAITER-FACTURE-RELANCE.

           MOVE Ccl-Regle TO WS-DEJA-REGLE

           IF WS-DEJA-REGLE < Ccl-Montant
               COMPUTE WS-SOLDE = Ccl-Montant - WS-DEJA-REGLE
               PERFORM CALCULER-AGE
               PERFORM DETERMINER-NIVEAU-DU
               IF WS-NIVEAU-DU > 0
           END-IF.


       CALCULER-AGE.

           IF Ccl-Date-Doc NUMERIC
               MOVE Ccl-Date-Doc TO WS-DATE-FACT-N
               COMPUTE WS-AGE-JOURS = WS-JOURS-AUJ -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FACT-N)
           ELSE
       LIRE-NIVEAU-DEJA-ENVOYE.

           MOVE 0 TO WS-NIVEAU-DEJA
           MOVE Ccl-Num-Doc TO Rel-Num-Fact
           READ RELANCE KEY IS Rel-Num-Fact
               INVALID KEY MOVE 'N' TO WS-RELANCE-TROUVEE
               NOT INVALID KEY

       ENREGISTRER-RELANCE.

           MOVE Ccl-Num-Doc TO Rel-Num-Fact
           MOVE WS-NIVEAU-DU TO Rel-Niveau
           MOVE WS-DATE-JOUR TO Rel-Date
           IF WS-RELANCE-TROUVEE = 'O'
           MOVE SPACES TO Cli-Nom
           MOVE SPACES TO Cli-Adresse
           IF WS-CLIENT-FILE-OK = 'O'
               MOVE Ccl-Num-Client TO Cli-Num
               READ CLIENT KEY IS Cli-Num
                   INVALID KEY
                       MOVE '(client inconnu)' TO Cli-Nom
           WRITE LIGNE-LETTRE

           MOVE SPACES TO LIGNE-LETTRE
           STRING 'Client  : ' Ccl-Num-Client '  ' Cli-Nom
                  DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE

       EDITER-FACTURE-RELANCEE.

           MOVE SPACES TO LIGNE-LETTRE
           STRING '  Facture ' Ccl-Num-Doc ' du ' Ccl-Date-Doc
                  '  solde du : ' WS-SOLDE
                  '  (relance niveau ' WS-NIVEAU-DU ')'
                  DELIMITED BY SIZE INTO LIGNE-LETTRE
