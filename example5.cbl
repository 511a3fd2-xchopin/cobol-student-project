      ******************************************************************
      *      BALANCE_AGEE : BALANCE AGEE DES CLIENTS                   *
      *      PARCOURT LE COMPTE CLIENT (PIECES OUVERTES DE TOUTES      *
      *      LES PERIODES, AVEC LEURS REGLEMENTS CUMULES) ET VENTILE   *
      *      LES SOLDES PAR ANCIENNETE                                 *
      *      (0-30 / 31-60 / 61-90 / +90 JOURS)                        *
      ******************************************************************

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

       FD  ETAT.
       01  LIGNE-ETAT PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-ST-CCL           PIC XX.
       01 WS-ST-CLIENT        PIC XX.
       01 WS-ST-ETAT          PIC XX.

       01 WS-CLIENT-FILE-OK   PIC X VALUE 'N'.
       01 WS-FIN-FACTURE      PIC X.
       01 WS-PREMIER          PIC X.
       01 WS-CLIENT-COURANT   PIC 9(6).
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-DATE-FACT-N      PIC 9(8).
       01 WS-JOURS-AUJ        PIC 9(7).
       01 WS-AGE-JOURS        PIC S9(5).
       01 WS-DEJA-REGLE       PIC 9(9)v99.
       01 WS-SOLDE            PIC 9(9)v99.
       01 WS-STATUT           PIC X(9).
           MOVE 0 TO WS-TOT-TR-6190
           MOVE 0 TO WS-TOT-TR-PLUS
           MOVE 0 TO WS-TOT-AVOIR
           MOVE 'N' TO WS-CLIENT-FILE-OK

           DISPLAY SCR-BALANCE
           COMPUTE WS-JOURS-AUJ =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-N)

           OPEN INPUT COMPTE-CLIENT

           IF WS-ST-CCL NOT = '00'
               DISPLAY 'Aucune facture enregistree'
           ELSE
               OPEN INPUT CLIENT
               IF WS-ST-CLIENT = '00'
                   MOVE 'O' TO WS-CLIENT-FILE-OK
               PERFORM EDITER-BALANCE
               CLOSE ETAT

               IF WS-CLIENT-FILE-OK = 'O'
                   CLOSE CLIENT
               END-IF
               CLOSE COMPTE-CLIENT

               DISPLAY 'Balance agee editee dans balance_agee.txt'
           END-IF
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE LOW-VALUES TO Ccl-Cle
           MOVE 0 TO WS-CLIENT-COURANT
           MOVE 'O' TO WS-PREMIER
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
                       IF WS-PREMIER = 'N'
                           PERFORM TOTALISER-CLIENT
                       END-IF
                       PERFORM ENTETE-CLIENT
                       MOVE Ccl-Num-Client TO WS-CLIENT-COURANT
                       MOVE 'N' TO WS-PREMIER
                   END-IF
                   PERFORM TRAITER-FACTURE

           MOVE SPACES TO Cli-Nom
           IF WS-CLIENT-FILE-OK = 'O'
               MOVE Ccl-Num-Client TO Cli-Num
               READ CLIENT KEY IS Cli-Num
                   INVALID KEY MOVE '(client inconnu)' TO Cli-Nom
               END-READ
           END-IF

           MOVE SPACES TO LIGNE-ETAT
           STRING 'CLIENT ' Ccl-Num-Client ' ' Cli-Nom
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT


           ADD 1 TO WS-NB-FACT

           IF Ccl-Type-Doc = 'A'
               PERFORM TRAITER-AVOIR
           ELSE
               PERFORM TRAITER-FACTURE-ORDINAIRE

      ******************************************************************
      *      UN AVOIR N EST PAS UNE CREANCE : IL EST EDITE POUR        *
      *      MEMOIRE ET JAMAIS VENTILE DANS LES TRANCHES D ANCIENNETE. *
      *      LA PART DEJA IMPUTEE SUR LA FACTURE D ORIGINE A REDUIT LE *
      *      SOLDE DE CELLE-CI ; SEUL LE RESTE EST DEDUIT DU CLIENT    *
      ******************************************************************

       TRAITER-AVOIR.

           IF Ccl-Regle >= Ccl-Montant
               MOVE 0 TO WS-SOLDE
           ELSE
               COMPUTE WS-SOLDE = Ccl-Montant - Ccl-Regle
           END-IF
           ADD WS-SOLDE TO WS-CLI-AVOIR

           MOVE SPACES TO LIGNE-ETAT
           STRING '  ' Ccl-Num-Doc '   ' Ccl-Date-Doc '  -' Ccl-Montant
                  '  sur facture ' Ccl-Ref-Origine '  AVOIR'
                  '  reste -' WS-SOLDE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.


       TRAITER-FACTURE-ORDINAIRE.

           MOVE Ccl-Regle TO WS-DEJA-REGLE

           IF WS-DEJA-REGLE >= Ccl-Montant
               MOVE 0 TO WS-SOLDE
               MOVE 'REGLEE' TO WS-STATUT
           ELSE
               COMPUTE WS-SOLDE = Ccl-Montant - WS-DEJA-REGLE
               IF WS-DEJA-REGLE = ZERO
                   MOVE 'IMPAYEE' TO WS-STATUT
               ELSE
           PERFORM CALCULER-AGE
           PERFORM VENTILER-SOLDE

           ADD Ccl-Montant TO WS-CLI-TOTAL
           ADD WS-DEJA-REGLE TO WS-CLI-REGLE
           ADD WS-SOLDE TO WS-CLI-SOLDE

           MOVE SPACES TO LIGNE-ETAT
           STRING '  ' Ccl-Num-Doc '   ' Ccl-Date-Doc '  ' Ccl-Montant
                  '  ' WS-DEJA-REGLE '  ' WS-SOLDE '  ' WS-STATUT
                  '  ' WS-AGE-JOURS
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.


       CALCULER-AGE.

           IF Ccl-Date-Doc NUMERIC
               MOVE Ccl-Date-Doc TO WS-DATE-FACT-N
               COMPUTE WS-AGE-JOURS = WS-JOURS-AUJ -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FACT-N)
           ELSE
