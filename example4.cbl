                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-IMPR.

           SELECT Fact-Devise ASSIGN TO "facdevise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Fdv-Num-Fact
                           FILE STATUS IS WS-ST-FDV.

       DATA DIVISION.
       FILE SECTION.

           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  LIGNE-FACTURE.
       01  ENR-LIGNE.
       FD  IMPRESSION.
       01  LIGNE-IMPR PIC X(80).

      *    Facture emise en devise : devise, cours applique a la
      *    date de facture et totaux dans la devise du client. Les
      *    montants de FACTURE et des lignes en sont la contre-valeur
      *    en euros.
       FD  FACT-DEVISE.
       01  ENR-FACT-DEVISE.
           02 Fdv-Num-Fact    PIC 9(6).
           02 Fdv-Devise      PIC X(3).
           02 Fdv-Date-Cours  PIC X(8).
           02 Fdv-Taux        PIC 9(4)v9(6).
           02 Fdv-Total-HT    PIC 9(9)v99.
           02 Fdv-Total-TVA   PIC 9(9)v99.
           02 Fdv-Total-TTC   PIC 9(9)v99.


       WORKING-STORAGE SECTION.

       01 WS-MONTANT-TVA   PIC 9(9)v99.
       01 WS-IDX-TVA       PIC 99.
       01 WS-POSTE-TVA     PIC 99.
       01 WS-ST-FDV        PIC XX.
       01 WS-EN-DEVISE     PIC X.
       01 WS-PRIX-IMPR     PIC 9(7)v99.

       01 WS-TAB-TVA.
           02 WS-NB-TAUX PIC 99 VALUE 0.
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

      *    Facture en devise : les lignes et le recapitulatif de TVA
      *    sont imprimes dans la devise du client, les totaux dans
      *    les deux monnaies.
           MOVE 'N' TO WS-EN-DEVISE
           OPEN INPUT FACT-DEVISE
           IF WS-ST-FDV = '00'
               MOVE Num-fact TO Fdv-Num-Fact
               READ FACT-DEVISE KEY IS Fdv-Num-Fact
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'O' TO WS-EN-DEVISE
               END-READ
               CLOSE FACT-DEVISE
           END-IF

           IF WS-EN-DEVISE = 'O'
               MOVE SPACES TO LIGNE-IMPR
               STRING 'Devise  : ' Fdv-Devise '  (1 EUR = ' Fdv-Taux
                      ' ' Fdv-Devise ', cours du ' Fdv-Date-Cours ')'
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR
           END-IF

           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR

               READ LIGNE-FACTURE KEY IS Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNE
                   NOT INVALID KEY
                       IF WS-EN-DEVISE = 'O'
                           COMPUTE WS-PRIX-IMPR ROUNDED =
                                   Lig-Prix-Unit * Fdv-Taux
                       ELSE
                           MOVE Lig-Prix-Unit TO WS-PRIX-IMPR
                       END-IF
                       COMPUTE WS-MONTANT-LIGNE =
                               WS-PRIX-IMPR * Lig-Qte
                       PERFORM CUMULER-TVA-LIGNE
                       MOVE SPACES TO LIGNE-IMPR
                       STRING Lig-Code-Article '   ' WS-PRIX-IMPR
                              '   ' Lig-Qte '   ' Lig-Taux-TVA
                              '   ' WS-MONTANT-LIGNE
                              DELIMITED BY SIZE INTO LIGNE-IMPR
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           IF WS-EN-DEVISE = 'O'
               PERFORM EDITER-TOTAUX-DEVISE
           ELSE
               MOVE SPACES TO LIGNE-IMPR
               STRING 'TOTAL HT        : ' Total-fact
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR

               PERFORM EDITER-RECAP-TVA

               MOVE SPACES TO LIGNE-IMPR
               STRING 'TOTAL TVA       : ' Total-TVA
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR

               MOVE SPACES TO LIGNE-IMPR
               STRING 'TOTAL A PAYER   : ' Total-TTC
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR
           END-IF.


      ******************************************************************
      *      TOTAUX D UNE FACTURE EN DEVISE : MONTANT DANS LA DEVISE   *
      *      DU CLIENT ET CONTRE-VALEUR EN EUROS AU COURS DE LA DATE   *
      *      DE FACTURE                                                *
      ******************************************************************

       EDITER-TOTAUX-DEVISE.

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL HT        : ' Fdv-Total-HT ' ' Fdv-Devise
                  ' soit ' Total-fact ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           PERFORM EDITER-RECAP-TVA

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL TVA       : ' Fdv-Total-TVA ' ' Fdv-Devise
                  ' soit ' Total-TVA ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL A PAYER   : ' Fdv-Total-TTC ' ' Fdv-Devise
                  ' soit ' Total-TTC ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR.

