      *      D ABORD LES FACTURES D UN CLIENT DANS CETTE ARCHIVE.      *
      *      LA FACTURE EST REEDITEE DANS FACTURE_IMPR.TXT AVEC LA     *
      *      MEME PRESENTATION QUE FACTURE_IMPRESSION, MARQUEE DE LA   *
      *      PERIODE D ORIGINE. UNE FACTURE EMISE EN DEVISE EST        *
      *      REEDITEE DANS LES DEUX MONNAIES (FACDEVISE.TXT).          *
      ******************************************************************

       IDENTIFICATION DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-PER.

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

       FD  IMPRESSION.
       01  LIGNE-IMPR PIC X(80).
           02 Per-Total-TTC    PIC 9(11)v99.
           02 Per-Total-Regle  PIC 9(11)v99.

      *    Contre-valeur des factures emises en devise ; fichier
      *    permanent, non archive par ROLLOVER.
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

       01 WS-MONTANT-TVA      PIC 9(9)v99.
       01 WS-IDX-TVA          PIC 99.
       01 WS-POSTE-TVA        PIC 99.
       01 WS-ST-FDV           PIC XX.
       01 WS-FDV-FILE-OK      PIC X VALUE 'N'.
       01 WS-EN-DEVISE        PIC X.
       01 WS-PRIX-IMPR        PIC 9(7)v99.

       01 WS-FIN-PER          PIC X.
       01 WS-IDX-PER          PIC 9(3).
               IF WS-ST-CLIENT = '00'
                   MOVE 'O' TO WS-CLIENT-FILE-OK
               END-IF
               OPEN INPUT FACT-DEVISE
               IF WS-ST-FDV = '00'
                   MOVE 'O' TO WS-FDV-FILE-OK
               END-IF

               MOVE 'O' TO WS-CONTINUER
               PERFORM UNTIL WS-CONTINUER = 'N'
               IF WS-CLIENT-FILE-OK = 'O'
                   CLOSE CLIENT
               END-IF
               IF WS-FDV-FILE-OK = 'O'
                   CLOSE FACT-DEVISE
               END-IF
               CLOSE ARCHIVE-FACTURE
           END-IF

                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE 'N' TO WS-EN-DEVISE
           IF WS-FDV-FILE-OK = 'O'
               MOVE Arc-Num-Fact TO Fdv-Num-Fact
               READ FACT-DEVISE KEY IS Fdv-Num-Fact
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'O' TO WS-EN-DEVISE
               END-READ
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

                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           IF WS-EN-DEVISE = 'O'
               PERFORM EDITER-TOTAUX-DEVISE
           ELSE
               MOVE SPACES TO LIGNE-IMPR
               STRING 'TOTAL HT        : ' Arc-Total-Fact
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR

               PERFORM EDITER-RECAP-TVA-ARCHIVE

               MOVE SPACES TO LIGNE-IMPR
               STRING 'TOTAL TVA       : ' Arc-Total-TVA
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR

               MOVE SPACES TO LIGNE-IMPR
               STRING 'TOTAL A PAYER   : ' Arc-Total-TTC
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR
           END-IF.


      ******************************************************************
      *      TOTAUX D UNE FACTURE EN DEVISE : MONTANT DANS LA DEVISE   *
      *      DU CLIENT ET CONTRE-VALEUR EN EUROS AU COURS DE LA DATE   *
      *      DE FACTURE, COMME FACTURE_IMPRESSION                      *
      ******************************************************************

       EDITER-TOTAUX-DEVISE.

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL HT        : ' Fdv-Total-HT ' ' Fdv-Devise
                  ' soit ' Arc-Total-Fact ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           PERFORM EDITER-RECAP-TVA-ARCHIVE

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL TVA       : ' Fdv-Total-TVA ' ' Fdv-Devise
                  ' soit ' Arc-Total-TVA ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL A PAYER   : ' Fdv-Total-TTC ' ' Fdv-Devise
                  ' soit ' Arc-Total-TTC ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR.


       EDITER-UNE-LIGNE-ARCHIVE.

           IF WS-EN-DEVISE = 'O'
               COMPUTE WS-PRIX-IMPR ROUNDED =
                       Arc-Lig-Prix-Unit * Fdv-Taux
           ELSE
               MOVE Arc-Lig-Prix-Unit TO WS-PRIX-IMPR
           END-IF
           COMPUTE WS-MONTANT-LIGNE =
                   WS-PRIX-IMPR * Arc-Lig-Qte
           PERFORM CUMULER-TVA-LIGNE-ARCHIVE
           MOVE SPACES TO LIGNE-IMPR
           STRING Arc-Lig-Code '   ' WS-PRIX-IMPR
                  '   ' Arc-Lig-Qte '   ' Arc-Lig-Taux-TVA
                  '   ' WS-MONTANT-LIGNE
                  DELIMITED BY SIZE INTO LIGNE-IMPR
