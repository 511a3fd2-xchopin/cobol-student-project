      ******************************************************************
      *      ROLLOVER : ARCHIVAGE DE FIN DE PERIODE DU FICHIER         *
      *      FACTURE.TXT, DE SES LIGNES ET DES REGLEMENTS, PUIS        *
      *      REMISE A ZERO DES FICHIERS DE TRAVAIL. LE COMPTE CLIENT   *
      *      N EST PAS REMIS A ZERO : SEULES LES PIECES SOLDEES EN     *
      *      SONT RETIREES, LES PIECES OUVERTES SONT REPORTEES.        *
      *      LA CLOTURE EST REFUSEE TANT QUE DES CHEQUES OU ESPECES    *
      *      SAISIS DANS LA PERIODE N ONT PAS ETE REMIS EN BANQUE.     *
      ******************************************************************

       IDENTIFICATION DIVISION.
                           RECORD KEY IS Arc-Reg-Cle
                           FILE STATUS IS WS-ST-ARC-REGL.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                   WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Audit-Facture ASSIGN TO "audit_facture.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-AUDIT.
           02 Reg-Date     PIC X(8).
           02 Reg-Montant  PIC 9(9)v99.
           02 Reg-Mode     PIC X(10).
           02 Reg-Devise         PIC X(3).
           02 Reg-Montant-Devise PIC 9(9)v99.
           02 Reg-Taux           PIC 9(4)v9(6).
           02 Reg-Ecart-Change   PIC S9(9)v99.
           02 Reg-Operateur      PIC X(4).
           02 Reg-Date-Saisie    PIC X(8).
           02 Reg-Remise         PIC X.
           02 Reg-Num-Remise     PIC 9(6).

       FD  ARCHIVE-REGLEMENT.
       01  ENR-ARCHIVE-REGL.
           02 Arc-Reg-Date     PIC X(8).
           02 Arc-Reg-Montant  PIC 9(9)v99.
           02 Arc-Reg-Mode     PIC X(10).
           02 Arc-Reg-Devise         PIC X(3).
           02 Arc-Reg-Montant-Devise PIC 9(9)v99.
           02 Arc-Reg-Taux           PIC 9(4)v9(6).
           02 Arc-Reg-Ecart-Change   PIC S9(9)v99.
           02 Arc-Reg-Operateur      PIC X(4).
           02 Arc-Reg-Date-Saisie    PIC X(8).
           02 Arc-Reg-Remise         PIC X.
           02 Arc-Reg-Num-Remise     PIC 9(6).

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

       FD  AUDIT-FACTURE.
       01  ENR-AUDIT.
       01 WS-ST-ARC-REGL      PIC XX.
       01 WS-ST-AUDIT         PIC XX.
       01 WS-ST-PER           PIC XX.
       01 WS-ST-CCL           PIC XX.

       01 WS-DATE-JOUR        PIC X(8).
       01 WS-NOM-ARCHIVE-FACT  PIC X(20).
       01 WS-NOM-ARCHIVE-REGL  PIC X(24).
       01 WS-SUFFIXE          PIC 99 VALUE 0.
       01 WS-NOM-OK           PIC X.
       01 WS-ARCHIVAGE-OK     PIC X.
       01 WS-FIN-FACTURE      PIC X.
       01 WS-FIN-LIGNE        PIC X.
       01 WS-FIN-REGL         PIC X.
       01 WS-NB-REGL-ARCHIVES PIC 9(6) VALUE 0.
       01 WS-TOT-TTC-ARCHIVE  PIC 9(11)v99 VALUE 0.
       01 WS-TOT-REGL-ARCHIVE PIC 9(11)v99 VALUE 0.
       01 WS-FIN-COMPTE       PIC X.
       01 WS-NB-PIECE-SOLDEE  PIC 9(6) VALUE 0.
       01 WS-NB-PIECE-REPORTEE PIC 9(6) VALUE 0.
       01 WS-NB-A-REMETTRE    PIC 9(6) VALUE 0.
       01 WS-TOT-A-REMETTRE   PIC 9(11)v99 VALUE 0.

       LINKAGE SECTION.

           MOVE 0 TO WS-NB-REGL-ARCHIVES
           MOVE 0 TO WS-TOT-TTC-ARCHIVE
           MOVE 0 TO WS-TOT-REGL-ARCHIVE
           MOVE 0 TO WS-NB-PIECE-SOLDEE
           MOVE 0 TO WS-NB-PIECE-REPORTEE

           MOVE 0 TO RETURN-CODE
           MOVE 'O' TO WS-ARCHIVAGE-OK
           DISPLAY SCR-ROLLOVER

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM DETERMINER-NOMS-ARCHIVE
           PERFORM COMPTER-REGL-A-REMETTRE

           OPEN INPUT FACTURE

      *    Code retour : 0 cloture faite, 4 rien a archiver, 8
      *    archivage incomplet, 12 cloture refusee car des remises
      *    en banque sont en attente (les fichiers de la periode sont
      *    alors laisses intacts pour une reprise).
           IF WS-NB-A-REMETTRE > 0
               MOVE 12 TO RETURN-CODE
               DISPLAY WS-NB-A-REMETTRE ' cheque(s)/especes non '
                       'remis en banque pour ' WS-TOT-A-REMETTRE
                       ' EUR'
               DISPLAY 'Etablir le bordereau de remise avant la '
                       'cloture'
               IF WS-ST-FACT = '00'
                   CLOSE FACTURE
               END-IF
           ELSE
           IF WS-ST-FACT NOT = '00'
               IF WS-ST-FACT = '35'
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'Aucune facture a archiver'
               ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'Erreur lecture facture.txt - statut '
                           WS-ST-FACT
               END-IF
           ELSE
               OPEN OUTPUT ARCHIVE-FACTURE
               IF WS-ST-ARC-FACT = '00'
                   PERFORM ARCHIVER-FACTURES
                   CLOSE ARCHIVE-FACTURE
               ELSE
                   MOVE 'N' TO WS-ARCHIVAGE-OK
               END-IF
               CLOSE FACTURE

               OPEN INPUT LIGNE-FACTURE
               IF WS-ST-LIGNE = '00' AND WS-ARCHIVAGE-OK = 'O'
                   OPEN OUTPUT ARCHIVE-LIGNE
                   IF WS-ST-ARC-LIGNE = '00'
                       PERFORM ARCHIVER-LIGNES
                       CLOSE ARCHIVE-LIGNE
                   ELSE
                       MOVE 'N' TO WS-ARCHIVAGE-OK
                   END-IF
               END-IF
               IF WS-ST-LIGNE = '00'
                   CLOSE LIGNE-FACTURE
               END-IF

               OPEN INPUT REGLEMENT
               IF WS-ST-REGL = '00' AND WS-ARCHIVAGE-OK = 'O'
                   OPEN OUTPUT ARCHIVE-REGLEMENT
                   IF WS-ST-ARC-REGL = '00'
                       PERFORM ARCHIVER-REGLEMENTS
                       CLOSE ARCHIVE-REGLEMENT
                   ELSE
                       MOVE 'N' TO WS-ARCHIVAGE-OK
                   END-IF
               END-IF
               IF WS-ST-REGL = '00'
                   CLOSE REGLEMENT
               END-IF
           END-IF
           END-IF

           IF WS-ARCHIVAGE-OK = 'N'
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ARCHIVAGE INCOMPLET : les fichiers de la '
                       'periode sont conserves'
           END-IF

           IF RETURN-CODE = 0

      *          Remise a zero des fichiers de travail pour la
      *          nouvelle periode. Les reglements suivent les
               OPEN OUTPUT REGLEMENT
               CLOSE REGLEMENT

      *          Les factures encore dues restent au compte client
      *          avec leurs reglements cumules ; la balance agee,
      *          les relances, le controle d encours et l import
      *          bancaire continuent de les voir.
               PERFORM PURGER-PIECES-SOLDEES

               PERFORM TRACER-AUDIT-ROLLOVER
               PERFORM ECRIRE-REGISTRE-PERIODE

               DISPLAY WS-NB-REGL-ARCHIVES
                       ' reglement(s) archive(s) dans '
                       WS-NOM-ARCHIVE-REGL
               DISPLAY WS-NB-PIECE-SOLDEE
                       ' piece(s) soldee(s) retiree(s) du compte client'
               DISPLAY WS-NB-PIECE-REPORTEE
                       ' piece(s) ouverte(s) reportee(s)'
           END-IF

           EXIT PROGRAM.


      ******************************************************************
      *      COMPTE CLIENT : UNE PIECE EST SOLDEE QUAND LES REGLEMENTS *
      *      (OU L IMPUTATION POUR UN AVOIR) COUVRENT SON MONTANT      *
      ******************************************************************

       PURGER-PIECES-SOLDEES.

           OPEN I-O COMPTE-CLIENT
           IF WS-ST-CCL = '00'
               MOVE 'N' TO WS-FIN-COMPTE
               PERFORM UNTIL WS-FIN-COMPTE = 'O'
                   READ COMPTE-CLIENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-COMPTE
                   END-READ
                   IF WS-FIN-COMPTE = 'N'
                       IF Ccl-Regle >= Ccl-Montant
                           DELETE COMPTE-CLIENT
                           IF WS-ST-CCL = '00'
                               ADD 1 TO WS-NB-PIECE-SOLDEE
                           ELSE
                               DISPLAY 'Erreur purge compte client'
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-PIECE-REPORTEE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COMPTE-CLIENT
           END-IF.


       DETERMINER-NOMS-ARCHIVE.

           MOVE 0 TO WS-SUFFIXE
                   MOVE Type-doc     TO Arc-Type-Doc
                   MOVE Ref-origine  TO Arc-Ref-Origine
                   WRITE ENR-ARCHIVE-FACT
                       INVALID KEY
                           DISPLAY 'Erreur archivage facture'
                           MOVE 'N' TO WS-ARCHIVAGE-OK
                   END-WRITE
                   ADD 1 TO WS-NB-FACT-ARCHIVEE
                   ADD Total-TTC TO WS-TOT-TTC-ARCHIVE
                   MOVE Lig-Qte         TO Arc-Lig-Qte
                   MOVE Lig-Taux-TVA    TO Arc-Lig-Taux-TVA
                   WRITE ENR-ARCHIVE-LIGNE
                       INVALID KEY
                           DISPLAY 'Erreur archivage ligne'
                           MOVE 'N' TO WS-ARCHIVAGE-OK
                   END-WRITE
                   ADD 1 TO WS-NB-LIGNE-ARCHIVEE
               END-IF
           END-PERFORM.


      ******************************************************************
      *      REGLEMENTS PRIS AU GUICHET ET PAS ENCORE PORTES SUR UN    *
      *      BORDEREAU DE REMISE : ARCHIVES, ILS NE POURRAIENT PLUS    *
      *      ETRE REMIS EN BANQUE                                      *
      ******************************************************************

       COMPTER-REGL-A-REMETTRE.

           MOVE 0 TO WS-NB-A-REMETTRE
           MOVE 0 TO WS-TOT-A-REMETTRE
           OPEN INPUT REGLEMENT
           IF WS-ST-REGL = '00'
               MOVE 'N' TO WS-FIN-REGL
               PERFORM UNTIL WS-FIN-REGL = 'O'
                   READ REGLEMENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-REGL
                   END-READ
                   IF WS-FIN-REGL = 'N' AND Reg-Remise = 'N'
                       ADD 1 TO WS-NB-A-REMETTRE
                       ADD Reg-Montant TO WS-TOT-A-REMETTRE
                   END-IF
               END-PERFORM
               CLOSE REGLEMENT
           END-IF.


       ARCHIVER-REGLEMENTS.

           MOVE 'N' TO WS-FIN-REGL
                   MOVE Reg-Date     TO Arc-Reg-Date
                   MOVE Reg-Montant  TO Arc-Reg-Montant
                   MOVE Reg-Mode     TO Arc-Reg-Mode
                   MOVE Reg-Devise   TO Arc-Reg-Devise
                   MOVE Reg-Montant-Devise TO Arc-Reg-Montant-Devise
                   MOVE Reg-Taux     TO Arc-Reg-Taux
                   MOVE Reg-Ecart-Change TO Arc-Reg-Ecart-Change
                   MOVE Reg-Operateur TO Arc-Reg-Operateur
                   MOVE Reg-Date-Saisie TO Arc-Reg-Date-Saisie
                   MOVE Reg-Remise   TO Arc-Reg-Remise
                   MOVE Reg-Num-Remise TO Arc-Reg-Num-Remise
                   WRITE ENR-ARCHIVE-REGL
                       INVALID KEY
                           DISPLAY 'Erreur archivage reglement'
                           MOVE 'N' TO WS-ARCHIVAGE-OK
                   END-WRITE
                   ADD 1 TO WS-NB-REGL-ARCHIVES
                   ADD Reg-Montant TO WS-TOT-REGL-ARCHIVE
