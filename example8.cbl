      *      L PAR LIGNE, ET UN ENREGISTREMENT T DE FIN PORTANT LES    *
      *      COMPTEURS ET LA SOMME SIGNEE DES TOTAL-FACT (AVOIRS       *
      *      EN MOINS) POUR CONTROLE PAR LE SYSTEME DESTINATAIRE.      *
      *      LES REGLEMENTS DE LA PERIODE PORTANT UN ECART DE CHANGE   *
      *      (FACTURES EN DEVISE) DONNENT CHACUN UN ENREGISTREMENT C   *
      *      (GAIN G OU PERTE P, MONTANT EN EUROS), COMPTES AVEC LEUR  *
      *      SOMME SIGNEE A LA SUITE DE L ENREGISTREMENT T.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-EXPORT.

           SELECT Reglement ASSIGN TO "reglement.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Reg-Cle
                           FILE STATUS IS WS-ST-REGL.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

       DATA DIVISION.
       FILE SECTION.

           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  EXPORT.
       01  LIGNE-EXPORT PIC X(120).

      *    Reglements de la periode ; Reg-Montant est le montant
      *    impute en euros, Reg-Ecart-Change l ecart de change
      *    (positif = gain) d un reglement en devise.
       FD  REGLEMENT.
       01  ENR-REGLEMENT.
           02 Reg-Cle.
              03 Reg-Num-Fact  PIC 9(6).
              03 Reg-Num-Regl  PIC 9(2).
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

      *    Compte client : donne le client d une facture reglee,
      *    y compris d une periode cloturee.
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


       WORKING-STORAGE SECTION.

       01 WS-NB-DETAILS       PIC 9(6) VALUE 0.
       01 WS-SOMME-TOTAL      PIC S9(11)v99 VALUE 0.
       01 WS-SOMME-EDITEE     PIC +9(11).99.
       01 WS-ST-REGL          PIC XX.
       01 WS-ST-CCL           PIC XX.
       01 WS-REGL-FILE-OK     PIC X VALUE 'N'.
       01 WS-CCL-FILE-OK      PIC X VALUE 'N'.
       01 WS-FIN-REGL         PIC X.
       01 WS-NB-CHANGE        PIC 9(6) VALUE 0.
       01 WS-SOMME-CHANGE     PIC S9(11)v99 VALUE 0.
       01 WS-CHANGE-EDITE     PIC +9(11).99.
       01 WS-SENS-CHANGE      PIC X.
       01 WS-ECART-ABS        PIC 9(9)v99.
       01 WS-CLIENT-REGL      PIC 9(6).


       SCREEN SECTION.

           DISPLAY SCR-EXPORT

           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-NB-ENTETES
           MOVE 0 TO WS-NB-DETAILS
           MOVE 0 TO WS-SOMME-TOTAL
           MOVE 0 TO WS-NB-CHANGE
           MOVE 0 TO WS-SOMME-CHANGE
           MOVE 'N' TO WS-LIGNE-FILE-OK
           MOVE 'N' TO WS-CLIENT-FILE-OK
           MOVE 'N' TO WS-REGL-FILE-OK
           MOVE 'N' TO WS-CCL-FILE-OK

           OPEN INPUT FACTURE

      *    Code retour : 0 export fait, 4 rien a exporter, 8 erreur.
           IF WS-ST-FACT NOT = '00'
               IF WS-ST-FACT = '35'
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'Aucune facture a exporter'
               ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'Erreur lecture facture.txt - statut '
                           WS-ST-FACT
               END-IF
           ELSE
               OPEN INPUT LIGNE-FACTURE
               IF WS-ST-LIGNE = '00'
               IF WS-ST-CLIENT = '00'
                   MOVE 'O' TO WS-CLIENT-FILE-OK
               END-IF
               OPEN INPUT REGLEMENT
               IF WS-ST-REGL = '00'
                   MOVE 'O' TO WS-REGL-FILE-OK
               END-IF
               OPEN INPUT COMPTE-CLIENT
               IF WS-ST-CCL = '00'
                   MOVE 'O' TO WS-CCL-FILE-OK
               END-IF

               OPEN OUTPUT EXPORT
               IF WS-ST-EXPORT = '00'
                   PERFORM EXPORTER-FACTURES
                   PERFORM EXPORTER-ECARTS-CHANGE
                   PERFORM ECRIRE-TRAILER
                   CLOSE EXPORT
               ELSE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'Erreur creation export_compta.txt - '
                           'statut ' WS-ST-EXPORT
               END-IF

               IF WS-LIGNE-FILE-OK = 'O'
                   CLOSE LIGNE-FACTURE
               IF WS-CLIENT-FILE-OK = 'O'
                   CLOSE CLIENT
               END-IF
               IF WS-REGL-FILE-OK = 'O'
                   CLOSE REGLEMENT
               END-IF
               IF WS-CCL-FILE-OK = 'O'
                   CLOSE COMPTE-CLIENT
               END-IF
               CLOSE FACTURE

               IF RETURN-CODE = 0
                   DISPLAY WS-NB-ENTETES ' facture(s) exportee(s) dans '
                           'export_compta.txt'
               END-IF
           END-IF

           EXIT PROGRAM.
           ADD 1 TO WS-NB-DETAILS.


      ******************************************************************
      *      ECARTS DE CHANGE : UN ENREGISTREMENT C PAR REGLEMENT EN   *
      *      DEVISE DONT L ECART N EST PAS NUL (FACTURE, NUM DE        *
      *      REGLEMENT, CLIENT, DATE, DEVISE, MONTANT EN DEVISE, COURS *
      *      DU REGLEMENT, MONTANT IMPUTE EN EUROS, G GAIN OU P PERTE, *
      *      ECART EN EUROS) : LES EUROS RECUS SONT LE MONTANT IMPUTE  *
      *      PLUS LE GAIN OU MOINS LA PERTE, CE QUI EQUILIBRE LES      *
      *      ECRITURES EN EUROS                                        *
      ******************************************************************

       EXPORTER-ECARTS-CHANGE.

           IF WS-REGL-FILE-OK = 'O'
               MOVE 'N' TO WS-FIN-REGL
               PERFORM UNTIL WS-FIN-REGL = 'O'
                   READ REGLEMENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-REGL
                   END-READ
                   IF WS-FIN-REGL = 'N' AND Reg-Ecart-Change NOT = 0
                       PERFORM EXPORTER-ECART
                   END-IF
               END-PERFORM
           END-IF.


       EXPORTER-ECART.

           MOVE 0 TO WS-CLIENT-REGL
           IF WS-CCL-FILE-OK = 'O'
               MOVE Reg-Num-Fact TO Ccl-Num-Doc
               READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE Ccl-Num-Client TO WS-CLIENT-REGL
               END-READ
           END-IF

           IF Reg-Ecart-Change > 0
               MOVE 'G' TO WS-SENS-CHANGE
               MOVE Reg-Ecart-Change TO WS-ECART-ABS
           ELSE
               MOVE 'P' TO WS-SENS-CHANGE
               COMPUTE WS-ECART-ABS = 0 - Reg-Ecart-Change
           END-IF

           MOVE SPACES TO LIGNE-EXPORT
           STRING 'C' ';' Reg-Num-Fact ';' Reg-Num-Regl
                  ';' WS-CLIENT-REGL ';' Reg-Date ';' Reg-Devise
                  ';' Reg-Montant-Devise ';' Reg-Taux
                  ';' Reg-Montant ';' WS-SENS-CHANGE
                  ';' WS-ECART-ABS
                  DELIMITED BY SIZE INTO LIGNE-EXPORT
           WRITE LIGNE-EXPORT
           ADD 1 TO WS-NB-CHANGE
           ADD Reg-Ecart-Change TO WS-SOMME-CHANGE.


       ECRIRE-TRAILER.

           MOVE WS-SOMME-TOTAL TO WS-SOMME-EDITEE
           MOVE WS-SOMME-CHANGE TO WS-CHANGE-EDITE
           MOVE SPACES TO LIGNE-EXPORT
           STRING 'T' ';' WS-NB-ENTETES ';' WS-NB-DETAILS
                  ';' WS-SOMME-EDITEE ';' WS-NB-CHANGE
                  ';' WS-CHANGE-EDITE
                  DELIMITED BY SIZE INTO LIGNE-EXPORT
           WRITE LIGNE-EXPORT.

