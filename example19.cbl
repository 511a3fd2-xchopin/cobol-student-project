      ******************************************************************
      *      RELEVE_COMPTE : RELEVE DE COMPTE CLIENT SUR UNE PERIODE.  *
      *      POUR UN CLIENT OU POUR TOUS LES CLIENTS DE CLIENT.TXT,    *
      *      EDITE DANS L ORDRE DES DATES LES FACTURES (DEBIT), LES    *
      *      AVOIRS ET LES REGLEMENTS (CREDIT) DE LA PERIODE, AVEC LE  *
      *      SOLDE D OUVERTURE, LE SOLDE PROGRESSIF ET LE SOLDE DE     *
      *      CLOTURE. LES PERIODES CLOTUREES SONT LUES DANS LES        *
      *      ARCHIVES FACTURE-* ET REGLEMENT-* DU REGISTRE             *
      *      PERIODES.TXT, L HISTORIQUE ANTERIEUR A LA PERIODE         *
      *      FORMANT LE SOLDE D OUVERTURE. UN REGLEMENT EST RATTACHE   *
      *      AU CLIENT PAR LA PIECE QU IL SOLDE. LES RELEVES SONT      *
      *      ECRITS DANS RELEVE_COMPTE.TXT, UN CLIENT PAR PAGE, SOUS   *
      *      FORME DE LETTRE (NOM ET ADRESSE EN TETE) PRETE A POSTER.  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVE_COMPTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Client ASSIGN TO "client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cli-Num
                           FILE STATUS IS WS-ST-CLIENT.

           SELECT Facture ASSIGN TO "facture.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Num-fact
                           ALTERNATE RECORD KEY IS Num-client
                                   WITH DUPLICATES
                           FILE STATUS IS WS-ST-FACT.

           SELECT Reglement ASSIGN TO "reglement.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Reg-Cle
                           FILE STATUS IS WS-ST-REGL.

           SELECT Archive-Facture ASSIGN TO DYNAMIC WS-NOM-ARCHIVE-FACT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Arc-Num-Fact
                           FILE STATUS IS WS-ST-ARC-FACT.

           SELECT Archive-Reglement
                           ASSIGN TO DYNAMIC WS-NOM-ARCHIVE-REGL
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Arc-Reg-Cle
                           FILE STATUS IS WS-ST-ARC-REGL.

           SELECT Periodes ASSIGN TO "periodes.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-PER.

           SELECT Releve ASSIGN TO "releve_compte.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-RELEVE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENT.
       01  ENR-CLIENT.
           02 Cli-Num     PIC 9(6).
           02 Cli-Nom     PIC X(30).
           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  FACTURE.
       01  ENR-FACTURE.
           02 Num-fact     PIC 9(6).
           02 Num-client   PIC 9(6).
           02 Date-fact PIC X(8).
           02 Qte-article PIC 9(3).
           02 Total-fact PIC 9(9)v99.
           02 Total-TVA  PIC 9(9)v99.
           02 Total-TTC  PIC 9(9)v99.
           02 Type-doc   PIC X.
           02 Ref-origine PIC 9(6).

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

       FD  ARCHIVE-FACTURE.
       01  ENR-ARCHIVE-FACT.
           02 Arc-Num-Fact     PIC 9(6).
           02 Arc-Num-Client   PIC 9(6).
           02 Arc-Date-Fact    PIC X(8).
           02 Arc-Qte-Article  PIC 9(3).
           02 Arc-Total-Fact   PIC 9(9)v99.
           02 Arc-Total-TVA    PIC 9(9)v99.
           02 Arc-Total-TTC    PIC 9(9)v99.
           02 Arc-Type-Doc     PIC X.
           02 Arc-Ref-Origine  PIC 9(6).

       FD  ARCHIVE-REGLEMENT.
       01  ENR-ARCHIVE-REGL.
           02 Arc-Reg-Cle.
              03 Arc-Reg-Num-Fact  PIC 9(6).
              03 Arc-Reg-Num-Regl  PIC 9(2).
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

      *    Registre des periodes cloturees, ecrit par ROLLOVER.
       FD  PERIODES.
       01  ENR-PERIODE.
           02 Per-Date-Cloture PIC X(8).
           02 Per-Suffixe      PIC 99.
           02 Per-Nom-Fact     PIC X(20).
           02 Per-Nom-Ligne    PIC X(20).
           02 Per-Nom-Regl     PIC X(24).
           02 Per-Nb-Fact      PIC 9(6).
           02 Per-Nb-Ligne     PIC 9(6).
           02 Per-Nb-Regl      PIC 9(6).
           02 Per-Total-TTC    PIC 9(11)v99.
           02 Per-Total-Regle  PIC 9(11)v99.

       FD  RELEVE.
       01  LIGNE-RELEVE PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-CLIENT        PIC XX.
       01 WS-ST-FACT          PIC XX.
       01 WS-ST-REGL          PIC XX.
       01 WS-ST-ARC-FACT      PIC XX.
       01 WS-ST-ARC-REGL      PIC XX.
       01 WS-ST-PER           PIC XX.
       01 WS-ST-RELEVE        PIC XX.

       01 WS-FACTURE-FILE-OK  PIC X VALUE 'N'.
       01 WS-NUM-CLIENT       PIC 9(6).
       01 WS-DATE-DEBUT       PIC X(8).
       01 WS-DATE-FIN         PIC X(8).
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-SAISIE-OK        PIC X.
       01 WS-FIN-FICHIER      PIC X.
       01 WS-FIN-CLIENTS      PIC X.
       01 WS-FIN-PER          PIC X.
       01 WS-SUR-ARCHIVE      PIC X.
       01 WS-SOURCE-OK        PIC X.
       01 WS-NOM-ARCHIVE-FACT  PIC X(20).
       01 WS-NOM-ARCHIVE-REGL  PIC X(24).
       01 WS-IDX              PIC 9(4).
       01 WS-IDX-PER          PIC 9(3).
       01 WS-POSTE            PIC 9(4).
       01 WS-NB-RELEVES       PIC 9(5) VALUE 0.
       01 WS-NB-SANS-MVT      PIC 9(5) VALUE 0.
       01 WS-NB-ARCH-ABSENTES PIC 9(3) VALUE 0.

      *    Zones de travail communes aux fichiers en cours et aux
      *    archives.
       01 WS-FACT-NUM         PIC 9(6).
       01 WS-FACT-CLIENT      PIC 9(6).
       01 WS-FACT-DATE        PIC X(8).
       01 WS-FACT-TTC         PIC 9(9)v99.
       01 WS-FACT-TYPE        PIC X.
       01 WS-FACT-ORIGINE     PIC 9(6).
       01 WS-REG-NUM-FACT     PIC 9(6).
       01 WS-REG-DATE         PIC X(8).
       01 WS-REG-MONTANT      PIC 9(9)v99.
       01 WS-REG-MODE         PIC X(10).

       01 WS-SOLDE-OUVERTURE  PIC S9(11)v99.
       01 WS-SOLDE            PIC S9(11)v99.
       01 WS-TOTAL-DEBIT      PIC 9(11)v99.
       01 WS-TOTAL-CREDIT     PIC 9(11)v99.
       01 WS-SOLDE-EDITE      PIC +9(11).99.
       01 WS-MONTANT-EDITE    PIC Z(8)9.99.
       01 WS-DEBIT-EDITE      PIC X(12).
       01 WS-CREDIT-EDITE     PIC X(12).

      *    Pieces du client, toutes periodes confondues : sert a
      *    rattacher les reglements, qui ne portent que le numero
      *    de la piece reglee.
       01 WS-TAB-DOCS.
           02 WS-NB-DOCS      PIC 9(4) VALUE 0.
           02 WS-DOC-ENTREE OCCURS 2000.
              03 WS-DOC-NUM   PIC 9(6).
              03 WS-DOC-TYPE  PIC X.
       01 WS-NB-DOCS-PERDUS   PIC 9(5).

      *    Mouvements de la periode, tenus tries par date (a date
      *    egale : factures, avoirs puis reglements).
       01 WS-TAB-MVT.
           02 WS-NB-MVT       PIC 9(4) VALUE 0.
           02 WS-MVT-ENTREE OCCURS 500.
              03 WS-MVT-CLE.
                 04 WS-MVT-DATE    PIC X(8).
                 04 WS-MVT-ORDRE   PIC 9.
                 04 WS-MVT-PIECE   PIC 9(6).
                 04 WS-MVT-SEQ     PIC 99.
              03 WS-MVT-LIBELLE PIC X(24).
              03 WS-MVT-DEBIT   PIC 9(9)v99.
              03 WS-MVT-CREDIT  PIC 9(9)v99.
       01 WS-NB-MVT-PERDUS    PIC 9(5).

       01 WS-NOUV-MVT.
           02 WS-NOUV-CLE.
              03 WS-NOUV-DATE      PIC X(8).
              03 WS-NOUV-ORDRE     PIC 9.
              03 WS-NOUV-PIECE     PIC 9(6).
              03 WS-NOUV-SEQ       PIC 99.
           02 WS-NOUV-LIBELLE   PIC X(24).
           02 WS-NOUV-DEBIT     PIC 9(9)v99.
           02 WS-NOUV-CREDIT    PIC 9(9)v99.

      *    Periodes cloturees, chargees depuis periodes.txt.
       01 WS-TAB-PERIODES.
           02 WS-NB-PER       PIC 9(3) VALUE 0.
           02 WS-PER-ENTREE OCCURS 100.
              03 WS-PER-NOMF  PIC X(20).
              03 WS-PER-NOMR  PIC X(24).


       SCREEN SECTION.

         1 SCR-RELEVE.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'RELEVE DE COMPTE CLIENT'.
           2 LINE 5 COL 2 VALUE 'Numero de client (0 = tous):  '.
           2 PIC 9(6) TO WS-NUM-CLIENT.
           2 LINE 7 COL 2 VALUE 'Du (AAAAMMJJ, 0 = depuis l origine): '.
           2 PIC X(8) TO WS-DATE-DEBUT.
           2 LINE 8 COL 2 VALUE 'Au (AAAAMMJJ, 0 = aujourd hui):  '.
           2 PIC X(8) TO WS-DATE-FIN.

       PROCEDURE DIVISION.

           MOVE 0 TO WS-NB-RELEVES
           MOVE 0 TO WS-NB-SANS-MVT
           MOVE 0 TO WS-NB-ARCH-ABSENTES
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           DISPLAY SCR-RELEVE
           ACCEPT SCR-RELEVE
           PERFORM CONTROLER-SAISIE

           IF WS-SAISIE-OK = 'O'
               OPEN INPUT CLIENT
               IF WS-ST-CLIENT NOT = '00'
                   DISPLAY 'Fichier client introuvable'
               ELSE
                   OPEN INPUT FACTURE
                   IF WS-ST-FACT = '00'
                       MOVE 'O' TO WS-FACTURE-FILE-OK
                   ELSE
                       MOVE 'N' TO WS-FACTURE-FILE-OK
                   END-IF
                   PERFORM CHARGER-REGISTRE-PERIODES
                   OPEN OUTPUT RELEVE

                   IF WS-NUM-CLIENT NOT = ZERO
                       MOVE WS-NUM-CLIENT TO Cli-Num
                       READ CLIENT KEY IS Cli-Num
                           INVALID KEY
                               DISPLAY 'Client inconnu : '
                                       WS-NUM-CLIENT
                           NOT INVALID KEY
                               PERFORM TRAITER-CLIENT
                       END-READ
                   ELSE
                       PERFORM TRAITER-TOUS-CLIENTS
                   END-IF

                   CLOSE RELEVE
                   IF WS-FACTURE-FILE-OK = 'O'
                       CLOSE FACTURE
                   END-IF
                   CLOSE CLIENT
                   DISPLAY WS-NB-RELEVES ' releve(s) edite(s) dans '
                           'releve_compte.txt'
                   IF WS-NB-SANS-MVT > 0
                       DISPLAY WS-NB-SANS-MVT ' client(s) sans '
                               'mouvement ni solde : pas de releve'
                   END-IF
                   IF WS-NB-ARCH-ABSENTES > 0
                       DISPLAY 'ATTENTION : ' WS-NB-ARCH-ABSENTES
                               ' lecture(s) d archive impossible(s)'
                   END-IF
               END-IF
           END-IF

           EXIT PROGRAM.


       CONTROLER-SAISIE.

           MOVE 'O' TO WS-SAISIE-OK
           IF WS-DATE-DEBUT = SPACES OR WS-DATE-DEBUT = '0'
                   OR WS-DATE-DEBUT = '00000000'
               MOVE '00000000' TO WS-DATE-DEBUT
           END-IF
           IF WS-DATE-FIN = SPACES OR WS-DATE-FIN = '0'
                   OR WS-DATE-FIN = '00000000'
               MOVE WS-DATE-JOUR TO WS-DATE-FIN
           END-IF
           IF WS-DATE-DEBUT NOT NUMERIC OR WS-DATE-FIN NOT NUMERIC
               DISPLAY 'Date invalide (format AAAAMMJJ)'
               MOVE 'N' TO WS-SAISIE-OK
           ELSE
               IF WS-DATE-DEBUT > WS-DATE-FIN
                   DISPLAY 'Date de debut posterieure a la date de fin'
                   MOVE 'N' TO WS-SAISIE-OK
               END-IF
           END-IF.


       CHARGER-REGISTRE-PERIODES.

           MOVE 0 TO WS-NB-PER
           OPEN INPUT PERIODES
           IF WS-ST-PER = '00'
               MOVE 'N' TO WS-FIN-PER
               PERFORM UNTIL WS-FIN-PER = 'O' OR WS-NB-PER >= 100
                   READ PERIODES NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-PER
                   END-READ
                   IF WS-FIN-PER = 'N'
                       ADD 1 TO WS-NB-PER
                       MOVE Per-Nom-Fact TO WS-PER-NOMF(WS-NB-PER)
                       MOVE Per-Nom-Regl TO WS-PER-NOMR(WS-NB-PER)
                   END-IF
               END-PERFORM
               CLOSE PERIODES
           END-IF.


       TRAITER-TOUS-CLIENTS.

           MOVE 0 TO Cli-Num
           MOVE 'N' TO WS-FIN-CLIENTS
           START CLIENT KEY IS NOT LESS THAN Cli-Num
               INVALID KEY MOVE 'O' TO WS-FIN-CLIENTS
           END-START

           PERFORM UNTIL WS-FIN-CLIENTS = 'O'
               READ CLIENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-CLIENTS
               END-READ
               IF WS-FIN-CLIENTS = 'N'
                   PERFORM TRAITER-CLIENT
               END-IF
           END-PERFORM.


      ******************************************************************
      *      RELEVE D UN CLIENT : RECENSEMENT DE SES PIECES DANS LES   *
      *      ARCHIVES PUIS LE FICHIER EN COURS, PUIS DES REGLEMENTS    *
      *      DE CES PIECES. CE QUI PRECEDE LA PERIODE ALIMENTE LE      *
      *      SOLDE D OUVERTURE, CE QUI LA SUIT EST IGNORE.             *
      ******************************************************************

       TRAITER-CLIENT.

           MOVE 0 TO WS-NB-DOCS
           MOVE 0 TO WS-NB-MVT
           MOVE 0 TO WS-NB-DOCS-PERDUS
           MOVE 0 TO WS-NB-MVT-PERDUS
           MOVE 0 TO WS-SOLDE-OUVERTURE

           MOVE 'O' TO WS-SUR-ARCHIVE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PER
               MOVE WS-PER-NOMF(WS-IDX-PER) TO WS-NOM-ARCHIVE-FACT
               PERFORM RECENSER-PIECES
           END-PERFORM
           MOVE 'N' TO WS-SUR-ARCHIVE
           PERFORM RECENSER-PIECES

           IF WS-NB-DOCS > 0
               MOVE 'O' TO WS-SUR-ARCHIVE
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > WS-NB-PER
                   MOVE WS-PER-NOMR(WS-IDX-PER) TO WS-NOM-ARCHIVE-REGL
                   PERFORM RECENSER-REGLEMENTS
               END-PERFORM
               MOVE 'N' TO WS-SUR-ARCHIVE
               PERFORM RECENSER-REGLEMENTS
           END-IF

           IF WS-NB-MVT = 0 AND WS-SOLDE-OUVERTURE = 0
                   AND WS-NUM-CLIENT = ZERO
               ADD 1 TO WS-NB-SANS-MVT
           ELSE
               PERFORM EDITER-RELEVE
           END-IF.


       RECENSER-PIECES.

           MOVE 'N' TO WS-FIN-FICHIER
           MOVE 'N' TO WS-SOURCE-OK
           IF WS-SUR-ARCHIVE = 'O'
               OPEN INPUT ARCHIVE-FACTURE
               IF WS-ST-ARC-FACT NOT = '00'
                   ADD 1 TO WS-NB-ARCH-ABSENTES
                   MOVE 'O' TO WS-FIN-FICHIER
               ELSE
                   MOVE 'O' TO WS-SOURCE-OK
               END-IF
           ELSE
               IF WS-FACTURE-FILE-OK NOT = 'O'
                   MOVE 'O' TO WS-FIN-FICHIER
               ELSE
                   MOVE Cli-Num TO Num-client
                   START FACTURE KEY IS EQUAL TO Num-client
                       INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
                   END-START
               END-IF
           END-IF

           PERFORM UNTIL WS-FIN-FICHIER = 'O'
               PERFORM LIRE-PIECE-SUIVANTE
               IF WS-FIN-FICHIER = 'N'
                   IF WS-FACT-CLIENT = Cli-Num
                       PERFORM RETENIR-PIECE
                   ELSE
      *                Fichier en cours lu sur la cle client : la
      *                premiere piece d un autre client termine.
                       IF WS-SUR-ARCHIVE = 'N'
                           MOVE 'O' TO WS-FIN-FICHIER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SOURCE-OK = 'O'
               CLOSE ARCHIVE-FACTURE
           END-IF.


       LIRE-PIECE-SUIVANTE.

           IF WS-SUR-ARCHIVE = 'O'
               READ ARCHIVE-FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   MOVE Arc-Num-Fact    TO WS-FACT-NUM
                   MOVE Arc-Num-Client  TO WS-FACT-CLIENT
                   MOVE Arc-Date-Fact   TO WS-FACT-DATE
                   MOVE Arc-Total-TTC   TO WS-FACT-TTC
                   MOVE Arc-Type-Doc    TO WS-FACT-TYPE
                   MOVE Arc-Ref-Origine TO WS-FACT-ORIGINE
               END-IF
           ELSE
               READ FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   MOVE Num-fact    TO WS-FACT-NUM
                   MOVE Num-client  TO WS-FACT-CLIENT
                   MOVE Date-fact   TO WS-FACT-DATE
                   MOVE Total-TTC   TO WS-FACT-TTC
                   MOVE Type-doc    TO WS-FACT-TYPE
                   MOVE Ref-origine TO WS-FACT-ORIGINE
               END-IF
           END-IF.


       RETENIR-PIECE.

           IF WS-NB-DOCS >= 2000
               ADD 1 TO WS-NB-DOCS-PERDUS
           ELSE
               ADD 1 TO WS-NB-DOCS
               MOVE WS-FACT-NUM TO WS-DOC-NUM(WS-NB-DOCS)
               MOVE WS-FACT-TYPE TO WS-DOC-TYPE(WS-NB-DOCS)
           END-IF

           IF WS-FACT-DATE <= WS-DATE-FIN
               IF WS-FACT-DATE < WS-DATE-DEBUT
                   IF WS-FACT-TYPE = 'A'
                       SUBTRACT WS-FACT-TTC FROM WS-SOLDE-OUVERTURE
                   ELSE
                       ADD WS-FACT-TTC TO WS-SOLDE-OUVERTURE
                   END-IF
               ELSE
                   MOVE WS-FACT-DATE TO WS-NOUV-DATE
                   MOVE WS-FACT-NUM TO WS-NOUV-PIECE
                   MOVE 0 TO WS-NOUV-SEQ
                   MOVE SPACES TO WS-NOUV-LIBELLE
                   IF WS-FACT-TYPE = 'A'
                       MOVE 2 TO WS-NOUV-ORDRE
                       STRING 'Avoir s/ facture ' WS-FACT-ORIGINE
                              DELIMITED BY SIZE INTO WS-NOUV-LIBELLE
                       MOVE 0 TO WS-NOUV-DEBIT
                       MOVE WS-FACT-TTC TO WS-NOUV-CREDIT
                   ELSE
                       MOVE 1 TO WS-NOUV-ORDRE
                       MOVE 'Facture' TO WS-NOUV-LIBELLE
                       MOVE WS-FACT-TTC TO WS-NOUV-DEBIT
                       MOVE 0 TO WS-NOUV-CREDIT
                   END-IF
                   PERFORM INSERER-MOUVEMENT
               END-IF
           END-IF.


       RECENSER-REGLEMENTS.

           MOVE 'N' TO WS-FIN-FICHIER
           MOVE 'N' TO WS-SOURCE-OK
           IF WS-SUR-ARCHIVE = 'O'
               OPEN INPUT ARCHIVE-REGLEMENT
               IF WS-ST-ARC-REGL NOT = '00'
                   ADD 1 TO WS-NB-ARCH-ABSENTES
                   MOVE 'O' TO WS-FIN-FICHIER
               ELSE
                   MOVE 'O' TO WS-SOURCE-OK
               END-IF
           ELSE
               OPEN INPUT REGLEMENT
               IF WS-ST-REGL NOT = '00'
                   MOVE 'O' TO WS-FIN-FICHIER
               ELSE
                   MOVE 'O' TO WS-SOURCE-OK
               END-IF
           END-IF

           PERFORM UNTIL WS-FIN-FICHIER = 'O'
               PERFORM LIRE-REGLEMENT-SUIVANT
               IF WS-FIN-FICHIER = 'N'
                   PERFORM RETENIR-REGLEMENT
               END-IF
           END-PERFORM

           IF WS-SOURCE-OK = 'O'
               IF WS-SUR-ARCHIVE = 'O'
                   CLOSE ARCHIVE-REGLEMENT
               ELSE
                   CLOSE REGLEMENT
               END-IF
           END-IF.


       LIRE-REGLEMENT-SUIVANT.

           IF WS-SUR-ARCHIVE = 'O'
               READ ARCHIVE-REGLEMENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   MOVE Arc-Reg-Num-Fact TO WS-REG-NUM-FACT
                   MOVE Arc-Reg-Date     TO WS-REG-DATE
                   MOVE Arc-Reg-Montant  TO WS-REG-MONTANT
                   MOVE Arc-Reg-Mode     TO WS-REG-MODE
                   MOVE Arc-Reg-Num-Regl TO WS-NOUV-SEQ
               END-IF
           ELSE
               READ REGLEMENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   MOVE Reg-Num-Fact TO WS-REG-NUM-FACT
                   MOVE Reg-Date     TO WS-REG-DATE
                   MOVE Reg-Montant  TO WS-REG-MONTANT
                   MOVE Reg-Mode     TO WS-REG-MODE
                   MOVE Reg-Num-Regl TO WS-NOUV-SEQ
               END-IF
           END-IF.


      *    Un reglement sur un avoir est un remboursement au client :
      *    il vient au debit du compte.
       RETENIR-REGLEMENT.

           MOVE 0 TO WS-POSTE
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-POSTE > 0 OR WS-IDX > WS-NB-DOCS
               IF WS-DOC-NUM(WS-IDX) = WS-REG-NUM-FACT
                   MOVE WS-IDX TO WS-POSTE
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           IF WS-POSTE > 0 AND WS-REG-DATE <= WS-DATE-FIN
               IF WS-REG-DATE < WS-DATE-DEBUT
                   IF WS-DOC-TYPE(WS-POSTE) = 'A'
                       ADD WS-REG-MONTANT TO WS-SOLDE-OUVERTURE
                   ELSE
                       SUBTRACT WS-REG-MONTANT FROM WS-SOLDE-OUVERTURE
                   END-IF
               ELSE
                   MOVE WS-REG-DATE TO WS-NOUV-DATE
                   MOVE 3 TO WS-NOUV-ORDRE
                   MOVE WS-REG-NUM-FACT TO WS-NOUV-PIECE
                   MOVE SPACES TO WS-NOUV-LIBELLE
                   IF WS-DOC-TYPE(WS-POSTE) = 'A'
                       STRING 'Remboursement ' WS-REG-MODE
                              DELIMITED BY SIZE INTO WS-NOUV-LIBELLE
                       MOVE WS-REG-MONTANT TO WS-NOUV-DEBIT
                       MOVE 0 TO WS-NOUV-CREDIT
                   ELSE
                       STRING 'Reglement ' WS-REG-MODE
                              DELIMITED BY SIZE INTO WS-NOUV-LIBELLE
                       MOVE 0 TO WS-NOUV-DEBIT
                       MOVE WS-REG-MONTANT TO WS-NOUV-CREDIT
                   END-IF
                   PERFORM INSERER-MOUVEMENT
               END-IF
           END-IF.


      *    Insertion a sa place dans la table triee des mouvements.
       INSERER-MOUVEMENT.

           IF WS-NB-MVT >= 500
               ADD 1 TO WS-NB-MVT-PERDUS
           ELSE
               MOVE 1 TO WS-POSTE
               PERFORM UNTIL WS-POSTE > WS-NB-MVT
                       OR WS-MVT-CLE(WS-POSTE) > WS-NOUV-CLE
                   ADD 1 TO WS-POSTE
               END-PERFORM
               PERFORM VARYING WS-IDX FROM WS-NB-MVT BY -1
                       UNTIL WS-IDX < WS-POSTE
                   MOVE WS-MVT-ENTREE(WS-IDX)
                       TO WS-MVT-ENTREE(WS-IDX + 1)
               END-PERFORM
               MOVE WS-NOUV-MVT TO WS-MVT-ENTREE(WS-POSTE)
               ADD 1 TO WS-NB-MVT
           END-IF.


      ******************************************************************
      *      EDITION DU RELEVE : UNE PAGE PAR CLIENT, EN TETE DE       *
      *      LETTRE, PUIS LES MOUVEMENTS AVEC LE SOLDE PROGRESSIF      *
      ******************************************************************

       EDITER-RELEVE.

           MOVE SPACES TO LIGNE-RELEVE
           STRING 'RELEVE DE COMPTE' DELIMITED BY SIZE
                  INTO LIGNE-RELEVE
           IF WS-NB-RELEVES = 0
               WRITE LIGNE-RELEVE
           ELSE
               WRITE LIGNE-RELEVE AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-NB-RELEVES

           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '                                        '
                  Cli-Nom
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '                                        '
                  Cli-Adresse
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Client n. ' Cli-Num
                  '                           Edite le ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Periode du ' WS-DATE-DEBUT ' au ' WS-DATE-FIN
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Madame, Monsieur,'
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Veuillez trouver ci-dessous le releve de votre '
                  'compte pour la periode.'
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE

           MOVE SPACES TO LIGNE-RELEVE
           STRING 'Date     Piece  Libelle                  '
                  '       Debit       Credit           Solde'
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '----------------------------------------'
                  '------------------------------------------'
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE

           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE
           MOVE WS-SOLDE TO WS-SOLDE-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING WS-DATE-DEBUT '        Solde d ouverture        '
                  '                          ' WS-SOLDE-EDITE
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE

           MOVE 0 TO WS-TOTAL-DEBIT
           MOVE 0 TO WS-TOTAL-CREDIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-MVT
               PERFORM EDITER-MOUVEMENT
           END-PERFORM

           MOVE SPACES TO LIGNE-RELEVE
           STRING '----------------------------------------'
                  '------------------------------------------'
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE WS-TOTAL-DEBIT TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-DEBIT-EDITE
           MOVE WS-TOTAL-CREDIT TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-CREDIT-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING '                 Total des mouvements    '
                  WS-DEBIT-EDITE ' ' WS-CREDIT-EDITE
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE

           MOVE WS-SOLDE TO WS-SOLDE-EDITE
           MOVE SPACES TO LIGNE-RELEVE
           STRING WS-DATE-FIN '        Solde de cloture         '
                  '                          ' WS-SOLDE-EDITE
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE
           MOVE SPACES TO LIGNE-RELEVE
           WRITE LIGNE-RELEVE

           MOVE SPACES TO LIGNE-RELEVE
           IF WS-SOLDE > 0
               STRING 'Solde restant du a ce jour : ' WS-SOLDE-EDITE
                      DELIMITED BY SIZE INTO LIGNE-RELEVE
           ELSE
           IF WS-SOLDE < 0
               STRING 'Solde en votre faveur : ' WS-SOLDE-EDITE
                      DELIMITED BY SIZE INTO LIGNE-RELEVE
           ELSE
               STRING 'Votre compte est solde.'
                      DELIMITED BY SIZE INTO LIGNE-RELEVE
           END-IF
           END-IF
           WRITE LIGNE-RELEVE

           IF WS-NB-MVT-PERDUS > 0 OR WS-NB-DOCS-PERDUS > 0
               MOVE SPACES TO LIGNE-RELEVE
               STRING 'ATTENTION : RELEVE INCOMPLET (TABLE PLEINE)'
                      DELIMITED BY SIZE INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.


       EDITER-MOUVEMENT.

           ADD WS-MVT-DEBIT(WS-IDX) TO WS-SOLDE
           SUBTRACT WS-MVT-CREDIT(WS-IDX) FROM WS-SOLDE
           ADD WS-MVT-DEBIT(WS-IDX) TO WS-TOTAL-DEBIT
           ADD WS-MVT-CREDIT(WS-IDX) TO WS-TOTAL-CREDIT
           MOVE WS-SOLDE TO WS-SOLDE-EDITE

           MOVE SPACES TO WS-DEBIT-EDITE
           MOVE SPACES TO WS-CREDIT-EDITE
           IF WS-MVT-DEBIT(WS-IDX) > 0
               MOVE WS-MVT-DEBIT(WS-IDX) TO WS-MONTANT-EDITE
               MOVE WS-MONTANT-EDITE TO WS-DEBIT-EDITE
           END-IF
           IF WS-MVT-CREDIT(WS-IDX) > 0
               MOVE WS-MVT-CREDIT(WS-IDX) TO WS-MONTANT-EDITE
               MOVE WS-MONTANT-EDITE TO WS-CREDIT-EDITE
           END-IF

           MOVE SPACES TO LIGNE-RELEVE
           STRING WS-MVT-DATE(WS-IDX) ' ' WS-MVT-PIECE(WS-IDX) ' '
                  WS-MVT-LIBELLE(WS-IDX) ' ' WS-DEBIT-EDITE ' '
                  WS-CREDIT-EDITE ' ' WS-SOLDE-EDITE
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           WRITE LIGNE-RELEVE.


       END PROGRAM RELEVE_COMPTE.
