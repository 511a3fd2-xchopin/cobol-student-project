      ******************************************************************
      *      COMPTE_CLIENT : CONSULTATION ET REPRISE DU COMPTE CLIENT  *
      *      COMPTE_CLIENT.TXT EST LE SOUS-LEDGER PERMANENT DES        *
      *      PIECES (FACTURES ET AVOIRS) PAR CLIENT ET NUMERO DE       *
      *      DOCUMENT, ALIMENTE PAR EDITER, SUPPRIMER, LA SAISIE DES   *
      *      REGLEMENTS ET L IMPORT BANCAIRE. LA CLOTURE N EN RETIRE   *
      *      QUE LES PIECES SOLDEES. LE MODE C AFFICHE LES PIECES      *
      *      D UN CLIENT AVEC LEUR SOLDE ; LE MODE R (SUPERVISEUR)     *
      *      REPREND DANS LE COMPTE LES PIECES QUI N Y FIGURENT PAS    *
      *      ENCORE : CELLES DES PERIODES CLOTUREES (ARCHIVES DU       *
      *      REGISTRE PERIODES.TXT) QUI NE SONT PAS SOLDEES, PUIS      *
      *      CELLES DE LA PERIODE EN COURS, AVEC LES REGLEMENTS DEJA   *
      *      RECUS ET L IMPUTATION DES AVOIRS.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPTE_CLIENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Facture ASSIGN TO "facture.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Num-fact
                           ALTERNATE RECORD KEY IS Num-client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-FACT.

           SELECT Reglement ASSIGN TO "reglement.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
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
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Arc-Reg-Cle
                           FILE STATUS IS WS-ST-ARC-REGL.

           SELECT Periodes ASSIGN TO "periodes.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-PER.

           SELECT Client ASSIGN TO "client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cli-Num
                           FILE STATUS IS WS-ST-CLIENT.

           SELECT Audit-Facture ASSIGN TO "audit_facture.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-AUDIT.

       DATA DIVISION.
       FILE SECTION.

      *    Compte client permanent : une piece (facture ou avoir)
      *    par client et numero de document, conservee d une
      *    periode a l autre tant qu elle n est pas soldee.
      *    Ccl-Regle cumule les reglements recus sur une facture,
      *    ou la part d un avoir imputee sur sa facture d origine.
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

       FD  CLIENT.
       01  ENR-CLIENT.
           02 Cli-Num     PIC 9(6).
           02 Cli-Nom     PIC X(30).
           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  AUDIT-FACTURE.
       01  ENR-AUDIT.
           02 Aud-Num-Fact  PIC 9(6).
           02 Aud-Operation PIC X(12).
           02 Aud-Date      PIC X(8).
           02 Aud-Heure     PIC X(8).
           02 Aud-Avant     PIC X(40).
           02 Aud-Apres     PIC X(40).
           02 Aud-Operateur PIC X(4).


       WORKING-STORAGE SECTION.

       01 WS-ST-CCL           PIC XX.
       01 WS-ST-FACT          PIC XX.
       01 WS-ST-REGL          PIC XX.
       01 WS-ST-CLIENT        PIC XX.
       01 WS-ST-AUDIT         PIC XX.
       01 WS-ST-ARC-FACT      PIC XX.
       01 WS-ST-ARC-REGL      PIC XX.
       01 WS-ST-PER           PIC XX.

       01 WS-REGL-FILE-OK     PIC X VALUE 'N'.
       01 WS-CLIENT-FILE-OK   PIC X VALUE 'N'.
       01 WS-CONTINUER        PIC X VALUE 'O'.
       01 WS-MODE             PIC X.
       01 WS-REP-CONF         PIC X.
       01 WS-NUM-CLI          PIC 9(6).
       01 WS-FIN-COMPTE       PIC X.
       01 WS-FIN-FACTURE      PIC X.
       01 WS-FIN-REGL         PIC X.
       01 WS-PASSE            PIC X.
       01 WS-NUM-REGL         PIC 9(3).
       01 WS-DEJA-REGLE       PIC 9(9)v99.
       01 WS-DERNIER-REGL     PIC X(8).
       01 WS-SOLDE            PIC 9(9)v99.
       01 WS-MONTANT-IMPUTE   PIC 9(9)v99.
       01 WS-SOLDE-CLIENT     PIC S9(11)v99.
       01 WS-SOLDE-EDITE      PIC +9(11).99.
       01 WS-NB-PIECES        PIC 9(5).
       01 WS-NB-OUVERTES      PIC 9(5).
       01 WS-NB-REPRISES      PIC 9(5).
       01 WS-NB-PRESENTES     PIC 9(5).
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-NB-SOLDEES       PIC 9(5).
       01 WS-NB-ARCH-ABSENTES PIC 9(5).
       01 WS-NOM-ARCHIVE-FACT PIC X(20).
       01 WS-NOM-ARCHIVE-REGL PIC X(24).
       01 WS-FIN-PER          PIC X.
       01 WS-SUR-ARCHIVE      PIC X.
       01 WS-IDX-PER          PIC 9(3).
       01 WS-IDX-REGL         PIC 9(3).

      *    Piece a reprendre, lue dans facture.txt ou une archive.
       01 WS-FACT-NUM         PIC 9(6).
       01 WS-FACT-CLIENT      PIC 9(6).
       01 WS-FACT-DATE        PIC X(8).
       01 WS-FACT-TTC         PIC 9(9)v99.
       01 WS-FACT-TYPE        PIC X.
       01 WS-FACT-ORIGINE     PIC 9(6).

      *    Periodes cloturees, chargees depuis periodes.txt.
       01 WS-TAB-PERIODES.
           02 WS-NB-PER       PIC 9(3) VALUE 0.
           02 WS-PER-ENTREE OCCURS 100.
              03 WS-PER-NOMF  PIC X(20).
              03 WS-PER-NOMR  PIC X(24).

      *    Pieces d une archive absentes du compte, traitees par
      *    lots : les reglements de chacune sont cumules sur toutes
      *    les periodes avant de decider de son ouverture.
       01 WS-NB-CAND          PIC 9(4).
       01 WS-TAB-CAND.
           02 WS-CAND OCCURS 2000 TIMES INDEXED BY WS-IX-CAND.
              03 WS-CD-NUM       PIC 9(6).
              03 WS-CD-CLIENT    PIC 9(6).
              03 WS-CD-DATE      PIC X(8).
              03 WS-CD-TTC       PIC 9(9)v99.
              03 WS-CD-TYPE      PIC X.
              03 WS-CD-ORIGINE   PIC 9(6).
              03 WS-CD-REGLE     PIC 9(9)v99.
              03 WS-CD-DATE-REGL PIC X(8).

      *    Factures archivees rouvertes par la reprise en cours : un
      *    avoir archive n est repris que si sa facture d origine en
      *    fait partie ou est absente du compte. Si elle y etait
      *    deja, l avoir absent a ete solde puis purge a la cloture.
       01 WS-NB-REOUV         PIC 9(4).
       01 WS-REOUV-TROUVEE    PIC X.
       01 WS-TAB-REOUV.
           02 WS-RO-NUM OCCURS 5000 TIMES INDEXED BY WS-IX-RO
                                  PIC 9(6).


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-CCL.
           2 BLANK SCREEN.
           2 LINE 2 COL 18 VALUE 'COMPTE CLIENT - PIECES OUVERTES'.
           2 LINE 4 COL 5 VALUE 'C = Consulter le compte d un client'.
           2 LINE 5 COL 5 VALUE 'R = Reprendre les factures en cours'.
           2 LINE 6 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 8 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-CLIENT-CCL.
           2 LINE 10 COL 2 VALUE 'Numero de client:  '.
           2 PIC 9(6) TO WS-NUM-CLI.

         1 SCR-CONF-REPRISE.
           2 LINE 10 COL 2 VALUE 'Reprise des factures non soldees'.
           2 COL 34 VALUE ' dans le compte client.'.
           2 LINE 11 COL 2 VALUE 'Confirmer (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN I-O COMPTE-CLIENT
           IF WS-ST-CCL = '35'
               OPEN OUTPUT COMPTE-CLIENT
               CLOSE COMPTE-CLIENT
               OPEN I-O COMPTE-CLIENT
           END-IF

           PERFORM UNTIL WS-CONTINUER = 'N'
               DISPLAY SCR-MODE-CCL
               ACCEPT SCR-MODE-CCL

               EVALUATE WS-MODE
                   WHEN 'C' WHEN 'c'
                       DISPLAY SCR-CLIENT-CCL
                       ACCEPT SCR-CLIENT-CCL
                       PERFORM CONSULTER-COMPTE
      *            La reprise ecrit dans le compte de tous les
      *            clients : reservee au superviseur.
                   WHEN 'R' WHEN 'r'
                       IF Ope-Profil-Appelant = 'S'
                           DISPLAY SCR-CONF-REPRISE
                           ACCEPT SCR-CONF-REPRISE
                           IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                               PERFORM REPRENDRE-FACTURES
                           ELSE
                               DISPLAY 'Reprise annulee'
                           END-IF
                       ELSE
                           DISPLAY 'Reprise reservee au superviseur'
                       END-IF
                   WHEN 'Q' WHEN 'q'
                       MOVE 'N' TO WS-CONTINUER
                   WHEN OTHER
                       DISPLAY 'Choix inconnu : ' WS-MODE
               END-EVALUATE
           END-PERFORM

           CLOSE COMPTE-CLIENT

           EXIT PROGRAM.


      ******************************************************************
      *      CONSULTATION : TOUTES LES PIECES DU CLIENT ENCORE AU      *
      *      COMPTE, AVEC LE DEJA REGLE ET LE SOLDE DE CHACUNE, PUIS   *
      *      LE SOLDE DU CLIENT (AVOIRS NON IMPUTES EN DEDUCTION)      *
      ******************************************************************

       CONSULTER-COMPTE.

           MOVE 0 TO WS-NB-PIECES
           MOVE 0 TO WS-NB-OUVERTES
           MOVE 0 TO WS-SOLDE-CLIENT

           MOVE SPACES TO Cli-Nom
           OPEN INPUT CLIENT
           IF WS-ST-CLIENT = '00'
               MOVE WS-NUM-CLI TO Cli-Num
               READ CLIENT KEY IS Cli-Num
                   INVALID KEY MOVE '(client inconnu)' TO Cli-Nom
               END-READ
               CLOSE CLIENT
           END-IF

           DISPLAY 'Client ' WS-NUM-CLI ' ' Cli-Nom
           DISPLAY ' Piece   T Date      Montant       Regle'
                   '         Solde'

           MOVE WS-NUM-CLI TO Ccl-Num-Client
           MOVE 0 TO Ccl-Num-Doc
           MOVE 'N' TO WS-FIN-COMPTE
           START COMPTE-CLIENT KEY IS NOT LESS THAN Ccl-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-COMPTE
           END-START

           PERFORM UNTIL WS-FIN-COMPTE = 'O'
               READ COMPTE-CLIENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-COMPTE
               END-READ
               IF WS-FIN-COMPTE = 'N'
                   IF Ccl-Num-Client NOT = WS-NUM-CLI
                       MOVE 'O' TO WS-FIN-COMPTE
                   ELSE
                       PERFORM AFFICHER-PIECE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NB-PIECES = 0
               DISPLAY 'Aucune piece au compte de ce client'
           ELSE
               MOVE WS-SOLDE-CLIENT TO WS-SOLDE-EDITE
               DISPLAY WS-NB-PIECES ' piece(s), ' WS-NB-OUVERTES
                       ' ouverte(s) - solde du client : '
                       WS-SOLDE-EDITE
           END-IF.


       AFFICHER-PIECE.

           ADD 1 TO WS-NB-PIECES
           IF Ccl-Regle >= Ccl-Montant
               MOVE 0 TO WS-SOLDE
           ELSE
               COMPUTE WS-SOLDE = Ccl-Montant - Ccl-Regle
               ADD 1 TO WS-NB-OUVERTES
           END-IF

           IF Ccl-Type-Doc = 'A'
               SUBTRACT WS-SOLDE FROM WS-SOLDE-CLIENT
           ELSE
               ADD WS-SOLDE TO WS-SOLDE-CLIENT
           END-IF

           DISPLAY ' ' Ccl-Num-Doc ' ' Ccl-Type-Doc ' ' Ccl-Date-Doc
                   ' ' Ccl-Montant ' ' Ccl-Regle ' ' WS-SOLDE.


      ******************************************************************
      *      REPRISE : LES PIECES ABSENTES DU COMPTE Y SONT OUVERTES   *
      *      AVEC LES REGLEMENTS DEJA SAISIS. LES PERIODES CLOTUREES   *
      *      SONT REPRISES D ABORD, DE LA PLUS ANCIENNE A LA PLUS      *
      *      RECENTE : UNE PIECE ARCHIVEE N EST OUVERTE QUE SI LES     *
      *      REGLEMENTS DE SA PERIODE ET DES PERIODES SUIVANTES NE LA  *
      *      COUVRENT PAS. DANS LE FICHIER EN COURS, LES FACTURES      *
      *      SONT TRAITEES AVANT LES AVOIRS POUR QUE CHAQUE AVOIR      *
      *      TROUVE SA FACTURE D ORIGINE A IMPUTER ; DANS UNE ARCHIVE, *
      *      L ORDRE DES NUMEROS SUFFIT (SERIE DES AVOIRS A PARTIR DE  *
      *      900001). UNE PIECE DEJA PRESENTE N EST JAMAIS MODIFIEE :  *
      *      LA REPRISE PEUT ETRE RELANCEE SANS RISQUE.                *
      ******************************************************************

       REPRENDRE-FACTURES.

           MOVE 0 TO WS-NB-REPRISES
           MOVE 0 TO WS-NB-PRESENTES
           MOVE 0 TO WS-NB-SOLDEES
           MOVE 0 TO WS-NB-ARCH-ABSENTES
           MOVE 0 TO WS-NB-REOUV

           MOVE 'N' TO WS-REGL-FILE-OK
           OPEN INPUT REGLEMENT
           IF WS-ST-REGL = '00'
               MOVE 'O' TO WS-REGL-FILE-OK
           END-IF

           PERFORM CHARGER-REGISTRE-PERIODES
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PER
               PERFORM REPRENDRE-PERIODE-ARCHIVEE
           END-PERFORM

           OPEN INPUT FACTURE
           IF WS-ST-FACT NOT = '00'
               DISPLAY 'Aucune facture dans la periode en cours'
           ELSE
               MOVE 'F' TO WS-PASSE
               PERFORM PARCOURIR-FACTURES
               MOVE 'A' TO WS-PASSE
               PERFORM PARCOURIR-FACTURES
               CLOSE FACTURE
           END-IF

           IF WS-REGL-FILE-OK = 'O'
               CLOSE REGLEMENT
           END-IF

           PERFORM TRACER-AUDIT-REPRISE

           DISPLAY WS-NB-REPRISES ' piece(s) reprise(s), '
                   WS-NB-PRESENTES ' deja au compte, '
                   WS-NB-SOLDEES ' archivee(s) deja soldee(s)'
           IF WS-NB-ARCH-ABSENTES > 0
               DISPLAY WS-NB-ARCH-ABSENTES ' archive(s) introuvable(s)'
                       ' : verifier les pieces reprises'
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


       PARCOURIR-FACTURES.

           MOVE 'N' TO WS-SUR-ARCHIVE
           MOVE 0 TO Num-fact
           MOVE 'N' TO WS-FIN-FACTURE
           START FACTURE KEY IS NOT LESS THAN Num-fact
               INVALID KEY MOVE 'O' TO WS-FIN-FACTURE
           END-START

           PERFORM UNTIL WS-FIN-FACTURE = 'O'
               READ FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FACTURE
               END-READ
               IF WS-FIN-FACTURE = 'N'
                   IF (WS-PASSE = 'A' AND Type-doc = 'A')
                       OR (WS-PASSE = 'F' AND Type-doc NOT = 'A')
                       PERFORM REPRENDRE-PIECE
                   END-IF
               END-IF
           END-PERFORM.


       REPRENDRE-PIECE.

           MOVE Num-fact    TO WS-FACT-NUM
           MOVE Num-client  TO WS-FACT-CLIENT
           MOVE Date-fact   TO WS-FACT-DATE
           MOVE Total-TTC   TO WS-FACT-TTC
           MOVE Type-doc    TO WS-FACT-TYPE
           MOVE Ref-origine TO WS-FACT-ORIGINE

           MOVE WS-FACT-NUM TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
               INVALID KEY
                   MOVE 0 TO WS-DEJA-REGLE
                   MOVE SPACES TO WS-DERNIER-REGL
                   PERFORM CUMULER-REGLEMENTS
                   PERFORM OUVRIR-PIECE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-PRESENTES
           END-READ.


      ******************************************************************
      *      PERIODE CLOTUREE : LES PIECES DE L ARCHIVE ABSENTES DU    *
      *      COMPTE SONT RETENUES PAR LOTS ; LEURS REGLEMENTS SONT     *
      *      CUMULES DANS LES ARCHIVES DE CETTE PERIODE ET DES         *
      *      SUIVANTES PUIS DANS REGLEMENT.TXT, ET SEULES CELLES QUI   *
      *      NE SONT PAS COUVERTES SONT OUVERTES                       *
      ******************************************************************

       REPRENDRE-PERIODE-ARCHIVEE.

           MOVE WS-PER-NOMF(WS-IDX-PER) TO WS-NOM-ARCHIVE-FACT
           OPEN INPUT ARCHIVE-FACTURE
           IF WS-ST-ARC-FACT NOT = '00'
               ADD 1 TO WS-NB-ARCH-ABSENTES
           ELSE
               MOVE 'N' TO WS-FIN-FACTURE
               PERFORM UNTIL WS-FIN-FACTURE = 'O'
                   PERFORM RETENIR-PIECES-ARCHIVEES
                   IF WS-NB-CAND > 0
                       PERFORM CUMULER-REGL-RETENUES
                       PERFORM OUVRIR-PIECES-RETENUES
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FACTURE
           END-IF.


       RETENIR-PIECES-ARCHIVEES.

           MOVE 0 TO WS-NB-CAND
           PERFORM UNTIL WS-FIN-FACTURE = 'O' OR WS-NB-CAND >= 2000
               READ ARCHIVE-FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FACTURE
               END-READ
               IF WS-FIN-FACTURE = 'N'
                   MOVE Arc-Num-Fact TO Ccl-Num-Doc
                   READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                       INVALID KEY
                           PERFORM RETENIR-PIECE-ARCHIVEE
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-PRESENTES
                   END-READ
               END-IF
           END-PERFORM.


       RETENIR-PIECE-ARCHIVEE.

           ADD 1 TO WS-NB-CAND
           SET WS-IX-CAND TO WS-NB-CAND
           MOVE Arc-Num-Fact    TO WS-CD-NUM (WS-IX-CAND)
           MOVE Arc-Num-Client  TO WS-CD-CLIENT (WS-IX-CAND)
           MOVE Arc-Date-Fact   TO WS-CD-DATE (WS-IX-CAND)
           MOVE Arc-Total-TTC   TO WS-CD-TTC (WS-IX-CAND)
           MOVE Arc-Type-Doc    TO WS-CD-TYPE (WS-IX-CAND)
           MOVE Arc-Ref-Origine TO WS-CD-ORIGINE (WS-IX-CAND)
           MOVE 0 TO WS-CD-REGLE (WS-IX-CAND)
           MOVE SPACES TO WS-CD-DATE-REGL (WS-IX-CAND).


       CUMULER-REGL-RETENUES.

           MOVE 'O' TO WS-SUR-ARCHIVE
           PERFORM VARYING WS-IDX-REGL FROM WS-IDX-PER BY 1
                   UNTIL WS-IDX-REGL > WS-NB-PER
               MOVE WS-PER-NOMR(WS-IDX-REGL) TO WS-NOM-ARCHIVE-REGL
               OPEN INPUT ARCHIVE-REGLEMENT
               IF WS-ST-ARC-REGL NOT = '00'
                   ADD 1 TO WS-NB-ARCH-ABSENTES
               ELSE
                   PERFORM VARYING WS-IX-CAND FROM 1 BY 1
                           UNTIL WS-IX-CAND > WS-NB-CAND
                       PERFORM CUMULER-REGL-RETENUE
                   END-PERFORM
                   CLOSE ARCHIVE-REGLEMENT
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SUR-ARCHIVE
           PERFORM VARYING WS-IX-CAND FROM 1 BY 1
                   UNTIL WS-IX-CAND > WS-NB-CAND
               PERFORM CUMULER-REGL-RETENUE
           END-PERFORM.


       CUMULER-REGL-RETENUE.

           MOVE WS-CD-NUM (WS-IX-CAND) TO WS-FACT-NUM
           MOVE WS-CD-REGLE (WS-IX-CAND) TO WS-DEJA-REGLE
           MOVE WS-CD-DATE-REGL (WS-IX-CAND) TO WS-DERNIER-REGL
           IF WS-SUR-ARCHIVE = 'O'
               PERFORM CUMULER-REGL-ARCHIVE
           ELSE
               PERFORM CUMULER-REGLEMENTS
           END-IF
           MOVE WS-DEJA-REGLE TO WS-CD-REGLE (WS-IX-CAND)
           MOVE WS-DERNIER-REGL TO WS-CD-DATE-REGL (WS-IX-CAND).


       OUVRIR-PIECES-RETENUES.

           PERFORM VARYING WS-IX-CAND FROM 1 BY 1
                   UNTIL WS-IX-CAND > WS-NB-CAND
               IF WS-CD-REGLE (WS-IX-CAND) < WS-CD-TTC (WS-IX-CAND)
                   MOVE WS-CD-NUM (WS-IX-CAND)     TO WS-FACT-NUM
                   MOVE WS-CD-CLIENT (WS-IX-CAND)  TO WS-FACT-CLIENT
                   MOVE WS-CD-DATE (WS-IX-CAND)    TO WS-FACT-DATE
                   MOVE WS-CD-TTC (WS-IX-CAND)     TO WS-FACT-TTC
                   MOVE WS-CD-TYPE (WS-IX-CAND)    TO WS-FACT-TYPE
                   MOVE WS-CD-ORIGINE (WS-IX-CAND) TO WS-FACT-ORIGINE
                   MOVE WS-CD-REGLE (WS-IX-CAND)   TO WS-DEJA-REGLE
                   MOVE WS-CD-DATE-REGL (WS-IX-CAND)
                       TO WS-DERNIER-REGL
                   IF WS-FACT-TYPE = 'A'
                       PERFORM CHERCHER-ORIGINE-REOUVERTE
                   ELSE
                       MOVE 'O' TO WS-REOUV-TROUVEE
                   END-IF
                   IF WS-REOUV-TROUVEE = 'O'
                       PERFORM OUVRIR-PIECE
                       IF WS-ST-CCL = '00' AND WS-FACT-TYPE NOT = 'A'
                           PERFORM NOTER-REOUVERTURE
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-SOLDEES
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-SOLDEES
               END-IF
           END-PERFORM.


       CHERCHER-ORIGINE-REOUVERTE.

           MOVE WS-FACT-ORIGINE TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
               INVALID KEY MOVE 'O' TO WS-REOUV-TROUVEE
               NOT INVALID KEY MOVE 'N' TO WS-REOUV-TROUVEE
           END-READ

           IF WS-REOUV-TROUVEE = 'N'
               PERFORM VARYING WS-IX-RO FROM 1 BY 1
                       UNTIL WS-IX-RO > WS-NB-REOUV
                          OR WS-REOUV-TROUVEE = 'O'
                   IF WS-RO-NUM (WS-IX-RO) = WS-FACT-ORIGINE
                       MOVE 'O' TO WS-REOUV-TROUVEE
                   END-IF
               END-PERFORM
           END-IF.


       NOTER-REOUVERTURE.

           IF WS-NB-REOUV < 5000
               ADD 1 TO WS-NB-REOUV
               SET WS-IX-RO TO WS-NB-REOUV
               MOVE WS-FACT-NUM TO WS-RO-NUM (WS-IX-RO)
           ELSE
               DISPLAY 'Trop de factures rouvertes : avoirs sur '
                       WS-FACT-NUM ' a verifier'
           END-IF.


      *    Un reglement sur un avoir est un remboursement au client :
      *    il couvre l avoir comme un reglement couvre une facture.
       OUVRIR-PIECE.

           MOVE WS-FACT-CLIENT TO Ccl-Num-Client
           MOVE WS-FACT-NUM TO Ccl-Num-Doc
           MOVE WS-FACT-TYPE TO Ccl-Type-Doc
           MOVE WS-FACT-DATE TO Ccl-Date-Doc
           MOVE WS-FACT-ORIGINE TO Ccl-Ref-Origine
           MOVE WS-FACT-TTC TO Ccl-Montant
           MOVE WS-DEJA-REGLE TO Ccl-Regle
           MOVE WS-DERNIER-REGL TO Ccl-Date-Regl
           WRITE ENR-COMPTE
               INVALID KEY
                   DISPLAY 'Erreur ecriture compte client : '
                           WS-FACT-NUM
               NOT INVALID KEY
                   ADD 1 TO WS-NB-REPRISES
           END-WRITE

           IF WS-ST-CCL = '00' AND WS-FACT-TYPE = 'A'
               PERFORM IMPUTER-AVOIR
           END-IF.


       CUMULER-REGLEMENTS.

           IF WS-REGL-FILE-OK = 'O'
               MOVE WS-FACT-NUM TO Reg-Num-Fact
               MOVE 1 TO WS-NUM-REGL
               MOVE 'N' TO WS-FIN-REGL
               PERFORM UNTIL WS-FIN-REGL = 'O' OR WS-NUM-REGL > 99
                   MOVE WS-NUM-REGL TO Reg-Num-Regl
                   READ REGLEMENT KEY IS Reg-Cle
                       INVALID KEY MOVE 'O' TO WS-FIN-REGL
                       NOT INVALID KEY
                           ADD Reg-Montant TO WS-DEJA-REGLE
                           IF Reg-Date > WS-DERNIER-REGL
                               MOVE Reg-Date TO WS-DERNIER-REGL
                           END-IF
                           ADD 1 TO WS-NUM-REGL
                   END-READ
               END-PERFORM
           END-IF.


       CUMULER-REGL-ARCHIVE.

           MOVE WS-FACT-NUM TO Arc-Reg-Num-Fact
           MOVE 1 TO WS-NUM-REGL
           MOVE 'N' TO WS-FIN-REGL
           PERFORM UNTIL WS-FIN-REGL = 'O' OR WS-NUM-REGL > 99
               MOVE WS-NUM-REGL TO Arc-Reg-Num-Regl
               READ ARCHIVE-REGLEMENT KEY IS Arc-Reg-Cle
                   INVALID KEY MOVE 'O' TO WS-FIN-REGL
                   NOT INVALID KEY
                       ADD Arc-Reg-Montant TO WS-DEJA-REGLE
                       IF Arc-Reg-Date > WS-DERNIER-REGL
                           MOVE Arc-Reg-Date TO WS-DERNIER-REGL
                       END-IF
                       ADD 1 TO WS-NUM-REGL
               END-READ
           END-PERFORM.


      ******************************************************************
      *      IMPUTATION D UN AVOIR REPRIS SUR LE SOLDE DE SA FACTURE   *
      *      D ORIGINE, COMME A LA CREATION DANS EDITER, DANS LA       *
      *      LIMITE DE CE QUE LES REMBOURSEMENTS N ONT PAS COUVERT     *
      ******************************************************************

       IMPUTER-AVOIR.

           MOVE 0 TO WS-MONTANT-IMPUTE
           MOVE WS-FACT-ORIGINE TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF Ccl-Num-Client = WS-FACT-CLIENT
                       AND Ccl-Type-Doc NOT = 'A'
                       AND Ccl-Regle < Ccl-Montant
                       AND WS-DEJA-REGLE < WS-FACT-TTC
                       COMPUTE WS-MONTANT-IMPUTE =
                               Ccl-Montant - Ccl-Regle
                       COMPUTE WS-SOLDE = WS-FACT-TTC - WS-DEJA-REGLE
                       IF WS-MONTANT-IMPUTE > WS-SOLDE
                           MOVE WS-SOLDE TO WS-MONTANT-IMPUTE
                       END-IF
                       ADD WS-MONTANT-IMPUTE TO Ccl-Regle
                       MOVE WS-FACT-DATE TO Ccl-Date-Regl
                       REWRITE ENR-COMPTE
                           INVALID KEY
                               DISPLAY 'Erreur imputation avoir'
                               MOVE 0 TO WS-MONTANT-IMPUTE
                       END-REWRITE
                   END-IF
           END-READ

           IF WS-MONTANT-IMPUTE > 0
               MOVE WS-FACT-CLIENT TO Ccl-Num-Client
               MOVE WS-FACT-NUM TO Ccl-Num-Doc
               READ COMPTE-CLIENT KEY IS Ccl-Cle
                   INVALID KEY
                       DISPLAY 'Erreur relecture avoir ' WS-FACT-NUM
                   NOT INVALID KEY
                       ADD WS-MONTANT-IMPUTE TO Ccl-Regle
                       MOVE WS-FACT-DATE TO Ccl-Date-Regl
                       REWRITE ENR-COMPTE
                           INVALID KEY
                               DISPLAY 'Erreur imputation avoir'
                       END-REWRITE
               END-READ
           END-IF.


       TRACER-AUDIT-REPRISE.

           OPEN EXTEND AUDIT-FACTURE
           IF WS-ST-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-FACTURE
               CLOSE AUDIT-FACTURE
               OPEN EXTEND AUDIT-FACTURE
           END-IF

           MOVE 0 TO Aud-Num-Fact
           MOVE 'REPRISE CPTE' TO Aud-Operation
           MOVE WS-DATE-JOUR TO Aud-Date
           ACCEPT Aud-Heure FROM TIME
           MOVE SPACES TO Aud-Avant
           MOVE SPACES TO Aud-Apres
           STRING WS-NB-REPRISES ' piece(s) reprise(s)'
                  DELIMITED BY SIZE INTO Aud-Apres
           MOVE Ope-Appelant TO Aud-Operateur
           WRITE ENR-AUDIT

           CLOSE AUDIT-FACTURE.


       END PROGRAM COMPTE_CLIENT.
