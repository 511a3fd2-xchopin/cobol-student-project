      ******************************************************************
      *      IMPORT_BANQUE : IMPORT DU RELEVE BANCAIRE QUOTIDIEN       *
      *      LIT BANQUE.TXT (DATE, MONTANT, LIBELLE DE VIREMENT),      *
      *      RAPPROCHE CHAQUE ENCAISSEMENT D UNE FACTURE OUVERTE DU    *
      *      COMPTE CLIENT (PERIODES CLOTUREES COMPRISES) :            *
      *      D ABORD PAR NUMERO DE FACTURE TROUVE DANS LE LIBELLE,     *
      *      SINON PAR MONTANT EXACT CONTRE L UNIQUE FACTURE OUVERTE   *
      *      DE CE SOLDE. LES ENCAISSEMENTS RAPPROCHES SONT ECRITS     *
      *      DANS REGLEMENT.TXT ET IMPUTES AU COMPTE CLIENT EXACTEMENT *
      *      COMME LA SAISIE MANUELLE ;                                *
      *      LES AUTRES (INTROUVABLES OU AMBIGUS) PARTENT DANS UN      *
      *      ETAT D EXCEPTIONS POUR TRAITEMENT MANUEL.                 *
      *      LE RELEVE EST EN EUROS : UN ENCAISSEMENT SUR UNE FACTURE  *
      *      EMISE EN DEVISE EST RECONVERTI AU COURS DU JOUR DU        *
      *      RELEVE, ET L ECART AVEC LE COURS DE LA FACTURE EST NOTE   *
      *      SUR LE REGLEMENT COMME EN SAISIE MANUELLE.                *
      *      UN CREDIT QUI CORRESPOND A UN BORDEREAU DE REMISE EN      *
      *      BANQUE (CHEQUES ET ESPECES DEJA SAISIS, REMISE_BANQUE)    *
      *      EST RAPPROCHE DU BORDEREAU ENTIER AVANT TOUTE RECHERCHE   *
      *      DE FACTURE : MEME MONTANT QUE SON TOTAL DE CONTROLE, ET   *
      *      SON NUMERO DANS LE LIBELLE S IL Y A PLUSIEURS BORDEREAUX  *
      *      DE CE MONTANT. LE BORDEREAU PASSE ALORS EN CREDITE.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Reglement ASSIGN TO "reglement.txt"
                           ORGANIZATION IS INDEXED
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-EXCEPT.

           SELECT Cours-Devise ASSIGN TO "cours_devise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Crs-Cle
                           FILE STATUS IS WS-ST-CRS.

           SELECT Fact-Devise ASSIGN TO "facdevise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Fdv-Num-Fact
                           FILE STATUS IS WS-ST-FDV.

           SELECT Remise ASSIGN TO "remise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Rem-Num
                           FILE STATUS IS WS-ST-REM.

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

       FD  REGLEMENT.
       01  ENR-REGLEMENT.
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

      *    Releve bancaire : un encaissement par ligne, en colonnes
      *    fixes (date AAAAMMJJ, montant 9(9)V99 sans virgule,
       FD  EXCEPTIONS.
       01  LIGNE-EXCEPT PIC X(100).

      *    Cours de change par devise et date d effet (COURS_DEVISE).
       FD  COURS-DEVISE.
       01  ENR-COURS.
           02 Crs-Cle.
              03 Crs-Devise     PIC X(3).
              03 Crs-Date-Effet PIC X(8).
           02 Crs-Taux       PIC 9(4)v9(6).
           02 Crs-Date-Maj   PIC X(8).
           02 Crs-Operateur  PIC X(4).

      *    Facture emise en devise : cours applique a la date de
      *    facture et totaux dans la devise du client.
       FD  FACT-DEVISE.
       01  ENR-FACT-DEVISE.
           02 Fdv-Num-Fact    PIC 9(6).
           02 Fdv-Devise      PIC X(3).
           02 Fdv-Date-Cours  PIC X(8).
           02 Fdv-Taux        PIC 9(4)v9(6).
           02 Fdv-Total-HT    PIC 9(9)v99.
           02 Fdv-Total-TVA   PIC 9(9)v99.
           02 Fdv-Total-TTC   PIC 9(9)v99.

      *    Bordereau de remise en banque (REMISE_BANQUE). Statut :
      *    R remis a la banque, C credite sur le releve.
       FD  REMISE.
       01  ENR-REMISE.
           02 Rem-Num            PIC 9(6).
           02 Rem-Date           PIC X(8).
           02 Rem-Operateur      PIC X(4).
           02 Rem-Nb-Cheques     PIC 9(4).
           02 Rem-Total-Cheques  PIC 9(9)v99.
           02 Rem-Nb-Especes     PIC 9(4).
           02 Rem-Total-Especes  PIC 9(9)v99.
           02 Rem-Total          PIC 9(9)v99.
           02 Rem-Statut         PIC X.
           02 Rem-Date-Credit    PIC X(8).


       WORKING-STORAGE SECTION.

       01 WS-ST-CCL           PIC XX.
       01 WS-ST-REGL          PIC XX.
       01 WS-ST-BANQUE        PIC XX.
       01 WS-ST-EXCEPT        PIC XX.
       01 WS-NB-LUS           PIC 9(5) VALUE 0.
       01 WS-NB-RAPPROCHES    PIC 9(5) VALUE 0.
       01 WS-NB-EXCEPTIONS    PIC 9(5) VALUE 0.
       01 WS-ST-CRS           PIC XX.
       01 WS-ST-FDV           PIC XX.
       01 WS-COURS-FILE-OK    PIC X VALUE 'N'.
       01 WS-FDV-FILE-OK      PIC X VALUE 'N'.
       01 WS-DEVISE           PIC X(3).
       01 WS-FIN-COURS        PIC X.
       01 WS-COURS-TROUVE     PIC X.
       01 WS-TAUX             PIC 9(4)v9(6).
       01 WS-SOLDE-DEVISE     PIC 9(9)v99.
       01 WS-EUR-SURPLUS      PIC 9(9)v99.
       01 WS-REGL-OK          PIC X.
       01 WS-ST-REM           PIC XX.
       01 WS-REMISE-FILE-OK   PIC X VALUE 'N'.
       01 WS-FIN-REMISE       PIC X.
       01 WS-REMISE-MATCH     PIC 9(6).
       01 WS-REMISE-CANDIDAT  PIC 9(6).
       01 WS-NB-REMISES-MONT  PIC 9(3).
       01 WS-NB-REMISES       PIC 9(5) VALUE 0.

       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).


       SCREEN SECTION.
           2 LINE 2 COL 15 VALUE 'IMPORT DES REGLEMENTS BANCAIRES'.
           2 LINE 5 COL 2 VALUE 'Rapprochement en cours ...'.

       PROCEDURE DIVISION USING Ope-Appelant.

           MOVE 0 TO WS-NB-LUS
           MOVE 0 TO WS-NB-RAPPROCHES
           MOVE 0 TO WS-NB-EXCEPTIONS
           MOVE 0 TO WS-NB-REMISES

           DISPLAY SCR-IMPORT
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF WS-ST-BANQUE NOT = '00'
               DISPLAY 'Fichier banque.txt introuvable'
           ELSE
               OPEN I-O COMPTE-CLIENT
               IF WS-ST-CCL NOT = '00'
                   DISPLAY 'Aucune facture enregistree'
                   CLOSE BANQUE
               ELSE
                       OPEN I-O REGLEMENT
                   END-IF

                   OPEN INPUT COURS-DEVISE
                   IF WS-ST-CRS = '00'
                       MOVE 'O' TO WS-COURS-FILE-OK
                   END-IF
                   OPEN INPUT FACT-DEVISE
                   IF WS-ST-FDV = '00'
                       MOVE 'O' TO WS-FDV-FILE-OK
                   END-IF
                   OPEN I-O REMISE
                   IF WS-ST-REM = '00'
                       MOVE 'O' TO WS-REMISE-FILE-OK
                   END-IF

                   OPEN OUTPUT EXCEPTIONS
                   PERFORM ECRIRE-ENTETE-EXCEPTIONS
                   PERFORM TRAITER-RELEVE
                   PERFORM ECRIRE-TRAILER-EXCEPTIONS
                   CLOSE EXCEPTIONS
                   IF WS-COURS-FILE-OK = 'O'
                       CLOSE COURS-DEVISE
                   END-IF
                   IF WS-FDV-FILE-OK = 'O'
                       CLOSE FACT-DEVISE
                   END-IF
                   IF WS-REMISE-FILE-OK = 'O'
                       CLOSE REMISE
                   END-IF

                   CLOSE REGLEMENT
                   CLOSE COMPTE-CLIENT
                   CLOSE BANQUE

                   DISPLAY WS-NB-LUS ' encaissement(s) lu(s), '
                           WS-NB-RAPPROCHES ' rapproche(s), '
                           WS-NB-EXCEPTIONS ' en exception'
                   DISPLAY WS-NB-REMISES
                           ' bordereau(x) de remise credite(s)'
                   DISPLAY 'Exceptions dans import_exceptions.txt'
               END-IF
           END-IF
               PERFORM ECRIRE-EXCEPTION
           ELSE
               PERFORM CHERCHER-PAR-REFERENCE
               PERFORM CHERCHER-REMISE
               IF WS-REMISE-MATCH > 0
                   PERFORM RAPPROCHER-SUR-REMISE
               ELSE
               IF WS-FACT-MATCH > 0
                   PERFORM RAPPROCHER-SUR-FACTURE
               ELSE
               IF WS-NB-REMISES-MONT > 1
                   MOVE 'PLUSIEURS BORDEREAUX DE CE MONTANT'
                       TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
               ELSE
                   PERFORM CHERCHER-PAR-MONTANT
                   EVALUATE WS-NB-CANDIDATS
                           PERFORM ECRIRE-EXCEPTION
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-IF.


      ******************************************************************
      *      RECHERCHE D UN BORDEREAU DE REMISE NON ENCORE CREDITE     *
      *      DONT LE TOTAL EST LE MONTANT DU CREDIT. UN BORDEREAU      *
      *      DONT LE NUMERO FIGURE DANS LE LIBELLE EST RETENU ; A      *
      *      DEFAUT, LE SEUL BORDEREAU DE CE MONTANT L EST, MAIS       *
      *      SEULEMENT SI LE LIBELLE NE PORTE AUCUNE REFERENCE DE      *
      *      FACTURE (UN VIREMENT CLIENT PEUT AVOIR LE MEME MONTANT).  *
      ******************************************************************

       CHERCHER-REMISE.

           MOVE 0 TO WS-REMISE-MATCH
           MOVE 0 TO WS-REMISE-CANDIDAT
           MOVE 0 TO WS-NB-REMISES-MONT
           IF WS-REMISE-FILE-OK = 'O'
               MOVE 0 TO Rem-Num
               MOVE 'N' TO WS-FIN-REMISE
               START REMISE KEY IS NOT LESS THAN Rem-Num
                   INVALID KEY MOVE 'O' TO WS-FIN-REMISE
               END-START
               PERFORM UNTIL WS-FIN-REMISE = 'O'
                   READ REMISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-REMISE
                   END-READ
                   IF WS-FIN-REMISE = 'N' AND Rem-Statut = 'R'
                       AND Rem-Total = Bnq-Montant
                       ADD 1 TO WS-NB-REMISES-MONT
                       MOVE Rem-Num TO WS-REMISE-CANDIDAT
                       PERFORM VARYING WS-POS FROM 1 BY 1
                               UNTIL WS-POS > 25
                           IF Bnq-Ref(WS-POS:6) = Rem-Num
                               MOVE Rem-Num TO WS-REMISE-MATCH
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-REMISE-MATCH = 0 AND WS-NB-REMISES-MONT = 1
                   AND WS-FACT-MATCH = 0
                   MOVE WS-REMISE-CANDIDAT TO WS-REMISE-MATCH
               END-IF
           END-IF.


      ******************************************************************
      *      CREDIT D UN BORDEREAU : LES REGLEMENTS QU IL PORTE SONT   *
      *      DEJA IMPUTES AU COMPTE CLIENT, SEUL LE BORDEREAU PASSE    *
      *      EN CREDITE A LA DATE DU RELEVE                            *
      ******************************************************************

       RAPPROCHER-SUR-REMISE.

           MOVE WS-REMISE-MATCH TO Rem-Num
           READ REMISE KEY IS Rem-Num
               INVALID KEY
                   MOVE 'BORDEREAU DISPARU EN COURS D IMPORT'
                       TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
               NOT INVALID KEY
                   MOVE 'C' TO Rem-Statut
                   MOVE Bnq-Date TO Rem-Date-Credit
                   REWRITE ENR-REMISE
                       INVALID KEY
                           MOVE 'ERREUR MISE A JOUR BORDEREAU'
                               TO WS-MOTIF
                           PERFORM ECRIRE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-REMISES
                   END-REWRITE
           END-READ.


      ******************************************************************
      *      RECHERCHE D UN NUMERO DE FACTURE DANS LE LIBELLE DU       *
      *      VIREMENT : TOUTE SUITE DE 6 CHIFFRES QUI CORRESPOND       *
      *      A UNE FACTURE (PAS UN AVOIR) DU COMPTE CLIENT             *
      ******************************************************************

       CHERCHER-PAR-REFERENCE.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 25 OR WS-FACT-MATCH > 0
               IF Bnq-Ref(WS-POS:6) NUMERIC
                   MOVE Bnq-Ref(WS-POS:6) TO Ccl-Num-Doc
                   READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF Ccl-Type-Doc NOT = 'A'
                               MOVE Ccl-Num-Doc TO WS-FACT-MATCH
                           END-IF
                   END-READ
               END-IF

           MOVE 0 TO WS-NB-CANDIDATS
           MOVE 0 TO WS-FACT-CANDIDAT
           MOVE LOW-VALUES TO Ccl-Cle
           MOVE 'N' TO WS-FIN-FACTURE

           START COMPTE-CLIENT KEY IS NOT LESS THAN Ccl-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-FACTURE
           END-START

           PERFORM UNTIL WS-FIN-FACTURE = 'O'
               READ COMPTE-CLIENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FACTURE
               END-READ
               IF WS-FIN-FACTURE = 'N'
                   IF Ccl-Type-Doc NOT = 'A'
                       IF Ccl-Regle < Ccl-Montant
                           COMPUTE WS-SOLDE =
                                   Ccl-Montant - Ccl-Regle
                           IF WS-SOLDE = Bnq-Montant
                               ADD 1 TO WS-NB-CANDIDATS
                               MOVE Ccl-Num-Doc TO WS-FACT-CANDIDAT
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.


      ******************************************************************
      *      LE DEJA REGLE EST CELUI DU COMPTE CLIENT ; LE FICHIER DES *
      *      REGLEMENTS DONNE LE PROCHAIN NUMERO D ORDRE DE LA PERIODE *
      ******************************************************************

       NUMEROTER-REGLEMENT.

           MOVE Ccl-Regle TO WS-DEJA-REGLE
           MOVE Ccl-Num-Doc TO Reg-Num-Fact
           MOVE 1 TO WS-NUM-REGL
           MOVE 'N' TO WS-FIN-REGL
           PERFORM UNTIL WS-FIN-REGL = 'O' OR WS-NUM-REGL > 99
               READ REGLEMENT KEY IS Reg-Cle
                   INVALID KEY MOVE 'O' TO WS-FIN-REGL
                   NOT INVALID KEY
                       ADD 1 TO WS-NUM-REGL
               END-READ
           END-PERFORM.

       RAPPROCHER-SUR-FACTURE.

           MOVE WS-FACT-MATCH TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
               INVALID KEY
                   MOVE 'FACTURE DISPARUE EN COURS D IMPORT'
                       TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
               NOT INVALID KEY
                   PERFORM NUMEROTER-REGLEMENT
                   IF WS-DEJA-REGLE >= Ccl-Montant
                       MOVE 'FACTURE DEJA SOLDEE' TO WS-MOTIF
                       PERFORM ECRIRE-EXCEPTION
                   ELSE
                               TO WS-MOTIF
                           PERFORM ECRIRE-EXCEPTION
                       ELSE
                           PERFORM PREPARER-REGLEMENT
                           IF WS-REGL-OK = 'O'
                               PERFORM ECRIRE-REGLEMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.


      ******************************************************************
      *      MONTANTS DU REGLEMENT. FACTURE EN EUROS : LE MONTANT DU   *
      *      RELEVE. FACTURE EN DEVISE : LE MONTANT DU RELEVE EST      *
      *      CONVERTI DANS LA DEVISE AU COURS EN VIGUEUR A LA DATE DU  *
      *      RELEVE, PUIS IMPUTE AU COURS DE LA FACTURE (LE SOLDE EN   *
      *      EUROS SI LA FACTURE EST SOLDEE) ; L ECART ENTRE EUROS     *
      *      RECUS ET EUROS IMPUTES EST L ECART DE CHANGE.             *
      ******************************************************************

       PREPARER-REGLEMENT.

           MOVE 'O' TO WS-REGL-OK
           MOVE 'EUR' TO WS-DEVISE
           IF WS-FDV-FILE-OK = 'O'
               MOVE Ccl-Num-Doc TO Fdv-Num-Fact
               READ FACT-DEVISE KEY IS Fdv-Num-Fact
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE Fdv-Devise TO WS-DEVISE
               END-READ
           END-IF

           IF WS-DEVISE = 'EUR'
               MOVE 'EUR' TO Reg-Devise
               MOVE Bnq-Montant TO Reg-Montant
               MOVE Bnq-Montant TO Reg-Montant-Devise
               MOVE 1 TO Reg-Taux
               MOVE 0 TO Reg-Ecart-Change
           ELSE
               PERFORM DETERMINER-COURS-EN-VIGUEUR
               IF WS-COURS-TROUVE = 'N'
                   MOVE 'AUCUN COURS DEVISE A CETTE DATE' TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
                   MOVE 'N' TO WS-REGL-OK
               ELSE
                   COMPUTE WS-SOLDE = Ccl-Montant - WS-DEJA-REGLE
                   IF WS-DEJA-REGLE = 0
                       MOVE Fdv-Total-TTC TO WS-SOLDE-DEVISE
                   ELSE
                       COMPUTE WS-SOLDE-DEVISE ROUNDED =
                               WS-SOLDE * Fdv-Taux
                   END-IF
                   MOVE WS-DEVISE TO Reg-Devise
                   MOVE WS-TAUX TO Reg-Taux
                   COMPUTE Reg-Montant-Devise ROUNDED =
                           Bnq-Montant * WS-TAUX
                   IF Reg-Montant-Devise >= WS-SOLDE-DEVISE
                       COMPUTE WS-EUR-SURPLUS ROUNDED =
                               (Reg-Montant-Devise - WS-SOLDE-DEVISE)
                               / Fdv-Taux
                       COMPUTE Reg-Montant = WS-SOLDE + WS-EUR-SURPLUS
                   ELSE
                       COMPUTE Reg-Montant ROUNDED =
                               Reg-Montant-Devise / Fdv-Taux
                   END-IF
                   COMPUTE Reg-Ecart-Change = Bnq-Montant - Reg-Montant
               END-IF
           END-IF.


      ******************************************************************
      *      COURS EN VIGUEUR A LA DATE DU RELEVE POUR WS-DEVISE :     *
      *      DERNIERE ENTREE DONT LA DATE D EFFET NE LA DEPASSE PAS    *
      ******************************************************************

       DETERMINER-COURS-EN-VIGUEUR.

           MOVE 'N' TO WS-COURS-TROUVE
           MOVE 0 TO WS-TAUX
           IF WS-COURS-FILE-OK = 'O'
               MOVE WS-DEVISE TO Crs-Devise
               MOVE '00000000' TO Crs-Date-Effet
               MOVE 'N' TO WS-FIN-COURS
               START COURS-DEVISE KEY IS NOT LESS THAN Crs-Cle
                   INVALID KEY MOVE 'O' TO WS-FIN-COURS
               END-START
               PERFORM UNTIL WS-FIN-COURS = 'O'
                   READ COURS-DEVISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-COURS
                   END-READ
                   IF WS-FIN-COURS = 'N'
                       IF Crs-Devise NOT = WS-DEVISE
                           OR Crs-Date-Effet > Bnq-Date
                           MOVE 'O' TO WS-FIN-COURS
                       ELSE
                           MOVE 'O' TO WS-COURS-TROUVE
                           MOVE Crs-Taux TO WS-TAUX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


       ECRIRE-REGLEMENT.

           MOVE Ccl-Num-Doc TO Reg-Num-Fact
           MOVE WS-NUM-REGL TO Reg-Num-Regl
           MOVE Bnq-Date TO Reg-Date
           MOVE 'VIREMENT' TO Reg-Mode
           MOVE Ope-Appelant TO Reg-Operateur
           MOVE WS-DATE-JOUR TO Reg-Date-Saisie
           MOVE 'B' TO Reg-Remise
           MOVE 0 TO Reg-Num-Remise
           WRITE ENR-REGLEMENT
               INVALID KEY
                   MOVE 'ERREUR ECRITURE REGLEMENT' TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-NB-RAPPROCHES
                   ADD Reg-Montant TO Ccl-Regle
                       ON SIZE ERROR
                           MOVE Ccl-Montant TO Ccl-Regle
                   END-ADD
                   MOVE Bnq-Date TO Ccl-Date-Regl
                   REWRITE ENR-COMPTE
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour compte client '
                                   Ccl-Num-Doc
                   END-REWRITE
           END-WRITE.


           MOVE SPACES TO LIGNE-EXCEPT
           STRING 'En exception         : ' WS-NB-EXCEPTIONS
                  DELIMITED BY SIZE INTO LIGNE-EXCEPT
           WRITE LIGNE-EXCEPT
           MOVE SPACES TO LIGNE-EXCEPT
           STRING 'Bordereaux credites  : ' WS-NB-REMISES
                  DELIMITED BY SIZE INTO LIGNE-EXCEPT
           WRITE LIGNE-EXCEPT.


