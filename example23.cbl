      ******************************************************************
      *      REMISE_BANQUE : REMISES EN BANQUE ET CAISSE DU JOUR       *
      *      LES CHEQUES ET ESPECES PRIS AU GUICHET PAR                *
      *      SAISIE_REGLEMENT RESTENT A REMETTRE (REG-REMISE 'N')      *
      *      JUSQU AU BORDEREAU DE REMISE : CELUI-CI REGROUPE LES      *
      *      REGLEMENTS A REMETTRE SAISIS JUSQU A UNE DATE, PREND SON  *
      *      NUMERO DANS COMPTEUR.TXT (SERIE 'R'), PORTE LE NOMBRE ET  *
      *      LE TOTAL DE CONTROLE PAR MODE ET MARQUE CHAQUE REGLEMENT  *
      *      REMIS. LE BORDEREAU (REMISE.TXT, LIGNES DANS              *
      *      REMISE_LIGNE.TXT) EST IMPRIME DANS BORDEREAU_REMISE.TXT ; *
      *      IMPORT_BANQUE LE PASSE EN CREDITE QUAND LE RELEVE PORTE   *
      *      UN CREDIT DE SON MONTANT. LA CAISSE DU JOUR               *
      *      (CAISSE_JOUR.TXT) TOTALISE LES REGLEMENTS SAISIS UN JOUR  *
      *      DONNE PAR OPERATEUR ET PAR MODE DE REGLEMENT.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMISE_BANQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Reglement ASSIGN TO "reglement.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Reg-Cle
                           FILE STATUS IS WS-ST-REGL.

           SELECT Remise ASSIGN TO "remise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Rem-Num
                           FILE STATUS IS WS-ST-REM.

           SELECT Ligne-Remise ASSIGN TO "remise_ligne.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cle-Ligne-Rem
                           FILE STATUS IS WS-ST-RML.

           SELECT Compteur ASSIGN TO "compteur.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cpt-Type
                           FILE STATUS IS WS-ST-CPT.

           SELECT Bordereau ASSIGN TO "bordereau_remise.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-BORD.

           SELECT Caisse ASSIGN TO "caisse_jour.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-CAISSE.

           SELECT Liste ASSIGN TO "remises_liste.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-LISTE.

       DATA DIVISION.
       FILE SECTION.

      *    Reglements de la periode. Reg-Montant est impute en euros
      *    au cours de la facture ; les euros recus sont Reg-Montant
      *    plus Reg-Ecart-Change. Reg-Remise : 'N' a remettre, 'O'
      *    remis sur le bordereau Reg-Num-Remise, 'B' encaissement
      *    importe du releve bancaire, espace rien a remettre.
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

      *    Bordereau de remise en banque. Statut : R remis a la
      *    banque, C credite sur le releve (IMPORT_BANQUE).
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

      *    Reglements portes sur un bordereau, cheques d abord puis
      *    especes, montant en euros recus.
       FD  LIGNE-REMISE.
       01  ENR-LIGNE-REMISE.
           02 Cle-Ligne-Rem.
              03 Rml-Num-Remise PIC 9(6).
              03 Rml-Num-Ligne  PIC 9(4).
           02 Rml-Num-Fact   PIC 9(6).
           02 Rml-Num-Regl   PIC 9(2).
           02 Rml-Date       PIC X(8).
           02 Rml-Mode       PIC X(10).
           02 Rml-Montant    PIC 9(9)v99.
           02 Rml-Operateur  PIC X(4).

       FD  COMPTEUR.
       01  ENR-COMPTEUR.
           02 Cpt-Type     PIC X.
           02 Cpt-Prochain PIC 9(6).

       FD  BORDEREAU.
       01  LIGNE-BORDEREAU PIC X(100).

       FD  CAISSE.
       01  LIGNE-CAISSE PIC X(100).

       FD  LISTE.
       01  LIGNE-LISTE PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-REGL          PIC XX.
       01 WS-ST-REM           PIC XX.
       01 WS-ST-RML           PIC XX.
       01 WS-ST-CPT           PIC XX.
       01 WS-ST-BORD          PIC XX.
       01 WS-ST-CAISSE        PIC XX.
       01 WS-ST-LISTE         PIC XX.

       01 WS-REGL-FILE-OK     PIC X VALUE 'N'.
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-CONTINUER        PIC X VALUE 'O'.
       01 WS-MODE             PIC X.
       01 WS-REP-CONF         PIC X.
       01 WS-FIN-REGL         PIC X.
       01 WS-FIN-REMISE       PIC X.
       01 WS-FIN-LIGNES       PIC X.
       01 WS-NUM-LIBRE        PIC X.
       01 WS-DATE-OK          PIC X.
       01 WS-DATE-SAISIE      PIC X(8).
       01 WS-DATE-LIMITE      PIC X(8).
       01 WS-MM               PIC 99.
       01 WS-JJ               PIC 99.
       01 WS-AAAA             PIC 9(4).
       01 WS-JOURS-MAX        PIC 99.
       01 WS-TYPE-CPT         PIC X.
       01 WS-NUM-UTILISE      PIC 9(6).
       01 WS-NUM-REMISE       PIC 9(6).
       01 WS-MODE-REMISE      PIC X(10).
       01 WS-MODE-PREC        PIC X(10).
       01 WS-MT-RECU          PIC 9(9)v99.

      *    Totaux annonces a la confirmation du bordereau, puis
      *    totaux des reglements effectivement portes.
       01 WS-NB-CHQ-PREVU     PIC 9(4).
       01 WS-TOT-CHQ-PREVU    PIC 9(9)v99.
       01 WS-NB-ESP-PREVU     PIC 9(4).
       01 WS-TOT-ESP-PREVU    PIC 9(9)v99.
       01 WS-TOT-PREVU        PIC 9(9)v99.
       01 WS-NB-LIGNES-REM    PIC 9(4).
       01 WS-NB-MODE          PIC 9(4).
       01 WS-TOT-MODE         PIC 9(9)v99.
       01 WS-NB-BORD          PIC 9(5).
       01 WS-TOT-BORD         PIC 9(11)v99.

      *    Caisse du jour : un poste par operateur et mode, tenu
      *    dans l ordre operateur puis mode.
       01 WS-NB-POSTES        PIC 999.
       01 WS-NB-POSTES-PERDUS PIC 9(5).
       01 WS-POSTE            PIC 999.
       01 WS-IDX              PIC 999.
       01 WS-NOUV-CLE.
           02 WS-NOUV-OPE     PIC X(4).
           02 WS-NOUV-MODE    PIC X(10).
       01 WS-TAB-CAISSE.
           02 WS-CAISSE-ENTREE OCCURS 200.
              03 WS-CA-CLE.
                 04 WS-CA-OPE     PIC X(4).
                 04 WS-CA-MODE    PIC X(10).
              03 WS-CA-NB         PIC 9(5).
              03 WS-CA-TOTAL      PIC 9(11)v99.
              03 WS-CA-NB-A-REM   PIC 9(5).
              03 WS-CA-TOT-A-REM  PIC 9(11)v99.
       01 WS-OPE-PREC         PIC X(4).
       01 WS-NB-OPE           PIC 9(5).
       01 WS-TOT-OPE          PIC 9(11)v99.
       01 WS-NB-CAISSE        PIC 9(5).
       01 WS-TOT-CAISSE       PIC 9(11)v99.
       01 WS-TOT-A-REMETTRE   PIC 9(11)v99.

       01 WS-MT-EDITE         PIC Z(8)9.99.
       01 WS-TOT-EDITE        PIC Z(10)9.99.
       01 WS-TOT-EDITE-2      PIC Z(10)9.99.
       01 WS-LIBELLE-STATUT   PIC X(8).


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-REMISE.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'REMISES EN BANQUE ET CAISSE'.
           2 LINE 4 COL 5 VALUE 'R = Etablir un bordereau de remise'.
           2 LINE 5 COL 5 VALUE 'I = Reimprimer un bordereau'.
           2 LINE 6 COL 5 VALUE 'L = Liste des bordereaux'.
           2 LINE 7 COL 5 VALUE 'J = Caisse du jour par operateur'.
           2 LINE 8 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 10 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-DATE-LIMITE.
           2 LINE 12 COL 2 VALUE 'Reglements saisis jusqu au '.
           2 VALUE '(AAAAMMJJ) :  '.
           2 PIC X(8) USING WS-DATE-SAISIE.

         1 SCR-DATE-CAISSE.
           2 LINE 12 COL 2 VALUE 'Caisse du (AAAAMMJJ) :  '.
           2 PIC X(8) USING WS-DATE-SAISIE.

         1 SCR-NUM-REMISE.
           2 LINE 12 COL 2 VALUE 'Numero de bordereau :  '.
           2 PIC 9(6) TO WS-NUM-REMISE.

         1 SCR-CONFIRME.
           2 LINE 18 COL 2 VALUE 'Etablir le bordereau (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM OUVRIR-FICHIERS

           PERFORM UNTIL WS-CONTINUER = 'N'
               DISPLAY SCR-MODE-REMISE
               ACCEPT SCR-MODE-REMISE

               EVALUATE WS-MODE
                   WHEN 'R' WHEN 'r'
                       PERFORM ETABLIR-REMISE
                   WHEN 'I' WHEN 'i'
                       PERFORM REIMPRIMER-REMISE
                   WHEN 'L' WHEN 'l'
                       PERFORM EDITER-LISTE-REMISES
                   WHEN 'J' WHEN 'j'
                       PERFORM EDITER-CAISSE-JOUR
                   WHEN 'Q' WHEN 'q'
                       MOVE 'N' TO WS-CONTINUER
                   WHEN OTHER
                       DISPLAY 'Choix inconnu : ' WS-MODE
               END-EVALUATE
           END-PERFORM

           PERFORM FERMER-FICHIERS
           EXIT PROGRAM.


       OUVRIR-FICHIERS.

           OPEN I-O REGLEMENT
           IF WS-ST-REGL = '00'
               MOVE 'O' TO WS-REGL-FILE-OK
           ELSE
               MOVE 'N' TO WS-REGL-FILE-OK
           END-IF

           OPEN I-O REMISE
           IF WS-ST-REM = '35'
               OPEN OUTPUT REMISE
               CLOSE REMISE
               OPEN I-O REMISE
           END-IF

           OPEN I-O LIGNE-REMISE
           IF WS-ST-RML = '35'
               OPEN OUTPUT LIGNE-REMISE
               CLOSE LIGNE-REMISE
               OPEN I-O LIGNE-REMISE
           END-IF

           OPEN I-O COMPTEUR
           IF WS-ST-CPT = '35'
               OPEN OUTPUT COMPTEUR
               CLOSE COMPTEUR
               OPEN I-O COMPTEUR
           END-IF.


       FERMER-FICHIERS.

           IF WS-REGL-FILE-OK = 'O'
               CLOSE REGLEMENT
           END-IF
           CLOSE REMISE
           CLOSE LIGNE-REMISE
           CLOSE COMPTEUR.


      ******************************************************************
      *      BORDEREAU DE REMISE : LES CHEQUES ET ESPECES A REMETTRE   *
      *      SAISIS JUSQU A LA DATE DEMANDEE SONT ANNONCES (NOMBRE ET  *
      *      TOTAL PAR MODE) POUR ETRE POINTES CONTRE LA CAISSE, PUIS  *
      *      PORTES SUR LE BORDEREAU APRES CONFIRMATION                *
      ******************************************************************

       ETABLIR-REMISE.

           IF WS-REGL-FILE-OK NOT = 'O'
               DISPLAY 'Aucun reglement enregistre'
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               MOVE 'N' TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = 'O'
                   DISPLAY SCR-DATE-LIMITE
                   ACCEPT SCR-DATE-LIMITE
                   PERFORM VERIFIER-DATE
               END-PERFORM
               MOVE WS-DATE-SAISIE TO WS-DATE-LIMITE

               PERFORM TOTALISER-A-REMETTRE
               COMPUTE WS-TOT-PREVU = WS-TOT-CHQ-PREVU
                                    + WS-TOT-ESP-PREVU
               IF WS-NB-CHQ-PREVU = 0 AND WS-NB-ESP-PREVU = 0
                   DISPLAY 'Aucun cheque ni especes a remettre au '
                           WS-DATE-LIMITE
               ELSE
                   MOVE WS-TOT-CHQ-PREVU TO WS-MT-EDITE
                   DISPLAY 'Cheques : ' WS-NB-CHQ-PREVU
                           '  total ' WS-MT-EDITE ' EUR'
                   MOVE WS-TOT-ESP-PREVU TO WS-MT-EDITE
                   DISPLAY 'Especes : ' WS-NB-ESP-PREVU
                           '  total ' WS-MT-EDITE ' EUR'
                   MOVE WS-TOT-PREVU TO WS-MT-EDITE
                   DISPLAY 'Total de controle : ' WS-MT-EDITE ' EUR'
                   DISPLAY SCR-CONFIRME
                   ACCEPT SCR-CONFIRME
                   IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                       PERFORM CREER-REMISE
                   ELSE
                       DISPLAY 'Bordereau non etabli'
                   END-IF
               END-IF
           END-IF.


       TOTALISER-A-REMETTRE.

           MOVE 0 TO WS-NB-CHQ-PREVU
           MOVE 0 TO WS-TOT-CHQ-PREVU
           MOVE 0 TO WS-NB-ESP-PREVU
           MOVE 0 TO WS-TOT-ESP-PREVU
           MOVE LOW-VALUES TO Reg-Cle
           MOVE 'N' TO WS-FIN-REGL
           START REGLEMENT KEY IS NOT LESS THAN Reg-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-REGL
           END-START

           PERFORM UNTIL WS-FIN-REGL = 'O'
               READ REGLEMENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-REGL
               END-READ
               IF WS-FIN-REGL = 'N' AND Reg-Remise = 'N'
                   AND Reg-Date-Saisie NOT > WS-DATE-LIMITE
                   COMPUTE WS-MT-RECU = Reg-Montant + Reg-Ecart-Change
                   IF Reg-Mode = 'CHEQUE'
                       ADD 1 TO WS-NB-CHQ-PREVU
                       ADD WS-MT-RECU TO WS-TOT-CHQ-PREVU
                   ELSE
                       ADD 1 TO WS-NB-ESP-PREVU
                       ADD WS-MT-RECU TO WS-TOT-ESP-PREVU
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      *      CREATION DU BORDEREAU : NUMERO DE LA SERIE 'R', LIGNES    *
      *      CHEQUES PUIS ESPECES, CHAQUE REGLEMENT MARQUE REMIS ;     *
      *      LES TOTAUX DU BORDEREAU SONT CEUX DES LIGNES ECRITES      *
      ******************************************************************

       CREER-REMISE.

           PERFORM OBTENIR-NUMERO-REMISE
           MOVE WS-DATE-JOUR TO Rem-Date
           MOVE Ope-Appelant TO Rem-Operateur
           MOVE 0 TO Rem-Nb-Cheques
           MOVE 0 TO Rem-Total-Cheques
           MOVE 0 TO Rem-Nb-Especes
           MOVE 0 TO Rem-Total-Especes
           MOVE 0 TO Rem-Total
           MOVE 'R' TO Rem-Statut
           MOVE SPACES TO Rem-Date-Credit
           WRITE ENR-REMISE
               INVALID KEY
                   DISPLAY 'Erreur creation du bordereau ' Rem-Num
           END-WRITE

           IF WS-ST-REM = '00'
               MOVE Rem-Num TO WS-NUM-REMISE
               MOVE 'R' TO WS-TYPE-CPT
               MOVE Rem-Num TO WS-NUM-UTILISE
               PERFORM AVANCER-COMPTEUR

               MOVE 0 TO WS-NB-LIGNES-REM
               MOVE 'CHEQUE' TO WS-MODE-REMISE
               PERFORM PORTER-REGLEMENTS-MODE
               MOVE WS-NB-MODE TO Rem-Nb-Cheques
               MOVE WS-TOT-MODE TO Rem-Total-Cheques
               MOVE 'ESPECES' TO WS-MODE-REMISE
               PERFORM PORTER-REGLEMENTS-MODE
               MOVE WS-NB-MODE TO Rem-Nb-Especes
               MOVE WS-TOT-MODE TO Rem-Total-Especes
               COMPUTE Rem-Total = Rem-Total-Cheques
                                 + Rem-Total-Especes

               MOVE WS-NUM-REMISE TO Rem-Num
               REWRITE ENR-REMISE
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour du bordereau '
                               Rem-Num
               END-REWRITE

               IF Rem-Total NOT = WS-TOT-PREVU
                   MOVE Rem-Total TO WS-MT-EDITE
                   DISPLAY 'Attention : total porte ' WS-MT-EDITE
                           ' different du total annonce'
               END-IF

               PERFORM IMPRIMER-BORDEREAU
               MOVE Rem-Total TO WS-MT-EDITE
               DISPLAY 'Bordereau ' Rem-Num ' : ' WS-NB-LIGNES-REM
                       ' reglement(s), total ' WS-MT-EDITE ' EUR'
               DISPLAY 'Bordereau imprime dans bordereau_remise.txt'
           END-IF.


       PORTER-REGLEMENTS-MODE.

           MOVE 0 TO WS-NB-MODE
           MOVE 0 TO WS-TOT-MODE
           MOVE LOW-VALUES TO Reg-Cle
           MOVE 'N' TO WS-FIN-REGL
           START REGLEMENT KEY IS NOT LESS THAN Reg-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-REGL
           END-START

           PERFORM UNTIL WS-FIN-REGL = 'O'
               READ REGLEMENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-REGL
               END-READ
               IF WS-FIN-REGL = 'N' AND Reg-Remise = 'N'
                   AND Reg-Date-Saisie NOT > WS-DATE-LIMITE
                   AND Reg-Mode = WS-MODE-REMISE
                   PERFORM PORTER-REGLEMENT
               END-IF
           END-PERFORM.


       PORTER-REGLEMENT.

           COMPUTE WS-MT-RECU = Reg-Montant + Reg-Ecart-Change
           ADD 1 TO WS-NB-LIGNES-REM
           MOVE WS-NUM-REMISE TO Rml-Num-Remise
           MOVE WS-NB-LIGNES-REM TO Rml-Num-Ligne
           MOVE Reg-Num-Fact TO Rml-Num-Fact
           MOVE Reg-Num-Regl TO Rml-Num-Regl
           MOVE Reg-Date TO Rml-Date
           MOVE Reg-Mode TO Rml-Mode
           MOVE WS-MT-RECU TO Rml-Montant
           MOVE Reg-Operateur TO Rml-Operateur
           WRITE ENR-LIGNE-REMISE
               INVALID KEY
                   DISPLAY 'Erreur ecriture ligne de bordereau '
                           Rml-Num-Ligne
                   SUBTRACT 1 FROM WS-NB-LIGNES-REM
               NOT INVALID KEY
                   MOVE 'O' TO Reg-Remise
                   MOVE WS-NUM-REMISE TO Reg-Num-Remise
                   REWRITE ENR-REGLEMENT
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour reglement '
                                   Reg-Num-Fact '/' Reg-Num-Regl
                   END-REWRITE
                   ADD 1 TO WS-NB-MODE
                   ADD WS-MT-RECU TO WS-TOT-MODE
           END-WRITE.


       OBTENIR-NUMERO-REMISE.

           MOVE 'R' TO WS-TYPE-CPT
           MOVE 'R' TO Cpt-Type
           READ COMPTEUR KEY IS Cpt-Type
               INVALID KEY PERFORM INITIALISER-COMPTEUR
           END-READ

           MOVE 'N' TO WS-NUM-LIBRE
           PERFORM UNTIL WS-NUM-LIBRE = 'O'
               MOVE Cpt-Prochain TO Rem-Num
               READ REMISE KEY IS Rem-Num
                   INVALID KEY MOVE 'O' TO WS-NUM-LIBRE
                   NOT INVALID KEY ADD 1 TO Cpt-Prochain
               END-READ
           END-PERFORM
           MOVE Cpt-Prochain TO Rem-Num.


       INITIALISER-COMPTEUR.

           MOVE WS-TYPE-CPT TO Cpt-Type
           MOVE 1 TO Cpt-Prochain
           WRITE ENR-COMPTEUR
               INVALID KEY DISPLAY 'Erreur creation compteur'
           END-WRITE.


       AVANCER-COMPTEUR.

           MOVE WS-TYPE-CPT TO Cpt-Type
           READ COMPTEUR KEY IS Cpt-Type
               INVALID KEY PERFORM INITIALISER-COMPTEUR
           END-READ
           IF WS-NUM-UTILISE >= Cpt-Prochain
               COMPUTE Cpt-Prochain = WS-NUM-UTILISE + 1
               REWRITE ENR-COMPTEUR
                   INVALID KEY DISPLAY 'Erreur mise a jour compteur'
               END-REWRITE
           END-IF.


       REIMPRIMER-REMISE.

           DISPLAY SCR-NUM-REMISE
           ACCEPT SCR-NUM-REMISE
           MOVE WS-NUM-REMISE TO Rem-Num
           READ REMISE KEY IS Rem-Num
               INVALID KEY
                   DISPLAY 'Bordereau introuvable : ' WS-NUM-REMISE
               NOT INVALID KEY
                   PERFORM IMPRIMER-BORDEREAU
                   DISPLAY 'Bordereau imprime dans '
                           'bordereau_remise.txt'
           END-READ.


      ******************************************************************
      *      IMPRESSION DU BORDEREAU EN COURS (ENR-REMISE) : LIGNES    *
      *      PAR MODE AVEC SOUS-TOTAL, PUIS LE TOTAL DE CONTROLE       *
      *      RECALCULE SUR LES LIGNES ET COMPARE A CELUI DU BORDEREAU  *
      ******************************************************************

       IMPRIMER-BORDEREAU.

           OPEN OUTPUT BORDEREAU

           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'BORDEREAU DE REMISE EN BANQUE N ' Rem-Num
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'Etabli le ' Rem-Date ' par ' Rem-Operateur
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           IF Rem-Statut = 'C'
               MOVE SPACES TO LIGNE-BORDEREAU
               STRING 'Credite sur le releve du ' Rem-Date-Credit
                      DELIMITED BY SIZE INTO LIGNE-BORDEREAU
               WRITE LIGNE-BORDEREAU
           END-IF
           MOVE SPACES TO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'Mode        Facture  Regl  Date      Ope  '
                  '    Montant EUR'
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU

           MOVE 0 TO WS-NB-BORD
           MOVE 0 TO WS-TOT-BORD
           MOVE 0 TO WS-NB-MODE
           MOVE 0 TO WS-TOT-MODE
           MOVE SPACES TO WS-MODE-PREC
           MOVE Rem-Num TO Rml-Num-Remise
           MOVE 0 TO Rml-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-REMISE KEY IS NOT LESS THAN Cle-Ligne-Rem
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START

           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-REMISE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Rml-Num-Remise NOT = Rem-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       IF Rml-Mode NOT = WS-MODE-PREC
                           IF WS-MODE-PREC NOT = SPACES
                               PERFORM IMPRIMER-SOUS-TOTAL-MODE
                           END-IF
                           MOVE Rml-Mode TO WS-MODE-PREC
                           MOVE 0 TO WS-NB-MODE
                           MOVE 0 TO WS-TOT-MODE
                       END-IF
                       ADD 1 TO WS-NB-MODE
                       ADD Rml-Montant TO WS-TOT-MODE
                       ADD 1 TO WS-NB-BORD
                       ADD Rml-Montant TO WS-TOT-BORD
                       MOVE Rml-Montant TO WS-MT-EDITE
                       MOVE SPACES TO LIGNE-BORDEREAU
                       STRING Rml-Mode '  ' Rml-Num-Fact '   '
                              Rml-Num-Regl '    ' Rml-Date '  '
                              Rml-Operateur '  ' WS-MT-EDITE
                              DELIMITED BY SIZE INTO LIGNE-BORDEREAU
                       WRITE LIGNE-BORDEREAU
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MODE-PREC NOT = SPACES
               PERFORM IMPRIMER-SOUS-TOTAL-MODE
           END-IF

           MOVE SPACES TO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE Rem-Total-Cheques TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'Cheques           : ' Rem-Nb-Cheques
                  '      ' WS-TOT-EDITE
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE Rem-Total-Especes TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'Especes           : ' Rem-Nb-Especes
                  '      ' WS-TOT-EDITE
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE Rem-Total TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'TOTAL DE CONTROLE : ' WS-NB-BORD
                  '     ' WS-TOT-EDITE ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           IF WS-TOT-BORD NOT = Rem-Total
               MOVE WS-TOT-BORD TO WS-TOT-EDITE-2
               MOVE SPACES TO LIGNE-BORDEREAU
               STRING '*** ECART : total des lignes ' WS-TOT-EDITE-2
                      DELIMITED BY SIZE INTO LIGNE-BORDEREAU
               WRITE LIGNE-BORDEREAU
           END-IF
           MOVE SPACES TO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING 'Visa du deposant :' DELIMITED BY SIZE
                  INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU

           CLOSE BORDEREAU.


       IMPRIMER-SOUS-TOTAL-MODE.

           MOVE WS-TOT-MODE TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-BORDEREAU
           STRING '  Sous-total ' WS-MODE-PREC ' : ' WS-NB-MODE
                  '    ' WS-TOT-EDITE
                  DELIMITED BY SIZE INTO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU
           MOVE SPACES TO LIGNE-BORDEREAU
           WRITE LIGNE-BORDEREAU.


      ******************************************************************
      *      LISTE DES BORDEREAUX : REMIS EN ATTENTE DE CREDIT OU      *
      *      CREDITES, AVEC LE TOTAL RESTANT A VOIR AU RELEVE          *
      ******************************************************************

       EDITER-LISTE-REMISES.

           MOVE 0 TO WS-NB-BORD
           MOVE 0 TO WS-TOT-BORD
           OPEN OUTPUT LISTE

           MOVE SPACES TO LIGNE-LISTE
           STRING 'BORDEREAUX DE REMISE EN BANQUE AU ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           STRING 'Numero  Date      Ope   Chq  Esp      Total EUR'
                  '  Statut    Credit'
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE

           MOVE 0 TO Rem-Num
           MOVE 'N' TO WS-FIN-REMISE
           START REMISE KEY IS NOT LESS THAN Rem-Num
               INVALID KEY MOVE 'O' TO WS-FIN-REMISE
           END-START

           PERFORM UNTIL WS-FIN-REMISE = 'O'
               READ REMISE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-REMISE
               END-READ
               IF WS-FIN-REMISE = 'N'
                   IF Rem-Statut = 'C'
                       MOVE 'CREDITE' TO WS-LIBELLE-STATUT
                   ELSE
                       MOVE 'REMIS' TO WS-LIBELLE-STATUT
                       ADD 1 TO WS-NB-BORD
                       ADD Rem-Total TO WS-TOT-BORD
                   END-IF
                   MOVE Rem-Total TO WS-MT-EDITE
                   MOVE SPACES TO LIGNE-LISTE
                   STRING Rem-Num '  ' Rem-Date '  ' Rem-Operateur
                          '  ' Rem-Nb-Cheques ' ' Rem-Nb-Especes
                          ' ' WS-MT-EDITE '  ' WS-LIBELLE-STATUT
                          '  ' Rem-Date-Credit
                          DELIMITED BY SIZE INTO LIGNE-LISTE
                   WRITE LIGNE-LISTE
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE WS-TOT-BORD TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-LISTE
           STRING 'Remis non encore credites : ' WS-NB-BORD
                  ' bordereau(x) pour ' WS-TOT-EDITE ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           CLOSE LISTE

           DISPLAY 'Liste des bordereaux dans remises_liste.txt'.


      ******************************************************************
      *      CAISSE DU JOUR : REGLEMENTS SAISIS CE JOUR-LA AU GUICHET  *
      *      (LES ENCAISSEMENTS IMPORTES DU RELEVE SONT EXCLUS),       *
      *      TOTALISES PAR OPERATEUR ET MODE EN EUROS RECUS, AVEC CE   *
      *      QUI RESTE A REMETTRE EN BANQUE                            *
      ******************************************************************

       EDITER-CAISSE-JOUR.

           IF WS-REGL-FILE-OK NOT = 'O'
               DISPLAY 'Aucun reglement enregistre'
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               MOVE 'N' TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = 'O'
                   DISPLAY SCR-DATE-CAISSE
                   ACCEPT SCR-DATE-CAISSE
                   PERFORM VERIFIER-DATE
               END-PERFORM

               PERFORM CUMULER-CAISSE
               PERFORM IMPRIMER-CAISSE
               DISPLAY 'Caisse du ' WS-DATE-SAISIE
                       ' dans caisse_jour.txt'
           END-IF.


       CUMULER-CAISSE.

           MOVE 0 TO WS-NB-POSTES
           MOVE 0 TO WS-NB-POSTES-PERDUS
           MOVE LOW-VALUES TO Reg-Cle
           MOVE 'N' TO WS-FIN-REGL
           START REGLEMENT KEY IS NOT LESS THAN Reg-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-REGL
           END-START

           PERFORM UNTIL WS-FIN-REGL = 'O'
               READ REGLEMENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-REGL
               END-READ
               IF WS-FIN-REGL = 'N'
                   AND Reg-Date-Saisie = WS-DATE-SAISIE
                   AND Reg-Remise NOT = 'B'
                   PERFORM CUMULER-REGLEMENT
               END-IF
           END-PERFORM.


       CUMULER-REGLEMENT.

           COMPUTE WS-MT-RECU = Reg-Montant + Reg-Ecart-Change
           MOVE Reg-Operateur TO WS-NOUV-OPE
           MOVE Reg-Mode TO WS-NOUV-MODE

           MOVE 1 TO WS-POSTE
           PERFORM UNTIL WS-POSTE > WS-NB-POSTES
                   OR WS-CA-CLE(WS-POSTE) NOT < WS-NOUV-CLE
               ADD 1 TO WS-POSTE
           END-PERFORM

           IF WS-POSTE > WS-NB-POSTES
               OR WS-CA-CLE(WS-POSTE) NOT = WS-NOUV-CLE
               IF WS-NB-POSTES >= 200
                   ADD 1 TO WS-NB-POSTES-PERDUS
                   MOVE 0 TO WS-POSTE
               ELSE
                   PERFORM VARYING WS-IDX FROM WS-NB-POSTES BY -1
                           UNTIL WS-IDX < WS-POSTE
                       MOVE WS-CAISSE-ENTREE(WS-IDX)
                           TO WS-CAISSE-ENTREE(WS-IDX + 1)
                   END-PERFORM
                   MOVE WS-NOUV-CLE TO WS-CA-CLE(WS-POSTE)
                   MOVE 0 TO WS-CA-NB(WS-POSTE)
                   MOVE 0 TO WS-CA-TOTAL(WS-POSTE)
                   MOVE 0 TO WS-CA-NB-A-REM(WS-POSTE)
                   MOVE 0 TO WS-CA-TOT-A-REM(WS-POSTE)
                   ADD 1 TO WS-NB-POSTES
               END-IF
           END-IF

           IF WS-POSTE > 0
               ADD 1 TO WS-CA-NB(WS-POSTE)
               ADD WS-MT-RECU TO WS-CA-TOTAL(WS-POSTE)
               IF Reg-Remise = 'N'
                   ADD 1 TO WS-CA-NB-A-REM(WS-POSTE)
                   ADD WS-MT-RECU TO WS-CA-TOT-A-REM(WS-POSTE)
               END-IF
           END-IF.


       IMPRIMER-CAISSE.

           MOVE 0 TO WS-NB-CAISSE
           MOVE 0 TO WS-TOT-CAISSE
           MOVE 0 TO WS-TOT-A-REMETTRE
           MOVE SPACES TO WS-OPE-PREC
           OPEN OUTPUT CAISSE

           MOVE SPACES TO LIGNE-CAISSE
           STRING 'CAISSE DU ' WS-DATE-SAISIE
                  ' PAR OPERATEUR ET MODE DE REGLEMENT - EDITEE LE '
                  WS-DATE-JOUR ' PAR ' Ope-Appelant
                  DELIMITED BY SIZE INTO LIGNE-CAISSE
           WRITE LIGNE-CAISSE
           MOVE SPACES TO LIGNE-CAISSE
           WRITE LIGNE-CAISSE
           MOVE SPACES TO LIGNE-CAISSE
           STRING 'Ope   Mode          Nb      Montant EUR'
                  '     dont a remettre'
                  DELIMITED BY SIZE INTO LIGNE-CAISSE
           WRITE LIGNE-CAISSE

           PERFORM VARYING WS-POSTE FROM 1 BY 1
                   UNTIL WS-POSTE > WS-NB-POSTES
               IF WS-CA-OPE(WS-POSTE) NOT = WS-OPE-PREC
                   IF WS-POSTE > 1
                       PERFORM IMPRIMER-TOTAL-OPERATEUR
                   END-IF
                   MOVE WS-CA-OPE(WS-POSTE) TO WS-OPE-PREC
                   MOVE 0 TO WS-NB-OPE
                   MOVE 0 TO WS-TOT-OPE
                   MOVE SPACES TO LIGNE-CAISSE
                   WRITE LIGNE-CAISSE
               END-IF
               ADD WS-CA-NB(WS-POSTE) TO WS-NB-OPE
               ADD WS-CA-TOTAL(WS-POSTE) TO WS-TOT-OPE
               ADD WS-CA-NB(WS-POSTE) TO WS-NB-CAISSE
               ADD WS-CA-TOTAL(WS-POSTE) TO WS-TOT-CAISSE
               ADD WS-CA-TOT-A-REM(WS-POSTE) TO WS-TOT-A-REMETTRE
               MOVE WS-CA-TOTAL(WS-POSTE) TO WS-TOT-EDITE
               MOVE WS-CA-TOT-A-REM(WS-POSTE) TO WS-TOT-EDITE-2
               MOVE SPACES TO LIGNE-CAISSE
               STRING WS-CA-OPE(WS-POSTE) '  ' WS-CA-MODE(WS-POSTE)
                      '  ' WS-CA-NB(WS-POSTE) '  ' WS-TOT-EDITE
                      '  ' WS-TOT-EDITE-2
                      DELIMITED BY SIZE INTO LIGNE-CAISSE
               WRITE LIGNE-CAISSE
           END-PERFORM
           IF WS-NB-POSTES > 0
               PERFORM IMPRIMER-TOTAL-OPERATEUR
           END-IF

           MOVE SPACES TO LIGNE-CAISSE
           WRITE LIGNE-CAISSE
           MOVE WS-TOT-CAISSE TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-CAISSE
           STRING 'TOTAL DE LA CAISSE   ' WS-NB-CAISSE '  '
                  WS-TOT-EDITE ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-CAISSE
           WRITE LIGNE-CAISSE
           MOVE WS-TOT-A-REMETTRE TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-CAISSE
           STRING 'Cheques et especes encore a remettre : '
                  WS-TOT-EDITE ' EUR'
                  DELIMITED BY SIZE INTO LIGNE-CAISSE
           WRITE LIGNE-CAISSE
           IF WS-NB-POSTES-PERDUS > 0
               MOVE SPACES TO LIGNE-CAISSE
               STRING '*** ' WS-NB-POSTES-PERDUS
                      ' reglement(s) non totalise(s) : table pleine'
                      DELIMITED BY SIZE INTO LIGNE-CAISSE
               WRITE LIGNE-CAISSE
           END-IF

           CLOSE CAISSE.


       IMPRIMER-TOTAL-OPERATEUR.

           MOVE WS-TOT-OPE TO WS-TOT-EDITE
           MOVE SPACES TO LIGNE-CAISSE
           STRING WS-OPE-PREC '  Total operateur ' WS-NB-OPE '  '
                  WS-TOT-EDITE
                  DELIMITED BY SIZE INTO LIGNE-CAISSE
           WRITE LIGNE-CAISSE.


       VERIFIER-DATE.

           MOVE 'O' TO WS-DATE-OK
           IF WS-DATE-SAISIE NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
               DISPLAY 'Date invalide, format AAAAMMJJ attendu'
           ELSE
               MOVE WS-DATE-SAISIE(1:4) TO WS-AAAA
               MOVE WS-DATE-SAISIE(5:2) TO WS-MM
               MOVE WS-DATE-SAISIE(7:2) TO WS-JJ
               IF WS-MM < 1 OR WS-MM > 12
                   MOVE 'N' TO WS-DATE-OK
                   DISPLAY 'Mois invalide dans la date'
               ELSE
                   PERFORM DETERMINER-JOURS-MAX
                   IF WS-JJ < 1 OR WS-JJ > WS-JOURS-MAX
                       MOVE 'N' TO WS-DATE-OK
                       DISPLAY 'Jour invalide dans la date'
                   END-IF
               END-IF
           END-IF.


       DETERMINER-JOURS-MAX.

           EVALUATE WS-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-JOURS-MAX
               WHEN 2
                   IF FUNCTION MOD(WS-AAAA, 400) = 0
                       MOVE 29 TO WS-JOURS-MAX
                   ELSE
                       IF FUNCTION MOD(WS-AAAA, 100) = 0
                           MOVE 28 TO WS-JOURS-MAX
                       ELSE
                           IF FUNCTION MOD(WS-AAAA, 4) = 0
                               MOVE 29 TO WS-JOURS-MAX
                           ELSE
                               MOVE 28 TO WS-JOURS-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-JOURS-MAX
           END-EVALUATE.


       END PROGRAM REMISE_BANQUE.
