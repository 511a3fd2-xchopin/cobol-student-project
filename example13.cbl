      ******************************************************************
      *      SAUVEGARDE : SAUVEGARDE ET RESTAURATION DES FICHIERS      *
      *      INDEXES DU SYSTEME (FACTURE, LIGNEFACT, CLIENT, ARTICLE,  *
      *      REGLEMENT, OPERATEUR, AINSI QUE COMPTEUR, RELANCE,        *
      *      PRIXHIST, COMPTE CLIENT, DEVIS ET LIGNES DE DEVIS,        *
      *      FOURNISSEUR, ARTFOURN, COMMANDES D ACHAT ET LEURS LIGNES, *
      *      CONTRATS ET LEURS LIGNES, COURS DES DEVISES,              *
      *      CONTRE-VALEURS DES FACTURES EN DEVISE, BORDEREAUX DE      *
      *      REMISE EN BANQUE ET LEURS LIGNES). LE MODE S DECHARGE     *
      *      CHAQUE FICHIER DANS UNE SAUVEGARDE SEQUENTIELLE DATEE     *
      *      (SAUVE-<FICHIER>-AAAAMMJJ) ET ECRIT UN FICHIER DE         *
      *      CONTROLE AVEC COMPTEURS ET TOTAUX PAR FICHIER. LE MODE R  *
      *      RECONSTRUIT LES FICHIERS INDEXES DEPUIS UN JEU DE         *
      *      SAUVEGARDE CHOISI ET VERIFIE QUE LES COMPTEURS ET TOTAUX  *
      *      RETROUVES CORRESPONDENT AU FICHIER DE CONTROLE AVANT D    *
      *      ANNONCER LE SUCCES.                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
                           RECORD KEY IS Prx-Cle
                           FILE STATUS IS WS-ST-PRIX.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Devis ASSIGN TO "devis.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Dev-Num
                           ALTERNATE RECORD KEY IS Dev-Num-Client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-DEVIS.

           SELECT Ligne-Devis ASSIGN TO "lignedevis.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Cle-Ligne-Dev
                           FILE STATUS IS WS-ST-LDV.

           SELECT Fournisseur ASSIGN TO "fournisseur.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Fou-Num
                           FILE STATUS IS WS-ST-FOURN.

           SELECT Article-Fournisseur ASSIGN TO "artfourn.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Afo-Code-Article
                           ALTERNATE RECORD KEY IS Afo-Num-Fourn
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-AFO.

           SELECT Commande ASSIGN TO "commande.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Cde-Num
                           ALTERNATE RECORD KEY IS Cde-Num-Fourn
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CDE.

           SELECT Ligne-Commande ASSIGN TO "lignecde.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Cle-Ligne-Cde
                           ALTERNATE RECORD KEY IS Lcd-Code-Article
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-LCD.

           SELECT Contrat ASSIGN TO "contrat.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Ctr-Num
                           ALTERNATE RECORD KEY IS Ctr-Num-Client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CTR.

           SELECT Ligne-Contrat ASSIGN TO "lignectr.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Cle-Ligne-Ctr
                           FILE STATUS IS WS-ST-LCT.

           SELECT Cours-Devise ASSIGN TO "cours_devise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Crs-Cle
                           FILE STATUS IS WS-ST-CRS.

           SELECT Fact-Devise ASSIGN TO "facdevise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Fdv-Num-Fact
                           FILE STATUS IS WS-ST-FDV.

           SELECT Remise ASSIGN TO "remise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Rem-Num
                           FILE STATUS IS WS-ST-REM.

           SELECT Ligne-Remise ASSIGN TO "remise_ligne.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Cle-Ligne-Rem
                           FILE STATUS IS WS-ST-RML.

           SELECT Svg-Facture ASSIGN TO DYNAMIC WS-NOM-SVG-FACT
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Compte ASSIGN TO DYNAMIC WS-NOM-SVG-CCL
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Devis ASSIGN TO DYNAMIC WS-NOM-SVG-DEVIS
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Ligne-Devis ASSIGN TO DYNAMIC WS-NOM-SVG-LDV
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Fournisseur ASSIGN TO DYNAMIC WS-NOM-SVG-FOURN
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Article-Fourn ASSIGN TO DYNAMIC WS-NOM-SVG-AFO
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Commande ASSIGN TO DYNAMIC WS-NOM-SVG-CDE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Ligne-Commande ASSIGN TO DYNAMIC WS-NOM-SVG-LCD
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Contrat ASSIGN TO DYNAMIC WS-NOM-SVG-CTR
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Ligne-Ctr ASSIGN TO DYNAMIC WS-NOM-SVG-LCT
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Cours ASSIGN TO DYNAMIC WS-NOM-SVG-CRS
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Fact-Devise ASSIGN TO DYNAMIC WS-NOM-SVG-FDV
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Remise ASSIGN TO DYNAMIC WS-NOM-SVG-REM
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Svg-Ligne-Remise ASSIGN TO DYNAMIC WS-NOM-SVG-RML
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-SVG.

           SELECT Controle ASSIGN TO DYNAMIC WS-NOM-CONTROLE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-CTL.
           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  ARTICLE.
       01  ENR-ARTICLE.
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

       FD  OPERATEUR.
       01  ENR-OPERATEUR.
           02 Prx-Date-Maj   PIC X(8).
           02 Prx-Operateur  PIC X(4).

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

       FD  DEVIS.
       01  ENR-DEVIS.
           02 Dev-Num           PIC 9(6).
           02 Dev-Num-Client    PIC 9(6).
           02 Dev-Date          PIC X(8).
           02 Dev-Date-Validite PIC X(8).
           02 Dev-Qte-Article   PIC 9(3).
           02 Dev-Total-HT      PIC 9(9)v99.
           02 Dev-Total-TVA     PIC 9(9)v99.
           02 Dev-Total-TTC     PIC 9(9)v99.
           02 Dev-Statut        PIC X.
           02 Dev-Num-Fact      PIC 9(6).
           02 Dev-Date-Conv     PIC X(8).
           02 Dev-Operateur     PIC X(4).

       FD  LIGNE-DEVIS.
       01  ENR-LIGNE-DEVIS.
           02 Cle-Ligne-Dev.
              03 Ldv-Num-Devis  PIC 9(6).
              03 Ldv-Num-Ligne  PIC 9(2).
           02 Ldv-Code-Article PIC X(6).
           02 Ldv-Prix-Unit    PIC 9(7)v99.
           02 Ldv-Qte          PIC 9(3).
           02 Ldv-Taux-TVA     PIC 9(2)v99.

       FD  FOURNISSEUR.
       01  ENR-FOURNISSEUR.
           02 Fou-Num       PIC 9(6).
           02 Fou-Nom       PIC X(30).
           02 Fou-Adresse   PIC X(40).
           02 Fou-Telephone PIC X(15).
           02 Fou-Delai     PIC 9(3).

       FD  ARTICLE-FOURNISSEUR.
       01  ENR-ARTICLE-FOURN.
           02 Afo-Code-Article PIC X(6).
           02 Afo-Num-Fourn    PIC 9(6).
           02 Afo-Ref-Fourn    PIC X(15).
           02 Afo-Prix-Achat   PIC 9(7)v99.
           02 Afo-Qte-Mini     PIC 9(5).

       FD  COMMANDE.
       01  ENR-COMMANDE.
           02 Cde-Num         PIC 9(6).
           02 Cde-Num-Fourn   PIC 9(6).
           02 Cde-Date        PIC X(8).
           02 Cde-Date-Prevue PIC X(8).
           02 Cde-Statut      PIC X.
           02 Cde-Total       PIC 9(9)v99.
           02 Cde-Operateur   PIC X(4).

       FD  LIGNE-COMMANDE.
       01  ENR-LIGNE-CDE.
           02 Cle-Ligne-Cde.
              03 Lcd-Num-Cde    PIC 9(6).
              03 Lcd-Num-Ligne  PIC 9(2).
           02 Lcd-Code-Article PIC X(6).
           02 Lcd-Qte-Cdee     PIC 9(5).
           02 Lcd-Qte-Recue    PIC 9(5).
           02 Lcd-Prix-Achat   PIC 9(7)v99.
           02 Lcd-Date-Recep   PIC X(8).
           02 Lcd-Etat         PIC X.

       FD  CONTRAT.
       01  ENR-CONTRAT.
           02 Ctr-Num            PIC 9(6).
           02 Ctr-Num-Client     PIC 9(6).
           02 Ctr-Libelle        PIC X(30).
           02 Ctr-Frequence      PIC X.
           02 Ctr-Date-Debut     PIC X(8).
           02 Ctr-Date-Fin       PIC X(8).
           02 Ctr-Date-Prochaine PIC X(8).
           02 Ctr-Jour-Echeance  PIC 99.
           02 Ctr-Statut         PIC X.
           02 Ctr-Date-Der-Fact  PIC X(8).
           02 Ctr-Num-Der-Fact   PIC 9(6).
           02 Ctr-Nb-Factures    PIC 9(4).
           02 Ctr-Operateur      PIC X(4).

       FD  LIGNE-CONTRAT.
       01  ENR-LIGNE-CTR.
           02 Cle-Ligne-Ctr.
              03 Lct-Num-Ctr    PIC 9(6).
              03 Lct-Num-Ligne  PIC 9(2).
           02 Lct-Code-Article PIC X(6).
           02 Lct-Qte          PIC 9(3).

       FD  COURS-DEVISE.
       01  ENR-COURS.
           02 Crs-Cle.
              03 Crs-Devise     PIC X(3).
              03 Crs-Date-Effet PIC X(8).
           02 Crs-Taux       PIC 9(4)v9(6).
           02 Crs-Date-Maj   PIC X(8).
           02 Crs-Operateur  PIC X(4).

       FD  FACT-DEVISE.
       01  ENR-FACT-DEVISE.
           02 Fdv-Num-Fact    PIC 9(6).
           02 Fdv-Devise      PIC X(3).
           02 Fdv-Date-Cours  PIC X(8).
           02 Fdv-Taux        PIC 9(4)v9(6).
           02 Fdv-Total-HT    PIC 9(9)v99.
           02 Fdv-Total-TVA   PIC 9(9)v99.
           02 Fdv-Total-TTC   PIC 9(9)v99.

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

       FD  SVG-FACTURE.
       01  ENR-SVG-FACT PIC X(63).

       01  ENR-SVG-LIGNE PIC X(30).

       FD  SVG-CLIENT.
       01  ENR-SVG-CLIENT PIC X(91).

       FD  SVG-ARTICLE.
       01  ENR-SVG-ARTICLE PIC X(56).

       FD  SVG-REGLEMENT.
       01  ENR-SVG-REGL PIC X(91).

       FD  SVG-OPERATEUR.
       01  ENR-SVG-OPE PIC X(35).
       FD  SVG-PRIX.
       01  ENR-SVG-PRIX PIC X(35).

       FD  SVG-COMPTE.
       01  ENR-SVG-CCL PIC X(57).

       FD  SVG-DEVIS.
       01  ENR-SVG-DEVIS PIC X(83).

       FD  SVG-LIGNE-DEVIS.
       01  ENR-SVG-LDV PIC X(30).

       FD  SVG-FOURNISSEUR.
       01  ENR-SVG-FOURN PIC X(94).

       FD  SVG-ARTICLE-FOURN.
       01  ENR-SVG-AFO PIC X(41).

       FD  SVG-COMMANDE.
       01  ENR-SVG-CDE PIC X(44).

       FD  SVG-LIGNE-COMMANDE.
       01  ENR-SVG-LCD PIC X(42).

       FD  SVG-CONTRAT.
       01  ENR-SVG-CTR PIC X(92).

       FD  SVG-LIGNE-CTR.
       01  ENR-SVG-LCT PIC X(17).

       FD  SVG-COURS.
       01  ENR-SVG-CRS PIC X(33).

       FD  SVG-FACT-DEVISE.
       01  ENR-SVG-FDV PIC X(60).

       FD  SVG-REMISE.
       01  ENR-SVG-REM PIC X(68).

       FD  SVG-LIGNE-REMISE.
       01  ENR-SVG-RML PIC X(51).

      *    Fichier de controle du jeu de sauvegarde : une ligne
      *    par fichier avec le nombre d enregistrements et un
      *    total de controle (montants pour les fichiers qui en
       01 WS-ST-CPT     PIC XX.
       01 WS-ST-REL     PIC XX.
       01 WS-ST-PRIX    PIC XX.
       01 WS-ST-CCL    PIC XX.
       01 WS-ST-DEVIS  PIC XX.
       01 WS-ST-LDV    PIC XX.
       01 WS-ST-FOURN  PIC XX.
       01 WS-ST-AFO    PIC XX.
       01 WS-ST-CDE    PIC XX.
       01 WS-ST-LCD    PIC XX.
       01 WS-ST-CTR    PIC XX.
       01 WS-ST-LCT    PIC XX.
       01 WS-ST-CRS    PIC XX.
       01 WS-ST-FDV    PIC XX.
       01 WS-ST-REM    PIC XX.
       01 WS-ST-RML    PIC XX.
       01 WS-ST-SVG     PIC XX.
       01 WS-ST-CTL     PIC XX.

       01 WS-NOM-SVG-CPT     PIC X(26).
       01 WS-NOM-SVG-REL     PIC X(26).
       01 WS-NOM-SVG-PRIX    PIC X(26).
       01 WS-NOM-SVG-CCL    PIC X(26).
       01 WS-NOM-SVG-DEVIS  PIC X(26).
       01 WS-NOM-SVG-LDV    PIC X(26).
       01 WS-NOM-SVG-FOURN  PIC X(26).
       01 WS-NOM-SVG-AFO    PIC X(26).
       01 WS-NOM-SVG-CDE    PIC X(26).
       01 WS-NOM-SVG-LCD    PIC X(26).
       01 WS-NOM-SVG-CTR    PIC X(26).
       01 WS-NOM-SVG-LCT    PIC X(26).
       01 WS-NOM-SVG-CRS    PIC X(26).
       01 WS-NOM-SVG-FDV    PIC X(26).
       01 WS-NOM-SVG-REM    PIC X(26).
       01 WS-NOM-SVG-RML    PIC X(26).
       01 WS-NOM-CONTROLE    PIC X(26).

       01 WS-CONTINUER       PIC X VALUE 'O'.
      *    la verification de la restauration.
       01 WS-TAB-CONTROLE.
           02 WS-NB-CTL      PIC 99 VALUE 0.
           02 WS-CTL-ENTREE OCCURS 30.
              03 WS-CTL-FICHIER PIC X(12).
              03 WS-CTL-NB      PIC 9(6).
              03 WS-CTL-TOTAL   PIC 9(13)v99.


       LINKAGE SECTION.

       01 Svg-Mode-Appel PIC X.


       SCREEN SECTION.

         1 SCR-MODE-SVG.
           2 LINE 13 COL 2 VALUE 'Confirmer la restauration (O/N) ? '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Svg-Mode-Appel.

      *    Appel par la chaine de nuit (mode 'S') : sauvegarde du
      *    jour sans ecran de choix ; le code retour vaut 0 si le
      *    jeu est complet, 8 sinon. Depuis le menu, le mode est a
      *    blanc et l operateur choisit.
           IF Svg-Mode-Appel = 'S'
               MOVE 'N' TO WS-CONTINUER
               ACCEPT WS-DATE-SVG FROM DATE YYYYMMDD
               PERFORM CONSTRUIRE-NOMS-SAUVEGARDE
               PERFORM SAUVEGARDER-TOUT
           ELSE
               MOVE 'O' TO WS-CONTINUER
           END-IF

           PERFORM UNTIL WS-CONTINUER = 'N'
               DISPLAY SCR-MODE-SVG
                  INTO WS-NOM-SVG-REL
           STRING 'SAUVE-PRIXHIST-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-PRIX
           STRING 'SAUVE-COMPTE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-CCL
           STRING 'SAUVE-DEVIS-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-DEVIS
           STRING 'SAUVE-LIGNEDEVIS-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-LDV
           STRING 'SAUVE-FOURNISSEUR-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-FOURN
           STRING 'SAUVE-ARTFOURN-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-AFO
           STRING 'SAUVE-COMMANDE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-CDE
           STRING 'SAUVE-LIGNECDE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-LCD
           STRING 'SAUVE-CONTRAT-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-CTR
           STRING 'SAUVE-LIGNECTR-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-LCT
           STRING 'SAUVE-COURS-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-CRS
           STRING 'SAUVE-FACDEVISE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-FDV
           STRING 'SAUVE-REMISE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-REM
           STRING 'SAUVE-REMISELIGNE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-SVG-RML
           STRING 'SAUVE-CONTROLE-' WS-DATE-SVG DELIMITED BY SIZE
                  INTO WS-NOM-CONTROLE.


       SAUVEGARDER-TOUT.

           MOVE 8 TO RETURN-CODE
           OPEN OUTPUT CONTROLE
           IF WS-ST-CTL NOT = '00'
               DISPLAY 'Erreur creation fichier de controle'
               PERFORM SAUVER-COMPTEURS
               PERFORM SAUVER-RELANCES
               PERFORM SAUVER-PRIX
               PERFORM SAUVER-COMPTES
               PERFORM SAUVER-DEVIS
               PERFORM SAUVER-LIGNES-DEVIS
               PERFORM SAUVER-FOURNISSEURS
               PERFORM SAUVER-ARTICLES-FOURN
               PERFORM SAUVER-COMMANDES
               PERFORM SAUVER-LIGNES-COMMANDE
               PERFORM SAUVER-CONTRATS
               PERFORM SAUVER-LIGNES-CONTRAT
               PERFORM SAUVER-COURS
               PERFORM SAUVER-FACT-DEVISE
               PERFORM SAUVER-REMISES
               PERFORM SAUVER-LIGNES-REMISE
               CLOSE CONTROLE
               IF WS-SAUVEGARDE-OK = 'O'
                   MOVE 0 TO RETURN-CODE
                   DISPLAY 'Sauvegarde du ' WS-DATE-SVG ' terminee'
               ELSE
                   DISPLAY 'SAUVEGARDE EN ERREUR : le jeu du '
           PERFORM ECRIRE-CONTROLE.


       SAUVER-COMPTES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT COMPTE-CLIENT
           IF WS-ST-CCL = '00'
               OPEN OUTPUT SVG-COMPTE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ COMPTE-CLIENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-COMPTE TO ENR-SVG-CCL
                       WRITE ENR-SVG-CCL
                       ADD 1 TO WS-NB-COURANT
                       ADD Ccl-Montant TO WS-TOTAL-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-COMPTE
               CLOSE COMPTE-CLIENT
           ELSE
           IF WS-ST-CCL = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-COMPTE
               CLOSE SVG-COMPTE
           ELSE
               DISPLAY '  Erreur lecture compte_client.txt - statut '
                       WS-ST-CCL
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'COMPTE' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-DEVIS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT DEVIS
           IF WS-ST-DEVIS = '00'
               OPEN OUTPUT SVG-DEVIS
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ DEVIS NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-DEVIS TO ENR-SVG-DEVIS
                       WRITE ENR-SVG-DEVIS
                       ADD 1 TO WS-NB-COURANT
                       ADD Dev-Total-TTC TO WS-TOTAL-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-DEVIS
               CLOSE DEVIS
           ELSE
           IF WS-ST-DEVIS = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-DEVIS
               CLOSE SVG-DEVIS
           ELSE
               DISPLAY '  Erreur lecture devis.txt - statut '
                       WS-ST-DEVIS
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'DEVIS' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-LIGNES-DEVIS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT LIGNE-DEVIS
           IF WS-ST-LDV = '00'
               OPEN OUTPUT SVG-LIGNE-DEVIS
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ LIGNE-DEVIS NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-LIGNE-DEVIS TO ENR-SVG-LDV
                       WRITE ENR-SVG-LDV
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-LIGNE-DEVIS
               CLOSE LIGNE-DEVIS
           ELSE
           IF WS-ST-LDV = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-LIGNE-DEVIS
               CLOSE SVG-LIGNE-DEVIS
           ELSE
               DISPLAY '  Erreur lecture lignedevis.txt - statut '
                       WS-ST-LDV
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'LIGNEDEVIS' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-FOURNISSEURS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT FOURNISSEUR
           IF WS-ST-FOURN = '00'
               OPEN OUTPUT SVG-FOURNISSEUR
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ FOURNISSEUR NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-FOURNISSEUR TO ENR-SVG-FOURN
                       WRITE ENR-SVG-FOURN
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-FOURNISSEUR
               CLOSE FOURNISSEUR
           ELSE
           IF WS-ST-FOURN = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-FOURNISSEUR
               CLOSE SVG-FOURNISSEUR
           ELSE
               DISPLAY '  Erreur lecture fournisseur.txt - statut '
                       WS-ST-FOURN
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'FOURNISSEUR' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-ARTICLES-FOURN.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT ARTICLE-FOURNISSEUR
           IF WS-ST-AFO = '00'
               OPEN OUTPUT SVG-ARTICLE-FOURN
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ ARTICLE-FOURNISSEUR NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-ARTICLE-FOURN TO ENR-SVG-AFO
                       WRITE ENR-SVG-AFO
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-ARTICLE-FOURN
               CLOSE ARTICLE-FOURNISSEUR
           ELSE
           IF WS-ST-AFO = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-ARTICLE-FOURN
               CLOSE SVG-ARTICLE-FOURN
           ELSE
               DISPLAY '  Erreur lecture artfourn.txt - statut '
                       WS-ST-AFO
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'ARTFOURN' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-COMMANDES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT COMMANDE
           IF WS-ST-CDE = '00'
               OPEN OUTPUT SVG-COMMANDE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ COMMANDE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-COMMANDE TO ENR-SVG-CDE
                       WRITE ENR-SVG-CDE
                       ADD 1 TO WS-NB-COURANT
                       ADD Cde-Total TO WS-TOTAL-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-COMMANDE
               CLOSE COMMANDE
           ELSE
           IF WS-ST-CDE = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-COMMANDE
               CLOSE SVG-COMMANDE
           ELSE
               DISPLAY '  Erreur lecture commande.txt - statut '
                       WS-ST-CDE
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'COMMANDE' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-LIGNES-COMMANDE.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT LIGNE-COMMANDE
           IF WS-ST-LCD = '00'
               OPEN OUTPUT SVG-LIGNE-COMMANDE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ LIGNE-COMMANDE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-LIGNE-CDE TO ENR-SVG-LCD
                       WRITE ENR-SVG-LCD
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-LIGNE-COMMANDE
               CLOSE LIGNE-COMMANDE
           ELSE
           IF WS-ST-LCD = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-LIGNE-COMMANDE
               CLOSE SVG-LIGNE-COMMANDE
           ELSE
               DISPLAY '  Erreur lecture lignecde.txt - statut '
                       WS-ST-LCD
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'LIGNECDE' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-CONTRATS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT CONTRAT
           IF WS-ST-CTR = '00'
               OPEN OUTPUT SVG-CONTRAT
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ CONTRAT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-CONTRAT TO ENR-SVG-CTR
                       WRITE ENR-SVG-CTR
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-CONTRAT
               CLOSE CONTRAT
           ELSE
           IF WS-ST-CTR = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-CONTRAT
               CLOSE SVG-CONTRAT
           ELSE
               DISPLAY '  Erreur lecture contrat.txt - statut '
                       WS-ST-CTR
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'CONTRAT' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-LIGNES-CONTRAT.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT LIGNE-CONTRAT
           IF WS-ST-LCT = '00'
               OPEN OUTPUT SVG-LIGNE-CTR
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ LIGNE-CONTRAT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-LIGNE-CTR TO ENR-SVG-LCT
                       WRITE ENR-SVG-LCT
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-LIGNE-CTR
               CLOSE LIGNE-CONTRAT
           ELSE
           IF WS-ST-LCT = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-LIGNE-CTR
               CLOSE SVG-LIGNE-CTR
           ELSE
               DISPLAY '  Erreur lecture lignectr.txt - statut '
                       WS-ST-LCT
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'LIGNECTR' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-COURS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT COURS-DEVISE
           IF WS-ST-CRS = '00'
               OPEN OUTPUT SVG-COURS
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ COURS-DEVISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-COURS TO ENR-SVG-CRS
                       WRITE ENR-SVG-CRS
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-COURS
               CLOSE COURS-DEVISE
           ELSE
           IF WS-ST-CRS = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-COURS
               CLOSE SVG-COURS
           ELSE
               DISPLAY '  Erreur lecture cours_devise.txt - statut '
                       WS-ST-CRS
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'COURS' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-FACT-DEVISE.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT FACT-DEVISE
           IF WS-ST-FDV = '00'
               OPEN OUTPUT SVG-FACT-DEVISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ FACT-DEVISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-FACT-DEVISE TO ENR-SVG-FDV
                       WRITE ENR-SVG-FDV
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-FACT-DEVISE
               CLOSE FACT-DEVISE
           ELSE
           IF WS-ST-FDV = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-FACT-DEVISE
               CLOSE SVG-FACT-DEVISE
           ELSE
               DISPLAY '  Erreur lecture facdevise.txt - statut '
                       WS-ST-FDV
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'FACDEVISE' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-REMISES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT REMISE
           IF WS-ST-REM = '00'
               OPEN OUTPUT SVG-REMISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ REMISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-REMISE TO ENR-SVG-REM
                       WRITE ENR-SVG-REM
                       ADD 1 TO WS-NB-COURANT
                       ADD Rem-Total TO WS-TOTAL-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-REMISE
               CLOSE REMISE
           ELSE
           IF WS-ST-REM = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-REMISE
               CLOSE SVG-REMISE
           ELSE
               DISPLAY '  Erreur lecture remise.txt - statut '
                       WS-ST-REM
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'REMISE' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       SAUVER-LIGNES-REMISE.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT LIGNE-REMISE
           IF WS-ST-RML = '00'
               OPEN OUTPUT SVG-LIGNE-REMISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ LIGNE-REMISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-LIGNE-REMISE TO ENR-SVG-RML
                       WRITE ENR-SVG-RML
                       ADD 1 TO WS-NB-COURANT
                   END-IF
               END-PERFORM
               CLOSE SVG-LIGNE-REMISE
               CLOSE LIGNE-REMISE
           ELSE
           IF WS-ST-RML = '35'
      *        Fichier pas encore cree : une sauvegarde vide est
      *        produite pour que le jeu reste complet.
               OPEN OUTPUT SVG-LIGNE-REMISE
               CLOSE SVG-LIGNE-REMISE
           ELSE
               DISPLAY '  Erreur lecture remise_ligne.txt - statut '
                       WS-ST-RML
               MOVE 'N' TO WS-SAUVEGARDE-OK
           END-IF
           END-IF
           MOVE 'REMISELIGNE' TO Ctl-Fichier
           PERFORM ECRIRE-CONTROLE.


       ECRIRE-CONTROLE.

           MOVE WS-NB-COURANT TO Ctl-Nb
           MOVE WS-TOTAL-COURANT TO Ctl-Total
           WRITE ENR-CONTROLE
           DISPLAY '  ' Ctl-Fichier ' : ' WS-NB-COURANT
                   ' enregistrement(s)'.


      ******************************************************************
      *      MODE R : LES FICHIERS INDEXES SONT RECONSTRUITS DEPUIS    *
      *      LE JEU DE SAUVEGARDE CHOISI, PUIS COMPTES ET TOTAUX       *
      *      SONT COMPARES AU FICHIER DE CONTROLE AVANT D ANNONCER     *
      *      LE SUCCES. UNE SAUVEGARDE ABSENTE DONT LE CONTROLE        *
      *      ATTEND ZERO ENREGISTREMENT (FICHIER PAS ENCORE CREE AU    *
      *      MOMENT DE LA SAUVEGARDE) RECONSTRUIT UN FICHIER VIDE ;    *
      *      L ABSENCE N EST UNE ERREUR QUE SI LE CONTROLE ATTEND      *
      *      DES ENREGISTREMENTS                                       *
      ******************************************************************

       RESTAURER-TOUT.

           PERFORM CHARGER-CONTROLE
           IF WS-NB-CTL = 0
               DISPLAY 'Jeu de sauvegarde introuvable : '
                       WS-NOM-CONTROLE
           ELSE
               DISPLAY SCR-CONF-RESTAURE
               ACCEPT SCR-CONF-RESTAURE
               IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                   MOVE 'O' TO WS-RESTAURATION-OK
                   PERFORM RESTAURER-FACTURES
                   PERFORM RESTAURER-LIGNES
                   PERFORM RESTAURER-CLIENTS
                   PERFORM RESTAURER-ARTICLES
                   PERFORM RESTAURER-REGLEMENTS
                   PERFORM RESTAURER-OPERATEURS
                   PERFORM RESTAURER-COMPTEURS
                   PERFORM RESTAURER-RELANCES
                   PERFORM RESTAURER-PRIX
                   PERFORM RESTAURER-COMPTES
                   PERFORM RESTAURER-DEVIS
                   PERFORM RESTAURER-LIGNES-DEVIS
                   PERFORM RESTAURER-FOURNISSEURS
                   PERFORM RESTAURER-ARTICLES-FOURN
                   PERFORM RESTAURER-COMMANDES
                   PERFORM RESTAURER-LIGNES-COMMANDE
                   PERFORM RESTAURER-CONTRATS
                   PERFORM RESTAURER-LIGNES-CONTRAT
                   PERFORM RESTAURER-COURS
                   PERFORM RESTAURER-FACT-DEVISE
                   PERFORM RESTAURER-REMISES
                   PERFORM RESTAURER-LIGNES-REMISE
                   IF WS-RESTAURATION-OK = 'O'
                       DISPLAY 'Restauration du ' WS-DATE-SVG
                               ' terminee : controles conformes'
                   ELSE
                       DISPLAY 'RESTAURATION EN ECART : verifier '
                               'les fichiers signales'
                   END-IF
               ELSE
                   DISPLAY 'Restauration annulee'
               END-IF
           END-IF.


       CHARGER-CONTROLE.

           MOVE 0 TO WS-NB-CTL
           OPEN INPUT CONTROLE
           IF WS-ST-CTL = '00'
               MOVE 'N' TO WS-FIN-CTL
               PERFORM UNTIL WS-FIN-CTL = 'O' OR WS-NB-CTL >= 30
                   READ CONTROLE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-CTL
                   END-READ
                   IF WS-FIN-CTL = 'N'
                       ADD 1 TO WS-NB-CTL
                       MOVE Ctl-Fichier
                           TO WS-CTL-FICHIER(WS-NB-CTL)
                       MOVE Ctl-Nb TO WS-CTL-NB(WS-NB-CTL)
                       MOVE Ctl-Total TO WS-CTL-TOTAL(WS-NB-CTL)
                   END-IF
               END-PERFORM
               CLOSE CONTROLE
           END-IF.


       CHERCHER-CONTROLE.

           MOVE 'N' TO WS-CTL-TROUVE
           MOVE 0 TO WS-CTL-NB-ATTENDU
           MOVE 0 TO WS-CTL-TOT-ATTENDU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CTL
               IF WS-CTL-FICHIER(WS-IDX) = WS-CTL-RECH
                   MOVE 'O' TO WS-CTL-TROUVE
                   MOVE WS-CTL-NB(WS-IDX) TO WS-CTL-NB-ATTENDU
                   MOVE WS-CTL-TOTAL(WS-IDX) TO WS-CTL-TOT-ATTENDU
               END-IF
           END-PERFORM.


       VERIFIER-FICHIER.

           PERFORM CHERCHER-CONTROLE
           IF WS-CTL-TROUVE = 'N'
               DISPLAY '  ' WS-CTL-RECH ' : absent du fichier de '
                       'controle'
               MOVE 'N' TO WS-RESTAURATION-OK
           ELSE
               IF WS-NB-COURANT = WS-CTL-NB-ATTENDU
                   AND WS-TOTAL-COURANT = WS-CTL-TOT-ATTENDU
                   DISPLAY '  ' WS-CTL-RECH ' : ' WS-NB-COURANT
                           ' enregistrement(s), controle conforme'
               ELSE
                   DISPLAY '  ' WS-CTL-RECH ' : ECART - restaure '
                           WS-NB-COURANT ' attendu '
                           WS-CTL-NB-ATTENDU
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           END-IF.


       RESTAURER-FACTURES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-FACTURE
           IF WS-ST-SVG NOT = '00'
               MOVE 'FACTURE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT FACTURE
                   CLOSE FACTURE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-FACT
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT FACTURE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-FACTURE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-FACT TO ENR-FACTURE
                       WRITE ENR-FACTURE
                           INVALID KEY
                               DISPLAY 'Erreur restauration facture '
                                       Num-fact
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Total-TTC TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE FACTURE
               CLOSE SVG-FACTURE
               MOVE 'FACTURE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-LIGNES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-LIGNE
           IF WS-ST-SVG NOT = '00'
               MOVE 'LIGNE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT LIGNE-FACTURE
                   CLOSE LIGNE-FACTURE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-LIGNE
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT LIGNE-FACTURE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-LIGNE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-LIGNE TO ENR-LIGNE
                       WRITE ENR-LIGNE
                           INVALID KEY
                               DISPLAY 'Erreur restauration ligne'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               COMPUTE WS-MONTANT-LIGNE =
                                       Lig-Prix-Unit * Lig-Qte
                               ADD WS-MONTANT-LIGNE
                                   TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE LIGNE-FACTURE
               CLOSE SVG-LIGNE
               MOVE 'LIGNE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-CLIENTS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-CLIENT
           IF WS-ST-SVG NOT = '00'
               MOVE 'CLIENT' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT CLIENT
                   CLOSE CLIENT
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-CLIENT
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT CLIENT
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-CLIENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-CLIENT TO ENR-CLIENT
                       WRITE ENR-CLIENT
                           INVALID KEY
                               DISPLAY 'Erreur restauration client '
                                       Cli-Num
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Cli-Limite TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CLIENT
               CLOSE SVG-CLIENT
               MOVE 'CLIENT' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-ARTICLES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-ARTICLE
           IF WS-ST-SVG NOT = '00'
               MOVE 'ARTICLE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT ARTICLE
                   CLOSE ARTICLE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-ARTICLE
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT ARTICLE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-ARTICLE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-ARTICLE TO ENR-ARTICLE
                       WRITE ENR-ARTICLE
                           INVALID KEY
                               DISPLAY 'Erreur restauration article '
                                       Art-Code
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Art-Prix-Unit
                                   TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE ARTICLE
               CLOSE SVG-ARTICLE
               MOVE 'ARTICLE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-REGLEMENTS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-REGLEMENT
           IF WS-ST-SVG NOT = '00'
               MOVE 'REGLEMENT' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT REGLEMENT
                   CLOSE REGLEMENT
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-REGL
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT REGLEMENT
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-REGLEMENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-REGL TO ENR-REGLEMENT
                       WRITE ENR-REGLEMENT
                           INVALID KEY
                               DISPLAY 'Erreur restauration reglement'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Reg-Montant TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE REGLEMENT
               CLOSE SVG-REGLEMENT
               MOVE 'REGLEMENT' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-OPERATEURS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-OPERATEUR
           IF WS-ST-SVG NOT = '00'
               MOVE 'OPERATEUR' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT OPERATEUR
                   CLOSE OPERATEUR
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-OPE
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT OPERATEUR
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-OPERATEUR NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-OPE TO ENR-OPERATEUR
                       WRITE ENR-OPERATEUR
                           INVALID KEY
                               DISPLAY 'Erreur restauration operateur '
                                       Ope-Num
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE OPERATEUR
               CLOSE SVG-OPERATEUR
               MOVE 'OPERATEUR' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-COMPTEURS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-COMPTEUR
           IF WS-ST-SVG NOT = '00'
               MOVE 'COMPTEUR' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT COMPTEUR
                   CLOSE COMPTEUR
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-CPT
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT COMPTEUR
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-COMPTEUR NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-CPT TO ENR-COMPTEUR
                       WRITE ENR-COMPTEUR
                           INVALID KEY
                               DISPLAY 'Erreur restauration compteur'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Cpt-Prochain
                                   TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE COMPTEUR
               CLOSE SVG-COMPTEUR
               MOVE 'COMPTEUR' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-RELANCES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-RELANCE
           IF WS-ST-SVG NOT = '00'
               MOVE 'RELANCE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT RELANCE
                   CLOSE RELANCE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-REL
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT RELANCE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-RELANCE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-REL TO ENR-RELANCE
                       WRITE ENR-RELANCE
                           INVALID KEY
                               DISPLAY 'Erreur restauration relance'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE RELANCE
               CLOSE SVG-RELANCE
               MOVE 'RELANCE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-PRIX.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-PRIX
           IF WS-ST-SVG NOT = '00'
               MOVE 'PRIXHIST' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT PRIX-HISTO
                   CLOSE PRIX-HISTO
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-PRIX
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT PRIX-HISTO
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-PRIX NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-PRIX TO ENR-PRIX
                       WRITE ENR-PRIX
                           INVALID KEY
                               DISPLAY 'Erreur restauration prix'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Prx-Prix TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE PRIX-HISTO
               CLOSE SVG-PRIX
               MOVE 'PRIXHIST' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-COMPTES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-COMPTE
           IF WS-ST-SVG NOT = '00'
               MOVE 'COMPTE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT COMPTE-CLIENT
                   CLOSE COMPTE-CLIENT
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-CCL
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT COMPTE-CLIENT
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-COMPTE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-CCL TO ENR-COMPTE
                       WRITE ENR-COMPTE
                           INVALID KEY
                               DISPLAY 'Erreur restauration compte '
                                       Ccl-Num-Doc
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Ccl-Montant TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE COMPTE-CLIENT
               CLOSE SVG-COMPTE
               MOVE 'COMPTE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-DEVIS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-DEVIS
           IF WS-ST-SVG NOT = '00'
               MOVE 'DEVIS' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT DEVIS
                   CLOSE DEVIS
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-DEVIS
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT DEVIS
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-DEVIS NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-DEVIS TO ENR-DEVIS
                       WRITE ENR-DEVIS
                           INVALID KEY
                               DISPLAY 'Erreur restauration devis'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Dev-Total-TTC TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE DEVIS
               CLOSE SVG-DEVIS
               MOVE 'DEVIS' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-LIGNES-DEVIS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-LIGNE-DEVIS
           IF WS-ST-SVG NOT = '00'
               MOVE 'LIGNEDEVIS' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT LIGNE-DEVIS
                   CLOSE LIGNE-DEVIS
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-LDV
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT LIGNE-DEVIS
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-LIGNE-DEVIS NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-LDV TO ENR-LIGNE-DEVIS
                       WRITE ENR-LIGNE-DEVIS
                           INVALID KEY
                               DISPLAY 'Erreur restauration ligne devis'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE LIGNE-DEVIS
               CLOSE SVG-LIGNE-DEVIS
               MOVE 'LIGNEDEVIS' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-FOURNISSEURS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-FOURNISSEUR
           IF WS-ST-SVG NOT = '00'
               MOVE 'FOURNISSEUR' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT FOURNISSEUR
                   CLOSE FOURNISSEUR
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-FOURN
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT FOURNISSEUR
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-FOURNISSEUR NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-FOURN TO ENR-FOURNISSEUR
                       WRITE ENR-FOURNISSEUR
                           INVALID KEY
                               DISPLAY 'Erreur restauration fournisseur'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE FOURNISSEUR
               CLOSE SVG-FOURNISSEUR
               MOVE 'FOURNISSEUR' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-ARTICLES-FOURN.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-ARTICLE-FOURN
           IF WS-ST-SVG NOT = '00'
               MOVE 'ARTFOURN' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT ARTICLE-FOURNISSEUR
                   CLOSE ARTICLE-FOURNISSEUR
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-AFO
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT ARTICLE-FOURNISSEUR
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-ARTICLE-FOURN NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-AFO TO ENR-ARTICLE-FOURN
                       WRITE ENR-ARTICLE-FOURN
                           INVALID KEY
                               DISPLAY 'Erreur restauration artfourn'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE ARTICLE-FOURNISSEUR
               CLOSE SVG-ARTICLE-FOURN
               MOVE 'ARTFOURN' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-COMMANDES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-COMMANDE
           IF WS-ST-SVG NOT = '00'
               MOVE 'COMMANDE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT COMMANDE
                   CLOSE COMMANDE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-CDE
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT COMMANDE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-COMMANDE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-CDE TO ENR-COMMANDE
                       WRITE ENR-COMMANDE
                           INVALID KEY
                               DISPLAY 'Erreur restauration commande'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Cde-Total TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE COMMANDE
               CLOSE SVG-COMMANDE
               MOVE 'COMMANDE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-LIGNES-COMMANDE.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-LIGNE-COMMANDE
           IF WS-ST-SVG NOT = '00'
               MOVE 'LIGNECDE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT LIGNE-COMMANDE
                   CLOSE LIGNE-COMMANDE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-LCD
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT LIGNE-COMMANDE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-LIGNE-COMMANDE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-LCD TO ENR-LIGNE-CDE
                       WRITE ENR-LIGNE-CDE
                           INVALID KEY
                               DISPLAY 'Erreur restauration ligne cde'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE LIGNE-COMMANDE
               CLOSE SVG-LIGNE-COMMANDE
               MOVE 'LIGNECDE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-CONTRATS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-CONTRAT
           IF WS-ST-SVG NOT = '00'
               MOVE 'CONTRAT' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT CONTRAT
                   CLOSE CONTRAT
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-CTR
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT CONTRAT
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-CONTRAT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-CTR TO ENR-CONTRAT
                       WRITE ENR-CONTRAT
                           INVALID KEY
                               DISPLAY 'Erreur restauration contrat'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CONTRAT
               CLOSE SVG-CONTRAT
               MOVE 'CONTRAT' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-LIGNES-CONTRAT.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-LIGNE-CTR
           IF WS-ST-SVG NOT = '00'
               MOVE 'LIGNECTR' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT LIGNE-CONTRAT
                   CLOSE LIGNE-CONTRAT
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-LCT
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT LIGNE-CONTRAT
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-LIGNE-CTR NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-LCT TO ENR-LIGNE-CTR
                       WRITE ENR-LIGNE-CTR
                           INVALID KEY
                               DISPLAY 'Erreur restauration ligne ctr'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE LIGNE-CONTRAT
               CLOSE SVG-LIGNE-CTR
               MOVE 'LIGNECTR' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-COURS.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-COURS
           IF WS-ST-SVG NOT = '00'
               MOVE 'COURS' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT COURS-DEVISE
                   CLOSE COURS-DEVISE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-CRS
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT COURS-DEVISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-COURS NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-CRS TO ENR-COURS
                       WRITE ENR-COURS
                           INVALID KEY
                               DISPLAY 'Erreur restauration cours'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE COURS-DEVISE
               CLOSE SVG-COURS
               MOVE 'COURS' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-FACT-DEVISE.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-FACT-DEVISE
           IF WS-ST-SVG NOT = '00'
               MOVE 'FACDEVISE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT FACT-DEVISE
                   CLOSE FACT-DEVISE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-FDV
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT FACT-DEVISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-FACT-DEVISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-FDV TO ENR-FACT-DEVISE
                       WRITE ENR-FACT-DEVISE
                           INVALID KEY
                               DISPLAY 'Erreur restauration facdevise'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE FACT-DEVISE
               CLOSE SVG-FACT-DEVISE
               MOVE 'FACDEVISE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-REMISES.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-REMISE
           IF WS-ST-SVG NOT = '00'
               MOVE 'REMISE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT REMISE
                   CLOSE REMISE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-REM
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT REMISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-REMISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-REM TO ENR-REMISE
                       WRITE ENR-REMISE
                           INVALID KEY
                               DISPLAY 'Erreur restauration remise'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                               ADD Rem-Total TO WS-TOTAL-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE REMISE
               CLOSE SVG-REMISE
               MOVE 'REMISE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.


       RESTAURER-LIGNES-REMISE.

           MOVE 0 TO WS-NB-COURANT
           MOVE 0 TO WS-TOTAL-COURANT
           OPEN INPUT SVG-LIGNE-REMISE
           IF WS-ST-SVG NOT = '00'
               MOVE 'REMISELIGNE' TO WS-CTL-RECH
               PERFORM CHERCHER-CONTROLE
               IF WS-CTL-TROUVE = 'O' AND WS-CTL-NB-ATTENDU = 0
                   OPEN OUTPUT LIGNE-REMISE
                   CLOSE LIGNE-REMISE
                   PERFORM VERIFIER-FICHIER
               ELSE
                   DISPLAY '  Sauvegarde absente : ' WS-NOM-SVG-RML
                   MOVE 'N' TO WS-RESTAURATION-OK
               END-IF
           ELSE
               OPEN OUTPUT LIGNE-REMISE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ SVG-LIGNE-REMISE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE ENR-SVG-RML TO ENR-LIGNE-REMISE
                       WRITE ENR-LIGNE-REMISE
                           INVALID KEY
                               DISPLAY 'Erreur restauration lig. remise'
                               MOVE 'N' TO WS-RESTAURATION-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-COURANT
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE LIGNE-REMISE
               CLOSE SVG-LIGNE-REMISE
               MOVE 'REMISELIGNE' TO WS-CTL-RECH
               PERFORM VERIFIER-FICHIER
           END-IF.

