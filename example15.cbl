      ******************************************************************
      *      DEVIS : SAISIE, IMPRESSION ET SUIVI DES DEVIS CLIENTS     *
      *      UN DEVIS EST SAISI COMME UNE FACTURE (CLIENT, ARTICLES,   *
      *      PRIX EN VIGUEUR A LA DATE DU DEVIS, TAUX DE TVA DE LA     *
      *      CATEGORIE DE L ARTICLE) AVEC UNE DATE DE VALIDITE. LE     *
      *      DEVIS ACCEPTE EST TRANSFORME EN FACTURE : NUMERO PRIS     *
      *      DANS COMPTEUR.TXT, LIGNES ECRITES DANS LIGNEFACT.TXT AUX  *
      *      PRIX DU DEVIS, SORTIE DE STOCK, PIECE AU COMPTE CLIENT    *
      *      ET TRACE D AUDIT, APRES LES MEMES CONTROLES QUE EDITER    *
      *      (COMPTE BLOQUE, LIMITE DE CREDIT, STOCK). L ETAT DES      *
      *      DEVIS (ETAT_DEVIS.TXT) DONNE LES DEVIS OUVERTS, EXPIRES,  *
      *      TRANSFORMES ET ANNULES AVEC LE TAUX DE TRANSFORMATION.    *
      *      LE DEVIS EST CHIFFRE EN EUROS ; TRANSFORME POUR UN CLIENT *
      *      FACTURE EN DEVISE, LA FACTURE EST CONVERTIE AU COURS DU   *
      *      JOUR (FACDEVISE.TXT), REFUSEE S IL N Y EN A PAS.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Devis ASSIGN TO "devis.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Dev-Num
                           ALTERNATE RECORD KEY IS Dev-Num-Client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-DEVIS.

           SELECT Ligne-Devis ASSIGN TO "lignedevis.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cle-Ligne-Dev
                           FILE STATUS IS WS-ST-LDV.

           SELECT Facture ASSIGN TO "facture.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Num-fact
                           ALTERNATE RECORD KEY IS Num-client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-FACT.

           SELECT Ligne-Facture ASSIGN TO "lignefact.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cle-Ligne
                           FILE STATUS IS WS-ST-LIGNE.

           SELECT Client ASSIGN TO "client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cli-Num
                           FILE STATUS IS WS-ST-CLIENT.

           SELECT Article ASSIGN TO "article.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Art-Code
                           FILE STATUS IS WS-ST-ARTICLE.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Prix-Histo ASSIGN TO "prixhist.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Prx-Cle
                           FILE STATUS IS WS-ST-PRIX.

           SELECT Compteur ASSIGN TO "compteur.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cpt-Type
                           FILE STATUS IS WS-ST-CPT.

           SELECT Audit-Facture ASSIGN TO "audit_facture.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-AUDIT.

           SELECT Mouvement-Stock ASSIGN TO "mouvstock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-MVT.

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

           SELECT Impression ASSIGN TO "devis_impr.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-IMPR.

           SELECT Etat ASSIGN TO "etat_devis.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

       DATA DIVISION.
       FILE SECTION.

      *    Entete de devis. Statut : O = ouvert, C = transforme en
      *    facture (Dev-Num-Fact), A = annule (refus du client).
      *    Un devis ouvert dont la date de validite est depassee
      *    est edite comme expire.
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

       FD  LIGNE-FACTURE.
       01  ENR-LIGNE.
           02 Cle-Ligne.
              03 Lig-Num-Fact   PIC 9(6).
              03 Lig-Num-Ligne  PIC 9(2).
           02 Lig-Code-Article PIC X(6).
           02 Lig-Prix-Unit    PIC 9(7)v99.
           02 Lig-Qte          PIC 9(3).
           02 Lig-Taux-TVA     PIC 9(2)v99.

       FD  CLIENT.
       01  ENR-CLIENT.
           02 Cli-Num     PIC 9(6).
           02 Cli-Nom     PIC X(30).
           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  ARTICLE.
       01  ENR-ARTICLE.
           02 Art-Code        PIC X(6).
           02 Art-Designation PIC X(30).
           02 Art-Prix-Unit   PIC 9(7)v99.
           02 Art-Cat-TVA     PIC X.
           02 Art-Stock       PIC 9(5).
           02 Art-Seuil       PIC 9(5).

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

       FD  PRIX-HISTO.
       01  ENR-PRIX.
           02 Prx-Cle.
              03 Prx-Code       PIC X(6).
              03 Prx-Date-Effet PIC X(8).
           02 Prx-Prix       PIC 9(7)v99.
           02 Prx-Date-Maj   PIC X(8).
           02 Prx-Operateur  PIC X(4).

      *    Compteur de numerotation : 'F' factures, 'A' avoirs,
      *    'D' devis (a partir de 000001).
       FD  COMPTEUR.
       01  ENR-COMPTEUR.
           02 Cpt-Type     PIC X.
           02 Cpt-Prochain PIC 9(6).

       FD  AUDIT-FACTURE.
       01  ENR-AUDIT.
           02 Aud-Num-Fact  PIC 9(6).
           02 Aud-Operation PIC X(12).
           02 Aud-Date      PIC X(8).
           02 Aud-Heure     PIC X(8).
           02 Aud-Avant     PIC X(40).
           02 Aud-Apres     PIC X(40).
           02 Aud-Operateur PIC X(4).

      *    Journal des mouvements de stock : une ligne par
      *    changement de Art-Stock, avec la quantite entree ou
      *    sortie, le motif (VENTE, RETOUR, RECEPTION, SUPPRESSION,
      *    MODIFICATION, AJUSTEMENT), la piece et l operateur.
       FD  MOUVEMENT-STOCK.
       01  ENR-MOUVEMENT.
           02 Mvt-Code-Article PIC X(6).
           02 Mvt-Date         PIC X(8).
           02 Mvt-Heure        PIC X(8).
           02 Mvt-Qte-Entree   PIC 9(5).
           02 Mvt-Qte-Sortie   PIC 9(5).
           02 Mvt-Motif        PIC X(12).
           02 Mvt-Num-Doc      PIC 9(6).
           02 Mvt-Stock-Apres  PIC 9(5).
           02 Mvt-Operateur    PIC X(4).

      *    Cours de change par devise et date d effet (COURS_DEVISE).
       FD  COURS-DEVISE.
       01  ENR-COURS.
           02 Crs-Cle.
              03 Crs-Devise     PIC X(3).
              03 Crs-Date-Effet PIC X(8).
           02 Crs-Taux       PIC 9(4)v9(6).
           02 Crs-Date-Maj   PIC X(8).
           02 Crs-Operateur  PIC X(4).

      *    Facture en devise : cours applique et totaux dans la
      *    devise du client (la facture reste en euros).
       FD  FACT-DEVISE.
       01  ENR-FACT-DEVISE.
           02 Fdv-Num-Fact    PIC 9(6).
           02 Fdv-Devise      PIC X(3).
           02 Fdv-Date-Cours  PIC X(8).
           02 Fdv-Taux        PIC 9(4)v9(6).
           02 Fdv-Total-HT    PIC 9(9)v99.
           02 Fdv-Total-TVA   PIC 9(9)v99.
           02 Fdv-Total-TTC   PIC 9(9)v99.

       FD  IMPRESSION.
       01  LIGNE-IMPR PIC X(80).

       FD  ETAT.
       01  LIGNE-ETAT PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-DEVIS         PIC XX.
       01 WS-ST-LDV           PIC XX.
       01 WS-ST-FACT          PIC XX.
       01 WS-ST-LIGNE         PIC XX.
       01 WS-ST-CLIENT        PIC XX.
       01 WS-ST-ARTICLE       PIC XX.
       01 WS-ST-CCL           PIC XX.
       01 WS-ST-PRIX          PIC XX.
       01 WS-ST-CPT           PIC XX.
       01 WS-ST-AUDIT         PIC XX.
       01 WS-ST-IMPR          PIC XX.
       01 WS-ST-ETAT          PIC XX.
       01 WS-ST-MVT           PIC XX.
       01 WS-ST-CRS           PIC XX.
       01 WS-ST-FDV           PIC XX.

       01 WS-CLIENT-FILE-OK   PIC X VALUE 'N'.
       01 WS-ARTICLE-FILE-OK  PIC X VALUE 'N'.
       01 WS-PRIX-FILE-OK     PIC X VALUE 'N'.
       01 WS-COURS-FILE-OK    PIC X VALUE 'N'.
       01 WS-FIN-COURS        PIC X.
       01 WS-COURS-TROUVE     PIC X.
       01 WS-DEVISE-FACT      PIC X(3).
       01 WS-TAUX-DEVISE      PIC 9(4)v9(6).
       01 WS-DATE-COURS       PIC X(8).
       01 WS-PRIX-DEVISE      PIC 9(7)v99.
       01 WS-HT-LIGNE-DEVISE  PIC 9(9)v99.
       01 WS-TVA-LIGNE-DEVISE PIC 9(9)v99.
       01 WS-CONTINUER        PIC X VALUE 'O'.
       01 WS-MODE             PIC X.
       01 WS-REP-CONF         PIC X.
       01 WS-REP-SUP          PIC X.
       01 WS-TROUVE           PIC X.
       01 WS-CLIENT-OK        PIC X.
       01 WS-ACCORD-SUP       PIC X.
       01 WS-CONVERSION-OK    PIC X.
       01 WS-DATE-OK          PIC X.
       01 WS-NUM-LIBRE        PIC X.
       01 WS-FIN-LIGNES       PIC X.
       01 WS-FIN-DEVIS        PIC X.
       01 WS-FIN-PRIX         PIC X.
       01 WS-FIN-ENCOURS      PIC X.
       01 WS-NUM-DEVIS        PIC 9(6).
       01 WS-TYPE-CPT         PIC X.
       01 WS-NUM-UTILISE      PIC 9(6).
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-DATE-N           PIC 9(8).
       01 WS-DATE-SAISIE      PIC X(8).
       01 WS-MM               PIC 99.
       01 WS-JJ               PIC 99.
       01 WS-AAAA             PIC 9(4).
       01 WS-JOURS-MAX        PIC 99.
       01 WS-DUREE-VALIDITE   PIC 999 VALUE 30.
       01 WS-PRIX-VIGUEUR     PIC 9(7)v99.
       01 WS-QTE-TEST         PIC 9(3).
       01 WS-TOTAL-TEST       PIC 9(9)v99.
       01 WS-MONTANT-LIGNE    PIC 9(9)v99.
       01 WS-MONTANT-TVA      PIC 9(9)v99.
       01 WS-ENCOURS          PIC S9(11)v99.
       01 WS-ENCOURS-TEST     PIC S9(11)v99.
       01 WS-SOLDE-FACT       PIC 9(9)v99.
       01 WS-NB-MANQUES       PIC 99.
       01 WS-NB-LIGNES-FACT   PIC 99.
       01 WS-LIBELLE-STATUT   PIC X(10).
       01 WS-STOCK-AVANT      PIC 9(5).
       01 WS-MOTIF-MVT        PIC X(12).
       01 WS-DOC-MVT          PIC 9(6).

       01 WS-NB-DEVIS         PIC 9(5).
       01 WS-NB-OUVERTS       PIC 9(5).
       01 WS-NB-EXPIRES       PIC 9(5).
       01 WS-NB-CONVERTIS     PIC 9(5).
       01 WS-NB-ANNULES       PIC 9(5).
       01 WS-MT-DEVIS         PIC 9(11)v99.
       01 WS-MT-OUVERTS       PIC 9(11)v99.
       01 WS-MT-EXPIRES       PIC 9(11)v99.
       01 WS-MT-CONVERTIS     PIC 9(11)v99.
       01 WS-MT-ANNULES       PIC 9(11)v99.
       01 WS-TAUX-NOMBRE      PIC 999v9.
       01 WS-TAUX-MONTANT     PIC 999v9.
       01 WS-TAUX-EDITE       PIC ZZ9.9.
       01 WS-TAUX-EDITE-MT    PIC ZZ9.9.


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-DEVIS.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'DEVIS CLIENTS'.
           2 LINE 4 COL 5 VALUE 'C = Creer un devis'.
           2 LINE 5 COL 5 VALUE 'I = Imprimer un devis'.
           2 LINE 6 COL 5 VALUE 'T = Transformer un devis accepte'.
           2 COL 38 VALUE ' en facture'.
           2 LINE 7 COL 5 VALUE 'A = Annuler un devis refuse'.
           2 LINE 8 COL 5 VALUE 'L = Etat des devis et taux de'.
           2 COL 34 VALUE ' transformation'.
           2 LINE 9 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 11 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-NUMDEVIS.
           2 LINE 13 COL 2 VALUE 'Numero de devis (0 = annuler):  '.
           2 PIC 9(6) TO WS-NUM-DEVIS.

         1 SCR-NUM-ATTRIBUE.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'CREATION DE DEVIS'.
           2 LINE 4 COL 2 VALUE 'Numero attribue :  '.
           2 PIC 9(6) FROM Dev-Num.

         1 SCR-CLIENT-DEV.
           2 LINE 6 COL 2 VALUE 'Saisir le num du client:  '.
           2 PIC 9(6) TO Dev-Num-Client.

         1 SCR-CLIENT-NOM.
           2 LINE 7 COL 2 VALUE 'Client trouve :  '.
           2 PIC X(30) FROM Cli-Nom.

         1 SCR-VALIDITE.
           2 LINE 8 COL 2 VALUE 'Date du devis :  '.
           2 PIC X(8) FROM Dev-Date.
           2 LINE 9 COL 2 VALUE 'Valable jusqu au (AAAAMMJJ):  '.
           2 PIC X(8) USING WS-DATE-SAISIE.

         1 SCR-LIGNE-CODE.
           2 LINE 11 COL 2 VALUE 'Code article (FIN pour arreter):  '.
           2 PIC X(6) TO Ldv-Code-Article.

         1 SCR-LIGNE-ARTICLE.
           2 LINE 12 COL 2 VALUE 'Designation:  '.
           2 PIC X(30) FROM Art-Designation.
           2 LINE 13 COL 2 VALUE 'Prix unitaire:  '.
           2 PIC 9(7)v99 FROM Ldv-Prix-Unit.
           2 LINE 14 COL 2 VALUE 'Taux TVA:  '.
           2 PIC 9(2)v99 FROM Ldv-Taux-TVA.
           2 LINE 14 COL 30 VALUE 'En stock:  '.
           2 PIC 9(5) FROM Art-Stock.

         1 SCR-LIGNE-QTE.
           2 LINE 15 COL 2 VALUE 'Quantite:  '.
           2 PIC 9(3) TO Ldv-Qte.

         1 SCR-CONFIRME.
           2 LINE 17 COL 2 VALUE 'Confirmer (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

         1 SCR-ACCORD-SUP.
           2 LINE 18 COL 2 VALUE 'Accord du superviseur (O/N) ?  '.
           2 PIC X TO WS-REP-SUP.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM OUVRIR-FICHIERS

           IF WS-CLIENT-FILE-OK NOT = 'O'
               DISPLAY 'Fichier client introuvable : lancez "Gerer les'
               DISPLAY 'clients" avant de saisir un devis'
           ELSE
           IF WS-ARTICLE-FILE-OK NOT = 'O'
               DISPLAY 'Fichier article introuvable : lancez "Gerer'
               DISPLAY 'les articles" avant de saisir un devis'
           ELSE
               PERFORM UNTIL WS-CONTINUER = 'N'
                   DISPLAY SCR-MODE-DEVIS
                   ACCEPT SCR-MODE-DEVIS

                   EVALUATE WS-MODE
                       WHEN 'C' WHEN 'c'
                           PERFORM CREER-DEVIS
                       WHEN 'I' WHEN 'i'
                           PERFORM CHOISIR-DEVIS
                           IF WS-TROUVE = 'O'
                               PERFORM IMPRIMER-DEVIS
                           END-IF
                       WHEN 'T' WHEN 't'
                           PERFORM CHOISIR-DEVIS
                           IF WS-TROUVE = 'O'
                               PERFORM TRANSFORMER-DEVIS
                           END-IF
                       WHEN 'A' WHEN 'a'
                           PERFORM CHOISIR-DEVIS
                           IF WS-TROUVE = 'O'
                               PERFORM ANNULER-DEVIS
                           END-IF
                       WHEN 'L' WHEN 'l'
                           PERFORM EDITER-ETAT-DEVIS
                       WHEN 'Q' WHEN 'q'
                           MOVE 'N' TO WS-CONTINUER
                       WHEN OTHER
                           DISPLAY 'Choix inconnu : ' WS-MODE
                   END-EVALUATE
               END-PERFORM
           END-IF
           END-IF

           PERFORM FERMER-FICHIERS
           EXIT PROGRAM.


       OUVRIR-FICHIERS.

           OPEN I-O DEVIS
           IF WS-ST-DEVIS = '35'
               OPEN OUTPUT DEVIS
               CLOSE DEVIS
               OPEN I-O DEVIS
           END-IF

           OPEN I-O LIGNE-DEVIS
           IF WS-ST-LDV = '35'
               OPEN OUTPUT LIGNE-DEVIS
               CLOSE LIGNE-DEVIS
               OPEN I-O LIGNE-DEVIS
           END-IF

           OPEN I-O FACTURE
           IF WS-ST-FACT = '35'
               OPEN OUTPUT FACTURE
               CLOSE FACTURE
               OPEN I-O FACTURE
           END-IF

           OPEN I-O LIGNE-FACTURE
           IF WS-ST-LIGNE = '35'
               OPEN OUTPUT LIGNE-FACTURE
               CLOSE LIGNE-FACTURE
               OPEN I-O LIGNE-FACTURE
           END-IF

           OPEN INPUT CLIENT
           IF WS-ST-CLIENT = '00'
               MOVE 'O' TO WS-CLIENT-FILE-OK
           ELSE
               MOVE 'N' TO WS-CLIENT-FILE-OK
           END-IF

      *    Ouverture en mise a jour : la transformation en facture
      *    sort du stock les quantites du devis.
           OPEN I-O ARTICLE
           IF WS-ST-ARTICLE = '00'
               MOVE 'O' TO WS-ARTICLE-FILE-OK
           ELSE
               MOVE 'N' TO WS-ARTICLE-FILE-OK
           END-IF

           OPEN I-O COMPTE-CLIENT
           IF WS-ST-CCL = '35'
               OPEN OUTPUT COMPTE-CLIENT
               CLOSE COMPTE-CLIENT
               OPEN I-O COMPTE-CLIENT
           END-IF

           OPEN INPUT PRIX-HISTO
           IF WS-ST-PRIX = '00'
               MOVE 'O' TO WS-PRIX-FILE-OK
           ELSE
               MOVE 'N' TO WS-PRIX-FILE-OK
           END-IF

           OPEN INPUT COURS-DEVISE
           IF WS-ST-CRS = '00'
               MOVE 'O' TO WS-COURS-FILE-OK
           ELSE
               MOVE 'N' TO WS-COURS-FILE-OK
           END-IF

           OPEN I-O FACT-DEVISE
           IF WS-ST-FDV = '35'
               OPEN OUTPUT FACT-DEVISE
               CLOSE FACT-DEVISE
               OPEN I-O FACT-DEVISE
           END-IF

           OPEN I-O COMPTEUR
           IF WS-ST-CPT = '35'
               OPEN OUTPUT COMPTEUR
               CLOSE COMPTEUR
               OPEN I-O COMPTEUR
           END-IF

           OPEN EXTEND AUDIT-FACTURE
           IF WS-ST-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-FACTURE
               CLOSE AUDIT-FACTURE
               OPEN EXTEND AUDIT-FACTURE
           END-IF

           OPEN EXTEND MOUVEMENT-STOCK
           IF WS-ST-MVT NOT = '00'
               OPEN OUTPUT MOUVEMENT-STOCK
               CLOSE MOUVEMENT-STOCK
               OPEN EXTEND MOUVEMENT-STOCK
           END-IF.


       FERMER-FICHIERS.

           CLOSE DEVIS
           CLOSE LIGNE-DEVIS
           CLOSE FACTURE
           CLOSE LIGNE-FACTURE
           IF WS-CLIENT-FILE-OK = 'O'
               CLOSE CLIENT
           END-IF
           IF WS-ARTICLE-FILE-OK = 'O'
               CLOSE ARTICLE
           END-IF
           CLOSE COMPTE-CLIENT
           IF WS-PRIX-FILE-OK = 'O'
               CLOSE PRIX-HISTO
           END-IF
           IF WS-COURS-FILE-OK = 'O'
               CLOSE COURS-DEVISE
           END-IF
           CLOSE FACT-DEVISE
           CLOSE COMPTEUR
           CLOSE AUDIT-FACTURE
           CLOSE MOUVEMENT-STOCK.


       CHOISIR-DEVIS.

           MOVE 'N' TO WS-TROUVE
           DISPLAY SCR-NUMDEVIS
           ACCEPT SCR-NUMDEVIS
           IF WS-NUM-DEVIS NOT = ZERO
               MOVE WS-NUM-DEVIS TO Dev-Num
               READ DEVIS KEY IS Dev-Num
                   INVALID KEY
                       DISPLAY 'Devis inconnu : ' WS-NUM-DEVIS
                   NOT INVALID KEY
                       MOVE 'O' TO WS-TROUVE
               END-READ
           END-IF.


      ******************************************************************
      *      CREATION : NUMERO AUTOMATIQUE (SERIE 'D' DU COMPTEUR),    *
      *      CLIENT, DATE DE VALIDITE (30 JOURS PAR DEFAUT) PUIS       *
      *      LIGNES AU PRIX EN VIGUEUR A LA DATE DU DEVIS. LE DEVIS    *
      *      NE TOUCHE NI AU STOCK NI AU COMPTE CLIENT.                *
      ******************************************************************

       CREER-DEVIS.

           PERFORM OBTENIR-NUMERO-DEVIS
           DISPLAY SCR-NUM-ATTRIBUE
           PERFORM SAISIR-CLIENT-DEVIS

           IF WS-CLIENT-OK = 'O'
               MOVE WS-DATE-JOUR TO Dev-Date
               PERFORM SAISIR-VALIDITE
               MOVE 0 TO Dev-Qte-Article
               MOVE 0 TO Dev-Total-HT
               MOVE 0 TO Dev-Total-TVA
               MOVE 'O' TO Dev-Statut
               MOVE 0 TO Dev-Num-Fact
               MOVE SPACES TO Dev-Date-Conv
               MOVE Ope-Appelant TO Dev-Operateur
               MOVE Dev-Num TO Ldv-Num-Devis
               MOVE 1 TO Ldv-Num-Ligne
               PERFORM SAISIR-LIGNES-DEVIS

               IF Ldv-Num-Ligne = 1
                   DISPLAY 'Devis sans ligne : non cree'
               ELSE
                   COMPUTE Dev-Total-TTC =
                           Dev-Total-HT + Dev-Total-TVA
                   WRITE ENR-DEVIS
                       INVALID KEY
                           DISPLAY 'Erreur de creation du devis'
                   END-WRITE
                   IF WS-ST-DEVIS = '00'
                       MOVE 'D' TO WS-TYPE-CPT
                       MOVE Dev-Num TO WS-NUM-UTILISE
                       PERFORM AVANCER-COMPTEUR
                       PERFORM IMPRIMER-DEVIS
                       DISPLAY 'Devis ' Dev-Num ' cree, valable '
                               'jusqu au ' Dev-Date-Validite
                   ELSE
                       PERFORM SUPPRIMER-LIGNES-DEVIS
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Devis non cree'
           END-IF.


       OBTENIR-NUMERO-DEVIS.

           MOVE 'D' TO WS-TYPE-CPT
           MOVE 'D' TO Cpt-Type
           READ COMPTEUR KEY IS Cpt-Type
               INVALID KEY PERFORM INITIALISER-COMPTEUR
           END-READ

           MOVE 'N' TO WS-NUM-LIBRE
           PERFORM UNTIL WS-NUM-LIBRE = 'O'
               MOVE Cpt-Prochain TO Dev-Num
               READ DEVIS KEY IS Dev-Num
                   INVALID KEY MOVE 'O' TO WS-NUM-LIBRE
                   NOT INVALID KEY ADD 1 TO Cpt-Prochain
               END-READ
           END-PERFORM
           MOVE Cpt-Prochain TO Dev-Num.


       SAISIR-CLIENT-DEVIS.

           MOVE SPACE TO WS-CLIENT-OK
           PERFORM UNTIL WS-CLIENT-OK NOT = SPACE
               DISPLAY SCR-CLIENT-DEV
               ACCEPT SCR-CLIENT-DEV
               IF Dev-Num-Client = ZERO
                   MOVE 'N' TO WS-CLIENT-OK
               ELSE
                   MOVE Dev-Num-Client TO Cli-Num
                   READ CLIENT KEY IS Cli-Num
                       INVALID KEY
                           DISPLAY 'Client inconnu : ' Dev-Num-Client
                           DISPLAY 'Saisir 000000 pour annuler'
                       NOT INVALID KEY
                           DISPLAY SCR-CLIENT-NOM
                           MOVE 'O' TO WS-CLIENT-OK
      *                    Le devis reste possible : le blocage sera
      *                    controle a la transformation en facture.
                           IF Cli-Bloque = 'O'
                               DISPLAY 'Attention : compte client '
                                       'bloque'
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.


       SAISIR-VALIDITE.

           MOVE WS-DATE-JOUR TO WS-DATE-N
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                   + WS-DUREE-VALIDITE)
           MOVE WS-DATE-N TO WS-DATE-SAISIE

           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'O'
               DISPLAY SCR-VALIDITE
               ACCEPT SCR-VALIDITE
               PERFORM VERIFIER-DATE
               IF WS-DATE-OK = 'O' AND WS-DATE-SAISIE < Dev-Date
                   MOVE 'N' TO WS-DATE-OK
                   DISPLAY 'La validite ne peut preceder la date '
                           'du devis'
               END-IF
           END-PERFORM
           MOVE WS-DATE-SAISIE TO Dev-Date-Validite.


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


       SAISIR-LIGNES-DEVIS.

           MOVE 'N' TO WS-FIN-LIGNES
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               DISPLAY SCR-LIGNE-CODE
               ACCEPT SCR-LIGNE-CODE
               IF Ldv-Code-Article = 'FIN'
                   MOVE 'O' TO WS-FIN-LIGNES
               ELSE
                   MOVE Ldv-Code-Article TO Art-Code
                   READ ARTICLE KEY IS Art-Code
                       INVALID KEY
                           DISPLAY 'Article inconnu : '
                                   Ldv-Code-Article
                       NOT INVALID KEY
                           PERFORM SAISIR-LIGNE-ARTICLE
                   END-READ
               END-IF
           END-PERFORM.


       SAISIR-LIGNE-ARTICLE.

           PERFORM DETERMINER-PRIX-EN-VIGUEUR
           MOVE WS-PRIX-VIGUEUR TO Ldv-Prix-Unit
           PERFORM DETERMINER-TAUX-TVA
           DISPLAY SCR-LIGNE-ARTICLE
           DISPLAY SCR-LIGNE-QTE
           ACCEPT SCR-LIGNE-QTE
           COMPUTE WS-QTE-TEST = Dev-Qte-Article + Ldv-Qte
               ON SIZE ERROR
                   DISPLAY 'Quantite totale trop elevee : '
                           'ligne refusee'
               NOT ON SIZE ERROR
                   PERFORM VALIDER-ET-ENREGISTRER-LIGNE
           END-COMPUTE.


       VALIDER-ET-ENREGISTRER-LIGNE.

           COMPUTE WS-TOTAL-TEST = Dev-Total-HT +
                   (Ldv-Prix-Unit * Ldv-Qte)
               ON SIZE ERROR
                   DISPLAY 'Total devis trop eleve : ligne refusee'
               NOT ON SIZE ERROR
                   IF Ldv-Qte > Art-Stock
                       DISPLAY 'Attention : stock actuel insuffisant '
                               'pour ' Ldv-Code-Article
                   END-IF
                   MOVE Dev-Num TO Ldv-Num-Devis
                   WRITE ENR-LIGNE-DEVIS
                       INVALID KEY
                           DISPLAY 'Erreur de saisie article'
                   END-WRITE
                   IF WS-ST-LDV = '00'
                       MOVE WS-QTE-TEST TO Dev-Qte-Article
                       MOVE WS-TOTAL-TEST TO Dev-Total-HT
                       COMPUTE WS-MONTANT-TVA ROUNDED =
                               Ldv-Prix-Unit * Ldv-Qte *
                               Ldv-Taux-TVA / 100
                       ADD WS-MONTANT-TVA TO Dev-Total-TVA
                       IF Ldv-Num-Ligne >= 99
                           MOVE 'O' TO WS-FIN-LIGNES
                           DISPLAY 'Nombre max. de lignes atteint'
                       ELSE
                           ADD 1 TO Ldv-Num-Ligne
                       END-IF
                   END-IF
           END-COMPUTE.


       SUPPRIMER-LIGNES-DEVIS.

           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Dev-Num TO Ldv-Num-Devis
           MOVE 1 TO Ldv-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-DEVIS KEY IS Cle-Ligne-Dev
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       DELETE LIGNE-DEVIS
                           INVALID KEY
                               DISPLAY 'Erreur suppression ligne'
                       END-DELETE
                       ADD 1 TO Ldv-Num-Ligne
               END-READ
           END-PERFORM.


      ******************************************************************
      *      PRIX EN VIGUEUR A LA DATE DU DEVIS : DERNIERE ENTREE DE   *
      *      L HISTORIQUE DONT LA DATE D EFFET NE DEPASSE PAS          *
      *      DEV-DATE, SINON PRIX COURANT DE LA FICHE ARTICLE          *
      ******************************************************************

       DETERMINER-PRIX-EN-VIGUEUR.

           MOVE Art-Prix-Unit TO WS-PRIX-VIGUEUR
           IF WS-PRIX-FILE-OK = 'O'
               MOVE Art-Code TO Prx-Code
               MOVE '00000000' TO Prx-Date-Effet
               MOVE 'N' TO WS-FIN-PRIX
               START PRIX-HISTO KEY IS NOT LESS THAN Prx-Cle
                   INVALID KEY MOVE 'O' TO WS-FIN-PRIX
               END-START
               PERFORM UNTIL WS-FIN-PRIX = 'O'
                   READ PRIX-HISTO NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-PRIX
                   END-READ
                   IF WS-FIN-PRIX = 'N'
                       IF Prx-Code NOT = Art-Code
                           OR Prx-Date-Effet > Dev-Date
                           MOVE 'O' TO WS-FIN-PRIX
                       ELSE
                           MOVE Prx-Prix TO WS-PRIX-VIGUEUR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


       DETERMINER-TAUX-TVA.

           EVALUATE Art-Cat-TVA
               WHEN 'R' WHEN 'r'
                   MOVE 5.50 TO Ldv-Taux-TVA
               WHEN 'S' WHEN 's'
                   MOVE 2.10 TO Ldv-Taux-TVA
               WHEN 'Z' WHEN 'z'
                   MOVE 0 TO Ldv-Taux-TVA
               WHEN OTHER
                   MOVE 20.00 TO Ldv-Taux-TVA
           END-EVALUATE.


      ******************************************************************
      *      TRANSFORMATION EN FACTURE : SEUL UN DEVIS OUVERT ET       *
      *      ENCORE VALABLE EST TRANSFORME. LE COMPTE BLOQUE ET LE     *
      *      DEPASSEMENT DE LIMITE EXIGENT L ACCORD DU SUPERVISEUR     *
      *      COMME DANS EDITER ; UN STOCK INSUFFISANT EST SIGNALE      *
      *      ARTICLE PAR ARTICLE ET DOIT ETRE CONFIRME. LA FACTURE     *
      *      EST DATEE DU JOUR ET REPREND LES PRIX DU DEVIS.           *
      ******************************************************************

       TRANSFORMER-DEVIS.

           MOVE 'O' TO WS-CONVERSION-OK

           IF Dev-Statut = 'C'
               DISPLAY 'Devis deja transforme en facture '
                       Dev-Num-Fact
               MOVE 'N' TO WS-CONVERSION-OK
           ELSE
           IF Dev-Statut = 'A'
               DISPLAY 'Devis annule : transformation impossible'
               MOVE 'N' TO WS-CONVERSION-OK
           ELSE
           IF Dev-Date-Validite < WS-DATE-JOUR
               DISPLAY 'Devis expire le ' Dev-Date-Validite
                       ' : etablir un nouveau devis'
               MOVE 'N' TO WS-CONVERSION-OK
           END-IF
           END-IF
           END-IF

           IF WS-CONVERSION-OK = 'O'
               PERFORM CONTROLER-CREDIT-DEVIS
           END-IF
           IF WS-CONVERSION-OK = 'O'
               PERFORM CONTROLER-DEVISE-CLIENT
           END-IF
           IF WS-CONVERSION-OK = 'O'
               PERFORM CONTROLER-STOCK-DEVIS
           END-IF
           IF WS-CONVERSION-OK = 'O'
               DISPLAY 'Transformer le devis ' Dev-Num ' ('
                       Dev-Total-TTC ' TTC) en facture'
               DISPLAY SCR-CONFIRME
               ACCEPT SCR-CONFIRME
               IF WS-REP-CONF NOT = 'O' AND WS-REP-CONF NOT = 'o'
                   MOVE 'N' TO WS-CONVERSION-OK
               END-IF
           END-IF

           IF WS-CONVERSION-OK = 'O'
               PERFORM CREER-FACTURE-DEVIS
           ELSE
               DISPLAY 'Devis non transforme'
           END-IF.


       CONTROLER-CREDIT-DEVIS.

           MOVE 'N' TO WS-ACCORD-SUP
           MOVE Dev-Num-Client TO Cli-Num
           READ CLIENT KEY IS Cli-Num
               INVALID KEY
                   DISPLAY 'Client du devis inconnu : '
                           Dev-Num-Client
                   MOVE 'N' TO WS-CONVERSION-OK
           END-READ

           IF WS-CONVERSION-OK = 'O' AND Cli-Bloque = 'O'
               DISPLAY 'Compte client bloque : ' Dev-Num-Client
               PERFORM DEMANDER-ACCORD-SUPERVISEUR
               IF WS-ACCORD-SUP NOT = 'O'
                   MOVE 'N' TO WS-CONVERSION-OK
               END-IF
           END-IF

           IF WS-CONVERSION-OK = 'O' AND Cli-Limite > 0
               PERFORM CALCULER-ENCOURS-CLIENT
               COMPUTE WS-ENCOURS-TEST = WS-ENCOURS + Dev-Total-TTC
               IF WS-ENCOURS-TEST > Cli-Limite
                   AND WS-ACCORD-SUP NOT = 'O'
                   DISPLAY 'Cette facture porte l encours a '
                           WS-ENCOURS-TEST ' (limite : ' Cli-Limite
                           ')'
                   PERFORM DEMANDER-ACCORD-SUPERVISEUR
                   IF WS-ACCORD-SUP NOT = 'O'
                       MOVE 'N' TO WS-CONVERSION-OK
                   END-IF
               END-IF
           END-IF.


      ******************************************************************
      *      ENCOURS DU CLIENT : SOLDE DES PIECES OUVERTES DU COMPTE   *
      *      CLIENT, AVOIRS NON IMPUTES EN DEDUCTION (COMME EDITER)    *
      ******************************************************************

       CALCULER-ENCOURS-CLIENT.

           MOVE 0 TO WS-ENCOURS
           MOVE Dev-Num-Client TO Ccl-Num-Client
           MOVE 0 TO Ccl-Num-Doc
           MOVE 'N' TO WS-FIN-ENCOURS
           START COMPTE-CLIENT KEY IS NOT LESS THAN Ccl-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-ENCOURS
           END-START

           PERFORM UNTIL WS-FIN-ENCOURS = 'O'
               READ COMPTE-CLIENT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-ENCOURS
               END-READ
               IF WS-FIN-ENCOURS = 'N'
                   IF Ccl-Num-Client NOT = Dev-Num-Client
                       MOVE 'O' TO WS-FIN-ENCOURS
                   ELSE
                       IF Ccl-Regle < Ccl-Montant
                           COMPUTE WS-SOLDE-FACT =
                                   Ccl-Montant - Ccl-Regle
                           IF Ccl-Type-Doc = 'A'
                               SUBTRACT WS-SOLDE-FACT FROM WS-ENCOURS
                           ELSE
                               ADD WS-SOLDE-FACT TO WS-ENCOURS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       DEMANDER-ACCORD-SUPERVISEUR.

           MOVE 'N' TO WS-ACCORD-SUP
           IF Ope-Profil-Appelant NOT = 'S'
               DISPLAY 'Accord superviseur requis : operation refusee'
           ELSE
               DISPLAY SCR-ACCORD-SUP
               ACCEPT SCR-ACCORD-SUP
               IF WS-REP-SUP = 'O' OR WS-REP-SUP = 'o'
                   MOVE 'O' TO WS-ACCORD-SUP
               END-IF
           END-IF.


      ******************************************************************
      *      CLIENT FACTURE EN DEVISE : LA FACTURE, DATEE DU JOUR,     *
      *      EXIGE UN COURS EN VIGUEUR AUJOURD HUI (ENREGISTREMENT     *
      *      CLIENT LU PAR CONTROLER-CREDIT-DEVIS)                     *
      ******************************************************************

       CONTROLER-DEVISE-CLIENT.

           MOVE Cli-Devise TO WS-DEVISE-FACT
           IF WS-DEVISE-FACT = SPACES
               MOVE 'EUR' TO WS-DEVISE-FACT
           END-IF
           IF WS-DEVISE-FACT NOT = 'EUR'
               PERFORM DETERMINER-COURS-EN-VIGUEUR
               IF WS-COURS-TROUVE = 'N'
                   DISPLAY 'Client facture en ' WS-DEVISE-FACT
                           ' : aucun cours en vigueur au '
                           WS-DATE-JOUR ' (menu X)'
                   MOVE 'N' TO WS-CONVERSION-OK
               ELSE
                   DISPLAY 'Facture en ' WS-DEVISE-FACT ' au cours '
                           WS-TAUX-DEVISE ' du ' WS-DATE-COURS
               END-IF
           END-IF.


       DETERMINER-COURS-EN-VIGUEUR.

           MOVE 'N' TO WS-COURS-TROUVE
           MOVE 0 TO WS-TAUX-DEVISE
           MOVE SPACES TO WS-DATE-COURS
           IF WS-COURS-FILE-OK = 'O'
               MOVE WS-DEVISE-FACT TO Crs-Devise
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
                       IF Crs-Devise NOT = WS-DEVISE-FACT
                           OR Crs-Date-Effet > WS-DATE-JOUR
                           MOVE 'O' TO WS-FIN-COURS
                       ELSE
                           MOVE 'O' TO WS-COURS-TROUVE
                           MOVE Crs-Taux TO WS-TAUX-DEVISE
                           MOVE Crs-Date-Effet TO WS-DATE-COURS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


       CONTROLER-STOCK-DEVIS.

           MOVE 0 TO WS-NB-MANQUES
           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Dev-Num TO Ldv-Num-Devis
           MOVE 1 TO Ldv-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-DEVIS KEY IS Cle-Ligne-Dev
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       MOVE Ldv-Code-Article TO Art-Code
                       READ ARTICLE KEY IS Art-Code
                           INVALID KEY
                               DISPLAY 'Article supprime depuis le '
                                       'devis : ' Ldv-Code-Article
                               MOVE 'N' TO WS-CONVERSION-OK
                           NOT INVALID KEY
                               IF Ldv-Qte > Art-Stock
                                   ADD 1 TO WS-NB-MANQUES
                                   DISPLAY 'Stock insuffisant : '
                                           Ldv-Code-Article
                                           ' demande ' Ldv-Qte
                                           ' en stock ' Art-Stock
                               END-IF
                       END-READ
                       ADD 1 TO Ldv-Num-Ligne
               END-READ
           END-PERFORM

           IF WS-CONVERSION-OK = 'O' AND WS-NB-MANQUES > 0
               DISPLAY 'Facturer malgre le stock insuffisant ?'
               DISPLAY SCR-CONFIRME
               ACCEPT SCR-CONFIRME
               IF WS-REP-CONF NOT = 'O' AND WS-REP-CONF NOT = 'o'
                   MOVE 'N' TO WS-CONVERSION-OK
               END-IF
           END-IF.


       CREER-FACTURE-DEVIS.

           PERFORM OBTENIR-NUMERO-FACTURE
           MOVE Dev-Num-Client TO Num-client
           MOVE WS-DATE-JOUR TO Date-fact
           MOVE Dev-Qte-Article TO Qte-article
           MOVE Dev-Total-HT TO Total-fact
           MOVE Dev-Total-TVA TO Total-TVA
           MOVE Dev-Total-TTC TO Total-TTC
           MOVE 'F' TO Type-doc
           MOVE 0 TO Ref-origine

           WRITE ENR-FACTURE
               INVALID KEY
                   DISPLAY 'Erreur de creation de facture'
           END-WRITE

           IF WS-ST-FACT = '00'
               PERFORM COPIER-LIGNES-DEVIS
               IF WS-DEVISE-FACT NOT = 'EUR'
                   PERFORM ENREGISTRER-FACT-DEVISE
               END-IF
               MOVE 'F' TO WS-TYPE-CPT
               MOVE Num-fact TO WS-NUM-UTILISE
               PERFORM AVANCER-COMPTEUR
               PERFORM COMPTABILISER-PIECE
               PERFORM ECRIRE-AUDIT-CREATION

               MOVE 'C' TO Dev-Statut
               MOVE Num-fact TO Dev-Num-Fact
               MOVE WS-DATE-JOUR TO Dev-Date-Conv
               REWRITE ENR-DEVIS
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour du devis'
               END-REWRITE
               DISPLAY 'Devis ' Dev-Num ' transforme en facture '
                       Num-fact
           END-IF.


       OBTENIR-NUMERO-FACTURE.

           MOVE 'F' TO WS-TYPE-CPT
           MOVE 'F' TO Cpt-Type
           READ COMPTEUR KEY IS Cpt-Type
               INVALID KEY PERFORM INITIALISER-COMPTEUR
           END-READ

           MOVE 'N' TO WS-NUM-LIBRE
           PERFORM UNTIL WS-NUM-LIBRE = 'O'
               MOVE Cpt-Prochain TO Num-fact
               READ FACTURE KEY IS Num-fact
                   INVALID KEY MOVE 'O' TO WS-NUM-LIBRE
                   NOT INVALID KEY ADD 1 TO Cpt-Prochain
               END-READ
           END-PERFORM
           MOVE Cpt-Prochain TO Num-fact.


       INITIALISER-COMPTEUR.

           MOVE WS-TYPE-CPT TO Cpt-Type
           IF WS-TYPE-CPT = 'A'
               MOVE 900001 TO Cpt-Prochain
           ELSE
               MOVE 1 TO Cpt-Prochain
           END-IF
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


      ******************************************************************
      *      LES LIGNES DU DEVIS DEVIENNENT LES LIGNES DE LA FACTURE   *
      *      (MEME NUMERO D ORDRE) ET SORTENT DU STOCK ; LA SORTIE     *
      *      EST ECRITE AU JOURNAL DES MOUVEMENTS SOUS LE NUMERO DE    *
      *      LA FACTURE                                                *
      ******************************************************************

       COPIER-LIGNES-DEVIS.

           MOVE 0 TO WS-NB-LIGNES-FACT
           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Dev-Num TO Ldv-Num-Devis
           MOVE 1 TO Ldv-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-DEVIS KEY IS Cle-Ligne-Dev
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       MOVE Num-fact TO Lig-Num-Fact
                       MOVE Ldv-Num-Ligne TO Lig-Num-Ligne
                       MOVE Ldv-Code-Article TO Lig-Code-Article
                       MOVE Ldv-Prix-Unit TO Lig-Prix-Unit
                       MOVE Ldv-Qte TO Lig-Qte
                       MOVE Ldv-Taux-TVA TO Lig-Taux-TVA
                       WRITE ENR-LIGNE
                           INVALID KEY
                               DISPLAY 'Erreur ecriture ligne '
                                       Lig-Num-Ligne
                       END-WRITE
                       IF WS-ST-LIGNE = '00'
                           ADD 1 TO WS-NB-LIGNES-FACT
                           PERFORM MOUVEMENTER-STOCK-SORTIE
                       END-IF
                       ADD 1 TO Ldv-Num-Ligne
               END-READ
           END-PERFORM.


      ******************************************************************
      *      CONTRE-VALEUR EN DEVISE DE LA FACTURE, CALCULEE SUR SES   *
      *      LIGNES COMME DANS EDITER : PRIX CONVERTI ET ARRONDI,      *
      *      TVA ARRONDIE PAR LIGNE                                    *
      ******************************************************************

       ENREGISTRER-FACT-DEVISE.

           MOVE Num-fact TO Fdv-Num-Fact
           MOVE WS-DEVISE-FACT TO Fdv-Devise
           MOVE WS-DATE-COURS TO Fdv-Date-Cours
           MOVE WS-TAUX-DEVISE TO Fdv-Taux
           MOVE 0 TO Fdv-Total-HT
           MOVE 0 TO Fdv-Total-TVA
           MOVE Num-fact TO Lig-Num-Fact
           MOVE 1 TO Lig-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-FACTURE KEY IS Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       COMPUTE WS-PRIX-DEVISE ROUNDED =
                               Lig-Prix-Unit * WS-TAUX-DEVISE
                       COMPUTE WS-HT-LIGNE-DEVISE =
                               WS-PRIX-DEVISE * Lig-Qte
                       COMPUTE WS-TVA-LIGNE-DEVISE ROUNDED =
                               WS-HT-LIGNE-DEVISE * Lig-Taux-TVA / 100
                       ADD WS-HT-LIGNE-DEVISE TO Fdv-Total-HT
                       ADD WS-TVA-LIGNE-DEVISE TO Fdv-Total-TVA
                       ADD 1 TO Lig-Num-Ligne
               END-READ
           END-PERFORM
           COMPUTE Fdv-Total-TTC = Fdv-Total-HT + Fdv-Total-TVA

           WRITE ENR-FACT-DEVISE
               INVALID KEY
                   REWRITE ENR-FACT-DEVISE
                       INVALID KEY
                           DISPLAY 'Erreur ecriture facture devise'
                   END-REWRITE
           END-WRITE
           DISPLAY 'Total TTC ' Fdv-Devise ' : ' Fdv-Total-TTC
                   ' soit ' Total-TTC ' EUR'.


       MOUVEMENTER-STOCK-SORTIE.

           IF WS-ARTICLE-FILE-OK = 'O'
               MOVE Lig-Code-Article TO Art-Code
               READ ARTICLE KEY IS Art-Code
                   INVALID KEY
                       DISPLAY 'Article inconnu en sortie de stock : '
                               Lig-Code-Article
                   NOT INVALID KEY
                       MOVE Art-Stock TO WS-STOCK-AVANT
                       MOVE 'VENTE' TO WS-MOTIF-MVT
                       MOVE Num-fact TO WS-DOC-MVT
                       IF Lig-Qte > Art-Stock
                           MOVE 0 TO Art-Stock
                       ELSE
                           SUBTRACT Lig-Qte FROM Art-Stock
                       END-IF
                       REWRITE ENR-ARTICLE
                           INVALID KEY
                               DISPLAY 'Erreur mise a jour stock '
                                       'article'
                           NOT INVALID KEY
                               PERFORM ECRIRE-MOUVEMENT-STOCK
                       END-REWRITE
               END-READ
           END-IF.


       COMPTABILISER-PIECE.

           MOVE Num-client TO Ccl-Num-Client
           MOVE Num-fact TO Ccl-Num-Doc
           MOVE Type-doc TO Ccl-Type-Doc
           MOVE Date-fact TO Ccl-Date-Doc
           MOVE Ref-origine TO Ccl-Ref-Origine
           MOVE Total-TTC TO Ccl-Montant
           MOVE 0 TO Ccl-Regle
           MOVE SPACES TO Ccl-Date-Regl
           WRITE ENR-COMPTE
               INVALID KEY
                   DISPLAY 'Erreur ecriture compte client : '
                           Num-fact
           END-WRITE.


      ******************************************************************
      *      JOURNAL DES MOUVEMENTS DE STOCK : LA QUANTITE ECRITE EST  *
      *      LA VARIATION REELLE DE ART-STOCK (LE STOCK NE DESCEND     *
      *      PAS SOUS ZERO NI AU-DELA DE 99999). MOTIF ET PIECE SONT   *
      *      POSITIONNES PAR L APPELANT DANS WS-MOTIF-MVT ET           *
      *      WS-DOC-MVT, LE STOCK D AVANT DANS WS-STOCK-AVANT          *
      ******************************************************************

       ECRIRE-MOUVEMENT-STOCK.

           IF Art-Stock NOT = WS-STOCK-AVANT
               MOVE Art-Code TO Mvt-Code-Article
               ACCEPT Mvt-Date FROM DATE YYYYMMDD
               ACCEPT Mvt-Heure FROM TIME
               IF Art-Stock > WS-STOCK-AVANT
                   COMPUTE Mvt-Qte-Entree = Art-Stock - WS-STOCK-AVANT
                   MOVE 0 TO Mvt-Qte-Sortie
               ELSE
                   MOVE 0 TO Mvt-Qte-Entree
                   COMPUTE Mvt-Qte-Sortie = WS-STOCK-AVANT - Art-Stock
               END-IF
               MOVE WS-MOTIF-MVT TO Mvt-Motif
               MOVE WS-DOC-MVT TO Mvt-Num-Doc
               MOVE Art-Stock TO Mvt-Stock-Apres
               MOVE Ope-Appelant TO Mvt-Operateur
               WRITE ENR-MOUVEMENT
           END-IF.


       ECRIRE-AUDIT-CREATION.

           MOVE Num-fact TO Aud-Num-Fact
           MOVE 'CREATION' TO Aud-Operation
           ACCEPT Aud-Date FROM DATE YYYYMMDD
           ACCEPT Aud-Heure FROM TIME
           MOVE SPACES TO Aud-Avant
           STRING 'Devis ' Dev-Num DELIMITED BY SIZE INTO Aud-Avant
           MOVE SPACES TO Aud-Apres
           STRING Num-client '-' Date-fact '-' Qte-article '-'
                  Total-fact DELIMITED BY SIZE INTO Aud-Apres
           MOVE Ope-Appelant TO Aud-Operateur
           WRITE ENR-AUDIT.


       ANNULER-DEVIS.

           IF Dev-Statut NOT = 'O'
               DISPLAY 'Seul un devis ouvert peut etre annule'
           ELSE
               DISPLAY SCR-CONFIRME
               ACCEPT SCR-CONFIRME
               IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                   MOVE 'A' TO Dev-Statut
                   MOVE WS-DATE-JOUR TO Dev-Date-Conv
                   REWRITE ENR-DEVIS
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour du devis'
                       NOT INVALID KEY
                           DISPLAY 'Devis ' Dev-Num ' annule'
                   END-REWRITE
               END-IF
           END-IF.


      ******************************************************************
      *      IMPRESSION DU DEVIS DANS DEVIS_IMPR.TXT, PRESENTATION     *
      *      IDENTIQUE A CELLE DE LA FACTURE                           *
      ******************************************************************

       IMPRIMER-DEVIS.

           MOVE Dev-Num-Client TO Cli-Num
           READ CLIENT KEY IS Cli-Num
               INVALID KEY
                   MOVE SPACES TO Cli-Nom
                   MOVE SPACES TO Cli-Adresse
           END-READ

           OPEN OUTPUT IMPRESSION

           MOVE SPACES TO LIGNE-IMPR
           STRING '            DEVIS N. ' Dev-Num
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'Client  : ' Dev-Num-Client '  ' Cli-Nom
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'Adresse : ' Cli-Adresse
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'Date    : ' Dev-Date
                  '     Valable jusqu au : ' Dev-Date-Validite
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'Article   Prix unit.   Quantite   Taux TVA   '
                  'Montant HT'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Dev-Num TO Ldv-Num-Devis
           MOVE 1 TO Ldv-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-DEVIS KEY IS Cle-Ligne-Dev
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       COMPUTE WS-MONTANT-LIGNE =
                               Ldv-Prix-Unit * Ldv-Qte
                       MOVE SPACES TO LIGNE-IMPR
                       STRING Ldv-Code-Article '   ' Ldv-Prix-Unit
                              '   ' Ldv-Qte '   ' Ldv-Taux-TVA
                              '   ' WS-MONTANT-LIGNE
                              DELIMITED BY SIZE INTO LIGNE-IMPR
                       WRITE LIGNE-IMPR
                       ADD 1 TO Ldv-Num-Ligne
               END-READ
           END-PERFORM

           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL HT        : ' Dev-Total-HT
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL TVA       : ' Dev-Total-TVA
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL TTC       : ' Dev-Total-TTC
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           IF Dev-Statut = 'C'
               MOVE SPACES TO LIGNE-IMPR
               WRITE LIGNE-IMPR
               MOVE SPACES TO LIGNE-IMPR
               STRING 'Devis accepte, facture N. ' Dev-Num-Fact
                      ' du ' Dev-Date-Conv
                      DELIMITED BY SIZE INTO LIGNE-IMPR
               WRITE LIGNE-IMPR
           END-IF

           CLOSE IMPRESSION
           DISPLAY 'Devis imprime dans devis_impr.txt'.


      ******************************************************************
      *      ETAT DES DEVIS : UNE LIGNE PAR DEVIS AVEC SON STATUT DU   *
      *      JOUR (OUVERT, EXPIRE, TRANSFORME, ANNULE), PUIS LES       *
      *      CUMULS PAR STATUT ET LE TAUX DE TRANSFORMATION EN NOMBRE  *
      *      ET EN MONTANT SUR L ENSEMBLE DES DEVIS EMIS               *
      ******************************************************************

       EDITER-ETAT-DEVIS.

           MOVE 0 TO WS-NB-DEVIS
           MOVE 0 TO WS-NB-OUVERTS
           MOVE 0 TO WS-NB-EXPIRES
           MOVE 0 TO WS-NB-CONVERTIS
           MOVE 0 TO WS-NB-ANNULES
           MOVE 0 TO WS-MT-DEVIS
           MOVE 0 TO WS-MT-OUVERTS
           MOVE 0 TO WS-MT-EXPIRES
           MOVE 0 TO WS-MT-CONVERTIS
           MOVE 0 TO WS-MT-ANNULES

           OPEN OUTPUT ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'ETAT DES DEVIS AU ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'Devis   Client  Date      Validite  '
                  '    Total TTC  Statut      Facture'
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE 0 TO Dev-Num
           MOVE 'N' TO WS-FIN-DEVIS
           START DEVIS KEY IS NOT LESS THAN Dev-Num
               INVALID KEY MOVE 'O' TO WS-FIN-DEVIS
           END-START

           PERFORM UNTIL WS-FIN-DEVIS = 'O'
               READ DEVIS NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-DEVIS
               END-READ
               IF WS-FIN-DEVIS = 'N'
                   PERFORM EDITER-LIGNE-DEVIS
               END-IF
           END-PERFORM

           PERFORM EDITER-TOTAUX-DEVIS

           CLOSE ETAT
           DISPLAY WS-NB-DEVIS ' devis edite(s) dans etat_devis.txt'.


       EDITER-LIGNE-DEVIS.

           ADD 1 TO WS-NB-DEVIS
           ADD Dev-Total-TTC TO WS-MT-DEVIS

           EVALUATE TRUE
               WHEN Dev-Statut = 'C'
                   MOVE 'TRANSFORME' TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-CONVERTIS
                   ADD Dev-Total-TTC TO WS-MT-CONVERTIS
               WHEN Dev-Statut = 'A'
                   MOVE 'ANNULE' TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-ANNULES
                   ADD Dev-Total-TTC TO WS-MT-ANNULES
               WHEN Dev-Date-Validite < WS-DATE-JOUR
                   MOVE 'EXPIRE' TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-EXPIRES
                   ADD Dev-Total-TTC TO WS-MT-EXPIRES
               WHEN OTHER
                   MOVE 'OUVERT' TO WS-LIBELLE-STATUT
                   ADD 1 TO WS-NB-OUVERTS
                   ADD Dev-Total-TTC TO WS-MT-OUVERTS
           END-EVALUATE

           MOVE SPACES TO LIGNE-ETAT
           IF Dev-Statut = 'C'
               STRING Dev-Num '  ' Dev-Num-Client '  ' Dev-Date
                      '  ' Dev-Date-Validite '  ' Dev-Total-TTC
                      '  ' WS-LIBELLE-STATUT '  ' Dev-Num-Fact
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING Dev-Num '  ' Dev-Num-Client '  ' Dev-Date
                      '  ' Dev-Date-Validite '  ' Dev-Total-TTC
                      '  ' WS-LIBELLE-STATUT
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT.


       EDITER-TOTAUX-DEVIS.

           MOVE 0 TO WS-TAUX-NOMBRE
           MOVE 0 TO WS-TAUX-MONTANT
           IF WS-NB-DEVIS > 0
               COMPUTE WS-TAUX-NOMBRE ROUNDED =
                       WS-NB-CONVERTIS * 100 / WS-NB-DEVIS
           END-IF
           IF WS-MT-DEVIS > 0
               COMPUTE WS-TAUX-MONTANT ROUNDED =
                       WS-MT-CONVERTIS * 100 / WS-MT-DEVIS
           END-IF
           MOVE WS-TAUX-NOMBRE TO WS-TAUX-EDITE
           MOVE WS-TAUX-MONTANT TO WS-TAUX-EDITE-MT

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'Devis ouverts     : ' WS-NB-OUVERTS
                  '  montant TTC : ' WS-MT-OUVERTS
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'Devis expires     : ' WS-NB-EXPIRES
                  '  montant TTC : ' WS-MT-EXPIRES
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'Devis transformes : ' WS-NB-CONVERTIS
                  '  montant TTC : ' WS-MT-CONVERTIS
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'Devis annules     : ' WS-NB-ANNULES
                  '  montant TTC : ' WS-MT-ANNULES
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'Total des devis   : ' WS-NB-DEVIS
                  '  montant TTC : ' WS-MT-DEVIS
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           STRING 'TAUX DE TRANSFORMATION : ' WS-TAUX-EDITE
                  ' % en nombre, ' WS-TAUX-EDITE-MT
                  ' % en montant'
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.


       END PROGRAM DEVIS.
