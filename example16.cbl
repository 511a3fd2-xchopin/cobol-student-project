      ******************************************************************
      *      INVENTAIRE_STOCK : INVENTAIRE PHYSIQUE, VALORISATION DU   *
      *      STOCK ET EDITION DU JOURNAL DES MOUVEMENTS. LE MODE S     *
      *      ENREGISTRE LES QUANTITES COMPTEES (INVENTAIRE.TXT), LE    *
      *      MODE E EDITE LES ECARTS ENTRE COMPTAGE ET ART-STOCK       *
      *      (ETAT_INVENTAIRE.TXT), LE MODE A (SUPERVISEUR) REEDITE    *
      *      LES ECARTS, ALIGNE ART-STOCK SUR LE COMPTAGE EN ECRIVANT  *
      *      UN MOUVEMENT D AJUSTEMENT AU JOURNAL PUIS VIDE LE         *
      *      COMPTAGE. LE MODE V VALORISE LE STOCK DE CHAQUE ARTICLE   *
      *      AU PRIX EN VIGUEUR DE PRIXHIST.TXT AVEC UN TOTAL GENERAL  *
      *      (VALORISATION_STOCK.TXT). LE MODE J EDITE LE JOURNAL DES  *
      *      MOUVEMENTS D UN ARTICLE OU DE TOUS (JOURNAL_STOCK.TXT).   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTAIRE_STOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Article ASSIGN TO "article.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Art-Code
                           FILE STATUS IS WS-ST-ARTICLE.

           SELECT Inventaire ASSIGN TO "inventaire.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Inv-Code
                           FILE STATUS IS WS-ST-INV.

           SELECT Prix-Histo ASSIGN TO "prixhist.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Prx-Cle
                           FILE STATUS IS WS-ST-PRIX.

           SELECT Mouvement-Stock ASSIGN TO "mouvstock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-MVT.

           SELECT Etat-Inventaire ASSIGN TO "etat_inventaire.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

           SELECT Etat-Valorisation ASSIGN TO "valorisation_stock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

           SELECT Etat-Journal ASSIGN TO "journal_stock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

       DATA DIVISION.
       FILE SECTION.

       FD  ARTICLE.
       01  ENR-ARTICLE.
           02 Art-Code        PIC X(6).
           02 Art-Designation PIC X(30).
           02 Art-Prix-Unit   PIC 9(7)v99.
           02 Art-Cat-TVA     PIC X.
           02 Art-Stock       PIC 9(5).
           02 Art-Seuil       PIC 9(5).

      *    Comptage physique en cours : une quantite comptee par
      *    article, ressaisissable jusqu a l ajustement du stock
      *    qui vide le fichier.
       FD  INVENTAIRE.
       01  ENR-INVENTAIRE.
           02 Inv-Code          PIC X(6).
           02 Inv-Qte-Comptee   PIC 9(5).
           02 Inv-Date-Comptage PIC X(8).
           02 Inv-Operateur     PIC X(4).

       FD  PRIX-HISTO.
       01  ENR-PRIX.
           02 Prx-Cle.
              03 Prx-Code       PIC X(6).
              03 Prx-Date-Effet PIC X(8).
           02 Prx-Prix       PIC 9(7)v99.
           02 Prx-Date-Maj   PIC X(8).
           02 Prx-Operateur  PIC X(4).

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

       FD  ETAT-INVENTAIRE.
       01  LIGNE-INVENTAIRE PIC X(100).

       FD  ETAT-VALORISATION.
       01  LIGNE-VALORISATION PIC X(100).

       FD  ETAT-JOURNAL.
       01  LIGNE-JOURNAL PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-ARTICLE       PIC XX.
       01 WS-ST-INV           PIC XX.
       01 WS-ST-PRIX          PIC XX.
       01 WS-ST-MVT           PIC XX.
       01 WS-ST-ETAT          PIC XX.

       01 WS-ARTICLE-FILE-OK  PIC X VALUE 'N'.
       01 WS-PRIX-FILE-OK     PIC X VALUE 'N'.
       01 WS-CONTINUER        PIC X VALUE 'O'.
       01 WS-MODE             PIC X.
       01 WS-REP-CONF         PIC X.
       01 WS-FIN-SAISIE       PIC X.
       01 WS-FIN-FICHIER      PIC X.
       01 WS-FIN-PRIX         PIC X.
       01 WS-AJUSTER          PIC X.
       01 WS-COMPTE           PIC X.
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-CODE-SAISI       PIC X(6).
       01 WS-QTE-COMPTEE      PIC 9(5).
       01 WS-PRIX-VIGUEUR     PIC 9(7)v99.
       01 WS-STOCK-AVANT      PIC 9(5).
       01 WS-MOTIF-MVT        PIC X(12).
       01 WS-DOC-MVT          PIC 9(6).

       01 WS-ECART            PIC S9(5).
       01 WS-ECART-EDITE      PIC +9(5).
       01 WS-VALEUR-ECART     PIC S9(11)v99.
       01 WS-VALEUR-EDITEE    PIC +9(11).99.
       01 WS-TOTAL-ECARTS     PIC S9(11)v99.
       01 WS-TOTAL-EDITE      PIC +9(11).99.
       01 WS-VALEUR-STOCK     PIC 9(11)v99.
       01 WS-TOTAL-STOCK      PIC 9(13)v99.
       01 WS-NB-ARTICLES      PIC 9(5).
       01 WS-NB-COMPTES       PIC 9(5).
       01 WS-NB-ECARTS        PIC 9(5).
       01 WS-NB-NON-COMPTES   PIC 9(5).
       01 WS-NB-MOUVEMENTS    PIC 9(7).
       01 WS-TOTAL-ENTREES    PIC 9(9).
       01 WS-TOTAL-SORTIES    PIC 9(9).


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-INVENTAIRE.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'STOCK : INVENTAIRE ET VALORISATION'.
           2 LINE 4 COL 5 VALUE 'S = Saisir les quantites comptees'.
           2 LINE 5 COL 5 VALUE 'E = Etat des ecarts d inventaire'.
           2 LINE 6 COL 5 VALUE 'A = Ajuster le stock sur le comptage'.
           2 LINE 7 COL 5 VALUE 'V = Valorisation du stock'.
           2 LINE 8 COL 5 VALUE 'J = Journal des mouvements de stock'.
           2 LINE 9 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 11 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-CODE-COMPTE.
           2 LINE 13 COL 2 VALUE 'Code article (FIN pour arreter):  '.
           2 PIC X(6) TO WS-CODE-SAISI.

         1 SCR-QTE-COMPTEE.
           2 LINE 14 COL 2 VALUE 'Designation:  '.
           2 PIC X(30) FROM Art-Designation.
           2 LINE 15 COL 2 VALUE 'Quantite comptee:  '.
           2 PIC 9(5) USING WS-QTE-COMPTEE.

         1 SCR-CODE-JOURNAL.
           2 LINE 13 COL 2 VALUE 'Code article (vide = tous):  '.
           2 PIC X(6) TO WS-CODE-SAISI.

         1 SCR-CONFIRME.
           2 LINE 17 COL 2 VALUE 'Confirmer l ajustement (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN I-O ARTICLE
           IF WS-ST-ARTICLE = '00'
               MOVE 'O' TO WS-ARTICLE-FILE-OK
           ELSE
               MOVE 'N' TO WS-ARTICLE-FILE-OK
           END-IF

           IF WS-ARTICLE-FILE-OK NOT = 'O'
               DISPLAY 'Fichier article introuvable : lancez "Gerer'
               DISPLAY 'les articles" avant l inventaire'
           ELSE
               OPEN I-O INVENTAIRE
               IF WS-ST-INV = '35'
                   OPEN OUTPUT INVENTAIRE
                   CLOSE INVENTAIRE
                   OPEN I-O INVENTAIRE
               END-IF

               OPEN INPUT PRIX-HISTO
               IF WS-ST-PRIX = '00'
                   MOVE 'O' TO WS-PRIX-FILE-OK
               ELSE
                   MOVE 'N' TO WS-PRIX-FILE-OK
               END-IF

               PERFORM UNTIL WS-CONTINUER = 'N'
                   DISPLAY SCR-MODE-INVENTAIRE
                   ACCEPT SCR-MODE-INVENTAIRE

                   EVALUATE WS-MODE
                       WHEN 'S' WHEN 's'
                           PERFORM SAISIR-COMPTAGE
                       WHEN 'E' WHEN 'e'
                           MOVE 'N' TO WS-AJUSTER
                           PERFORM EDITER-ECARTS
                       WHEN 'A' WHEN 'a'
                           PERFORM AJUSTER-STOCK
                       WHEN 'V' WHEN 'v'
                           PERFORM EDITER-VALORISATION
                       WHEN 'J' WHEN 'j'
                           PERFORM EDITER-JOURNAL
                       WHEN 'Q' WHEN 'q'
                           MOVE 'N' TO WS-CONTINUER
                       WHEN OTHER
                           DISPLAY 'Choix inconnu : ' WS-MODE
                   END-EVALUATE
               END-PERFORM

               IF WS-PRIX-FILE-OK = 'O'
                   CLOSE PRIX-HISTO
               END-IF
               CLOSE INVENTAIRE
               CLOSE ARTICLE
           END-IF

           EXIT PROGRAM.


      ******************************************************************
      *      SAISIE DU COMPTAGE : LE STOCK THEORIQUE N EST PAS         *
      *      AFFICHE (COMPTAGE EN AVEUGLE). UN ARTICLE DEJA COMPTE     *
      *      PROPOSE SA QUANTITE, QUI PEUT ETRE CORRIGEE.              *
      ******************************************************************

       SAISIR-COMPTAGE.

           MOVE 'N' TO WS-FIN-SAISIE
           PERFORM UNTIL WS-FIN-SAISIE = 'O'
               DISPLAY SCR-CODE-COMPTE
               ACCEPT SCR-CODE-COMPTE
               IF WS-CODE-SAISI = 'FIN'
                   MOVE 'O' TO WS-FIN-SAISIE
               ELSE
                   MOVE WS-CODE-SAISI TO Art-Code
                   READ ARTICLE KEY IS Art-Code
                       INVALID KEY
                           DISPLAY 'Article inconnu : ' WS-CODE-SAISI
                       NOT INVALID KEY
                           PERFORM ENREGISTRER-COMPTAGE
                   END-READ
               END-IF
           END-PERFORM.


       ENREGISTRER-COMPTAGE.

           MOVE Art-Code TO Inv-Code
           READ INVENTAIRE KEY IS Inv-Code
               INVALID KEY
                   MOVE 'N' TO WS-COMPTE
                   MOVE 0 TO WS-QTE-COMPTEE
               NOT INVALID KEY
                   MOVE 'O' TO WS-COMPTE
                   MOVE Inv-Qte-Comptee TO WS-QTE-COMPTEE
           END-READ

           DISPLAY SCR-QTE-COMPTEE
           ACCEPT SCR-QTE-COMPTEE

           MOVE Art-Code TO Inv-Code
           MOVE WS-QTE-COMPTEE TO Inv-Qte-Comptee
           MOVE WS-DATE-JOUR TO Inv-Date-Comptage
           MOVE Ope-Appelant TO Inv-Operateur
           IF WS-COMPTE = 'O'
               REWRITE ENR-INVENTAIRE
                   INVALID KEY DISPLAY 'Erreur mise a jour comptage'
               END-REWRITE
           ELSE
               WRITE ENR-INVENTAIRE
                   INVALID KEY DISPLAY 'Erreur ecriture comptage'
               END-WRITE
           END-IF.


      ******************************************************************
      *      AJUSTEMENT DU STOCK : RESERVE AU SUPERVISEUR. L ETAT DES  *
      *      ECARTS EST REEDITE EN MEME TEMPS QUE LE STOCK EST ALIGNE  *
      *      SUR LE COMPTAGE ; LES ARTICLES NON COMPTES NE SONT PAS    *
      *      TOUCHES. LE COMPTAGE EST ENSUITE VIDE.                    *
      ******************************************************************

       AJUSTER-STOCK.

           IF Ope-Profil-Appelant NOT = 'S'
               DISPLAY 'Ajustement du stock reserve au superviseur'
           ELSE
               DISPLAY SCR-CONFIRME
               ACCEPT SCR-CONFIRME
               IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                   OPEN EXTEND MOUVEMENT-STOCK
                   IF WS-ST-MVT NOT = '00'
                       OPEN OUTPUT MOUVEMENT-STOCK
                       CLOSE MOUVEMENT-STOCK
                       OPEN EXTEND MOUVEMENT-STOCK
                   END-IF
                   MOVE 'O' TO WS-AJUSTER
                   PERFORM EDITER-ECARTS
                   CLOSE MOUVEMENT-STOCK

                   CLOSE INVENTAIRE
                   OPEN OUTPUT INVENTAIRE
                   CLOSE INVENTAIRE
                   OPEN I-O INVENTAIRE
                   DISPLAY WS-NB-ECARTS ' article(s) ajuste(s), '
                           'comptage remis a zero'
               ELSE
                   DISPLAY 'Ajustement annule'
               END-IF
           END-IF.


      ******************************************************************
      *      ETAT DES ECARTS : POUR CHAQUE ARTICLE, STOCK THEORIQUE,   *
      *      QUANTITE COMPTEE, ECART EN QUANTITE ET EN VALEUR AU PRIX  *
      *      EN VIGUEUR. WS-AJUSTER = 'O' POUR COMPTABILISER.          *
      ******************************************************************

       EDITER-ECARTS.

           MOVE 0 TO WS-NB-ARTICLES
           MOVE 0 TO WS-NB-COMPTES
           MOVE 0 TO WS-NB-ECARTS
           MOVE 0 TO WS-NB-NON-COMPTES
           MOVE 0 TO WS-TOTAL-ECARTS

           OPEN OUTPUT ETAT-INVENTAIRE

           MOVE SPACES TO LIGNE-INVENTAIRE
           IF WS-AJUSTER = 'O'
               STRING 'INVENTAIRE DU ' WS-DATE-JOUR
                      ' - ECARTS AJUSTES PAR ' Ope-Appelant
                      DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
           ELSE
               STRING 'INVENTAIRE DU ' WS-DATE-JOUR
                      ' - ECARTS PROVISOIRES (NON AJUSTES)'
                      DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
           END-IF
           WRITE LIGNE-INVENTAIRE
           MOVE SPACES TO LIGNE-INVENTAIRE
           WRITE LIGNE-INVENTAIRE
           MOVE SPACES TO LIGNE-INVENTAIRE
           STRING 'Article Designation                     '
                  'Theorique Compte   Ecart   Valeur ecart'
                  DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
           WRITE LIGNE-INVENTAIRE

           MOVE SPACES TO Art-Code
           MOVE 'N' TO WS-FIN-FICHIER
           START ARTICLE KEY IS NOT LESS THAN Art-Code
               INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
           END-START

           PERFORM UNTIL WS-FIN-FICHIER = 'O'
               READ ARTICLE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   ADD 1 TO WS-NB-ARTICLES
                   PERFORM EDITER-ECART-ARTICLE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-ECARTS TO WS-TOTAL-EDITE
           MOVE SPACES TO LIGNE-INVENTAIRE
           WRITE LIGNE-INVENTAIRE
           MOVE SPACES TO LIGNE-INVENTAIRE
           STRING WS-NB-ARTICLES ' article(s), ' WS-NB-COMPTES
                  ' compte(s), ' WS-NB-NON-COMPTES
                  ' non compte(s), ' WS-NB-ECARTS ' ecart(s)'
                  DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
           WRITE LIGNE-INVENTAIRE
           MOVE SPACES TO LIGNE-INVENTAIRE
           STRING 'VALEUR TOTALE DES ECARTS : ' WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
           WRITE LIGNE-INVENTAIRE

           CLOSE ETAT-INVENTAIRE
           DISPLAY 'Ecarts edites dans etat_inventaire.txt'.


       EDITER-ECART-ARTICLE.

           MOVE Art-Code TO Inv-Code
           READ INVENTAIRE KEY IS Inv-Code
               INVALID KEY MOVE 'N' TO WS-COMPTE
               NOT INVALID KEY MOVE 'O' TO WS-COMPTE
           END-READ

           MOVE SPACES TO LIGNE-INVENTAIRE
           IF WS-COMPTE = 'N'
               ADD 1 TO WS-NB-NON-COMPTES
               STRING Art-Code '  ' Art-Designation '  ' Art-Stock
                      '  NON COMPTE'
                      DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
           ELSE
               ADD 1 TO WS-NB-COMPTES
               COMPUTE WS-ECART = Inv-Qte-Comptee - Art-Stock
               PERFORM DETERMINER-PRIX-EN-VIGUEUR
               COMPUTE WS-VALEUR-ECART = WS-ECART * WS-PRIX-VIGUEUR
               ADD WS-VALEUR-ECART TO WS-TOTAL-ECARTS
               MOVE WS-ECART TO WS-ECART-EDITE
               MOVE WS-VALEUR-ECART TO WS-VALEUR-EDITEE
               STRING Art-Code '  ' Art-Designation '  ' Art-Stock
                      '  ' Inv-Qte-Comptee '  ' WS-ECART-EDITE
                      '  ' WS-VALEUR-EDITEE
                      DELIMITED BY SIZE INTO LIGNE-INVENTAIRE
               IF WS-ECART NOT = 0
                   ADD 1 TO WS-NB-ECARTS
                   IF WS-AJUSTER = 'O'
                       PERFORM AJUSTER-ARTICLE
                   END-IF
               END-IF
           END-IF
           WRITE LIGNE-INVENTAIRE.


       AJUSTER-ARTICLE.

           MOVE Art-Stock TO WS-STOCK-AVANT
           MOVE Inv-Qte-Comptee TO Art-Stock
           REWRITE ENR-ARTICLE
               INVALID KEY
                   DISPLAY 'Erreur mise a jour stock ' Art-Code
               NOT INVALID KEY
                   MOVE 'AJUSTEMENT' TO WS-MOTIF-MVT
                   MOVE 0 TO WS-DOC-MVT
                   PERFORM ECRIRE-MOUVEMENT-STOCK
           END-REWRITE.


      ******************************************************************
      *      JOURNAL DES MOUVEMENTS DE STOCK : LA QUANTITE ECRITE EST  *
      *      LA VARIATION REELLE DE ART-STOCK. MOTIF ET PIECE SONT     *
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


      ******************************************************************
      *      VALORISATION DU STOCK : QUANTITE EN STOCK DE CHAQUE       *
      *      ARTICLE AU PRIX EN VIGUEUR A LA DATE DU JOUR, TOTAL       *
      *      GENERAL POUR LA COMPTABILITE                              *
      ******************************************************************

       EDITER-VALORISATION.

           MOVE 0 TO WS-NB-ARTICLES
           MOVE 0 TO WS-TOTAL-STOCK

           OPEN OUTPUT ETAT-VALORISATION

           MOVE SPACES TO LIGNE-VALORISATION
           STRING 'VALORISATION DU STOCK AU ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-VALORISATION
           WRITE LIGNE-VALORISATION
           MOVE SPACES TO LIGNE-VALORISATION
           WRITE LIGNE-VALORISATION
           MOVE SPACES TO LIGNE-VALORISATION
           STRING 'Article Designation                     '
                  'Stock  Prix en vigueur          Valeur'
                  DELIMITED BY SIZE INTO LIGNE-VALORISATION
           WRITE LIGNE-VALORISATION

           MOVE SPACES TO Art-Code
           MOVE 'N' TO WS-FIN-FICHIER
           START ARTICLE KEY IS NOT LESS THAN Art-Code
               INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
           END-START

           PERFORM UNTIL WS-FIN-FICHIER = 'O'
               READ ARTICLE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   ADD 1 TO WS-NB-ARTICLES
                   PERFORM DETERMINER-PRIX-EN-VIGUEUR
                   COMPUTE WS-VALEUR-STOCK =
                           Art-Stock * WS-PRIX-VIGUEUR
                   ADD WS-VALEUR-STOCK TO WS-TOTAL-STOCK
                   MOVE SPACES TO LIGNE-VALORISATION
                   STRING Art-Code '  ' Art-Designation '  '
                          Art-Stock '  ' WS-PRIX-VIGUEUR '  '
                          WS-VALEUR-STOCK
                          DELIMITED BY SIZE INTO LIGNE-VALORISATION
                   WRITE LIGNE-VALORISATION
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-VALORISATION
           WRITE LIGNE-VALORISATION
           MOVE SPACES TO LIGNE-VALORISATION
           STRING WS-NB-ARTICLES ' article(s) valorise(s)'
                  DELIMITED BY SIZE INTO LIGNE-VALORISATION
           WRITE LIGNE-VALORISATION
           MOVE SPACES TO LIGNE-VALORISATION
           STRING 'VALEUR TOTALE DU STOCK : ' WS-TOTAL-STOCK
                  DELIMITED BY SIZE INTO LIGNE-VALORISATION
           WRITE LIGNE-VALORISATION

           CLOSE ETAT-VALORISATION
           DISPLAY 'Valorisation editee dans valorisation_stock.txt'.


      ******************************************************************
      *      PRIX EN VIGUEUR A LA DATE DU JOUR : DERNIERE ENTREE DE    *
      *      L HISTORIQUE DONT LA DATE D EFFET NE DEPASSE PAS LA DATE  *
      *      DU JOUR, SINON PRIX COURANT DE LA FICHE ARTICLE           *
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
                           OR Prx-Date-Effet > WS-DATE-JOUR
                           MOVE 'O' TO WS-FIN-PRIX
                       ELSE
                           MOVE Prx-Prix TO WS-PRIX-VIGUEUR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


      ******************************************************************
      *      EDITION DU JOURNAL DES MOUVEMENTS, POUR UN ARTICLE OU     *
      *      POUR TOUS, DANS L ORDRE CHRONOLOGIQUE D ECRITURE          *
      ******************************************************************

       EDITER-JOURNAL.

           MOVE SPACES TO WS-CODE-SAISI
           DISPLAY SCR-CODE-JOURNAL
           ACCEPT SCR-CODE-JOURNAL

           MOVE 0 TO WS-NB-MOUVEMENTS
           MOVE 0 TO WS-TOTAL-ENTREES
           MOVE 0 TO WS-TOTAL-SORTIES

           OPEN INPUT MOUVEMENT-STOCK
           IF WS-ST-MVT NOT = '00'
               DISPLAY 'Aucun mouvement de stock enregistre'
           ELSE
               OPEN OUTPUT ETAT-JOURNAL

               MOVE SPACES TO LIGNE-JOURNAL
               IF WS-CODE-SAISI = SPACES
                   STRING 'JOURNAL DES MOUVEMENTS DE STOCK AU '
                          WS-DATE-JOUR
                          DELIMITED BY SIZE INTO LIGNE-JOURNAL
               ELSE
                   STRING 'JOURNAL DES MOUVEMENTS DE L ARTICLE '
                          WS-CODE-SAISI ' AU ' WS-DATE-JOUR
                          DELIMITED BY SIZE INTO LIGNE-JOURNAL
               END-IF
               WRITE LIGNE-JOURNAL
               MOVE SPACES TO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
               MOVE SPACES TO LIGNE-JOURNAL
               STRING 'Article Date     Heure    Entree Sortie '
                      'Motif        Piece  Stock Ope.'
                      DELIMITED BY SIZE INTO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL

               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ MOUVEMENT-STOCK
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       IF WS-CODE-SAISI = SPACES
                           OR Mvt-Code-Article = WS-CODE-SAISI
                           PERFORM EDITER-LIGNE-JOURNAL
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL
               MOVE SPACES TO LIGNE-JOURNAL
               STRING WS-NB-MOUVEMENTS ' mouvement(s), entrees : '
                      WS-TOTAL-ENTREES ', sorties : '
                      WS-TOTAL-SORTIES
                      DELIMITED BY SIZE INTO LIGNE-JOURNAL
               WRITE LIGNE-JOURNAL

               CLOSE ETAT-JOURNAL
               CLOSE MOUVEMENT-STOCK
               DISPLAY 'Journal edite dans journal_stock.txt'
           END-IF.


       EDITER-LIGNE-JOURNAL.

           ADD 1 TO WS-NB-MOUVEMENTS
           ADD Mvt-Qte-Entree TO WS-TOTAL-ENTREES
           ADD Mvt-Qte-Sortie TO WS-TOTAL-SORTIES
           MOVE SPACES TO LIGNE-JOURNAL
           STRING Mvt-Code-Article ' ' Mvt-Date ' ' Mvt-Heure ' '
                  Mvt-Qte-Entree '  ' Mvt-Qte-Sortie '  ' Mvt-Motif
                  ' ' Mvt-Num-Doc ' ' Mvt-Stock-Apres ' '
                  Mvt-Operateur
                  DELIMITED BY SIZE INTO LIGNE-JOURNAL
           WRITE LIGNE-JOURNAL.


       END PROGRAM INVENTAIRE_STOCK.
