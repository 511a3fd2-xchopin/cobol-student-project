      ******************************************************************
      *      ACHATS : FOURNISSEURS, COMMANDES D ACHAT ET RECEPTION     *
      *      DES MARCHANDISES SUR COMMANDE. LE FICHIER FOURNISSEUR     *
      *      DECRIT CHAQUE FOURNISSEUR ET SON DELAI DE LIVRAISON ;     *
      *      ARTFOURN.TXT RATTACHE UN ARTICLE A SON FOURNISSEUR AVEC   *
      *      LE PRIX D ACHAT ET LA QUANTITE MINIMALE DE COMMANDE.      *
      *      LES ARTICLES AU SEUIL OU EN DESSOUS (MEME CRITERE QUE     *
      *      L ETAT DE REAPPROVISIONNEMENT) SONT PROPOSES EN           *
      *      COMMANDES BROUILLON, UNE PAR FOURNISSEUR. UNE COMMANDE    *
      *      VALIDEE EST IMPRIMEE PUIS RECEPTIONNEE LIGNE A LIGNE :    *
      *      LA LIVRAISON PARTIELLE OU EXCEDENTAIRE EST SIGNALEE,      *
      *      LE STOCK EST MIS A JOUR ET JOURNALISE. L ETAT DES         *
      *      COMMANDES EN COURS PAR FOURNISSEUR SIGNALE LES RETARDS.   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHATS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Fournisseur ASSIGN TO "fournisseur.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Fou-Num
                           FILE STATUS IS WS-ST-FOURN.

           SELECT Article-Fournisseur ASSIGN TO "artfourn.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Afo-Code-Article
                           ALTERNATE RECORD KEY IS Afo-Num-Fourn
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-AFO.

           SELECT Commande ASSIGN TO "commande.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cde-Num
                           ALTERNATE RECORD KEY IS Cde-Num-Fourn
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CDE.

           SELECT Ligne-Commande ASSIGN TO "lignecde.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cle-Ligne-Cde
                           ALTERNATE RECORD KEY IS Lcd-Code-Article
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-LCD.

           SELECT Article ASSIGN TO "article.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Art-Code
                           FILE STATUS IS WS-ST-ARTICLE.

           SELECT Compteur ASSIGN TO "compteur.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cpt-Type
                           FILE STATUS IS WS-ST-CPT.

           SELECT Mouvement-Stock ASSIGN TO "mouvstock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-MVT.

           SELECT Etat-Propositions ASSIGN TO "commandes_proposees.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

           SELECT Impression ASSIGN TO "commande_impr.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

           SELECT Etat-Reception ASSIGN TO "reception_cde.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

           SELECT Etat-En-Cours ASSIGN TO "commandes_en_cours.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

       DATA DIVISION.
       FILE SECTION.

       FD  FOURNISSEUR.
       01  ENR-FOURNISSEUR.
           02 Fou-Num       PIC 9(6).
           02 Fou-Nom       PIC X(30).
           02 Fou-Adresse   PIC X(40).
           02 Fou-Telephone PIC X(15).
           02 Fou-Delai     PIC 9(3).

      *    Fournisseur habituel d un article : reference chez le
      *    fournisseur, prix d achat et quantite minimale a
      *    commander.
       FD  ARTICLE-FOURNISSEUR.
       01  ENR-ARTICLE-FOURN.
           02 Afo-Code-Article PIC X(6).
           02 Afo-Num-Fourn    PIC 9(6).
           02 Afo-Ref-Fourn    PIC X(15).
           02 Afo-Prix-Achat   PIC 9(7)v99.
           02 Afo-Qte-Mini     PIC 9(5).

      *    Entete de commande d achat. Statut : B = brouillon,
      *    E = envoyee (en attente de livraison), S = soldee,
      *    A = annulee. Cde-Date-Prevue = date d envoi + delai
      *    du fournisseur.
       FD  COMMANDE.
       01  ENR-COMMANDE.
           02 Cde-Num         PIC 9(6).
           02 Cde-Num-Fourn   PIC 9(6).
           02 Cde-Date        PIC X(8).
           02 Cde-Date-Prevue PIC X(8).
           02 Cde-Statut      PIC X.
           02 Cde-Total       PIC 9(9)v99.
           02 Cde-Operateur   PIC X(4).

      *    Ligne de commande. Etat de la livraison : espace =
      *    attendue, P = partielle, S = soldee, X = excedent.
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

       FD  ARTICLE.
       01  ENR-ARTICLE.
           02 Art-Code        PIC X(6).
           02 Art-Designation PIC X(30).
           02 Art-Prix-Unit   PIC 9(7)v99.
           02 Art-Cat-TVA     PIC X.
           02 Art-Stock       PIC 9(5).
           02 Art-Seuil       PIC 9(5).

      *    Compteur de numerotation : 'F' factures, 'A' avoirs,
      *    'D' devis, 'C' commandes d achat.
       FD  COMPTEUR.
       01  ENR-COMPTEUR.
           02 Cpt-Type     PIC X.
           02 Cpt-Prochain PIC 9(6).

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

       FD  ETAT-PROPOSITIONS.
       01  LIGNE-PROPOSITION PIC X(100).

       FD  IMPRESSION.
       01  LIGNE-IMPR PIC X(80).

       FD  ETAT-RECEPTION.
       01  LIGNE-RECEPTION PIC X(100).

       FD  ETAT-EN-COURS.
       01  LIGNE-EN-COURS PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-FOURN         PIC XX.
       01 WS-ST-AFO           PIC XX.
       01 WS-ST-CDE           PIC XX.
       01 WS-ST-LCD           PIC XX.
       01 WS-ST-ARTICLE       PIC XX.
       01 WS-ST-CPT           PIC XX.
       01 WS-ST-MVT           PIC XX.
       01 WS-ST-ETAT          PIC XX.

       01 WS-ARTICLE-FILE-OK  PIC X VALUE 'N'.
       01 WS-CONTINUER        PIC X VALUE 'O'.
       01 WS-MODE             PIC X.
       01 WS-REP-CONF         PIC X.
       01 WS-TROUVE           PIC X.
       01 WS-NUM-LIBRE        PIC X.
       01 WS-FIN-SAISIE       PIC X.
       01 WS-FIN-FICHIER      PIC X.
       01 WS-FIN-CDE          PIC X.
       01 WS-FIN-LIGNES       PIC X.
       01 WS-BROUILLON        PIC X.
       01 WS-ENTETE-FAITE     PIC X.
       01 WS-TOUT-RECU        PIC X.
       01 WS-DEJA-RECU        PIC X.
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-DATE-N           PIC 9(8).
       01 WS-TYPE-CPT         PIC X.
       01 WS-NUM-UTILISE      PIC 9(6).
       01 WS-NUM-CDE          PIC 9(6).
       01 WS-NUM-FOURN        PIC 9(6).
       01 WS-CODE-ARTICLE     PIC X(6).
       01 WS-DERNIERE-LIGNE   PIC 99.
       01 WS-QTE-SAISIE       PIC 9(5).
       01 WS-PRIX-SAISI       PIC 9(7)v99.
       01 WS-QTE-EN-CDE       PIC 9(7).
       01 WS-QTE-BESOIN       PIC S9(7).
       01 WS-QTE-RESTE        PIC 9(5).
       01 WS-QTE-EXCEDENT     PIC 9(5).
       01 WS-QTE-TEST         PIC 9(6).
       01 WS-NOUVEAU-RECU     PIC 9(6).
       01 WS-MONTANT-LIGNE    PIC 9(9)v99.
       01 WS-STOCK-AVANT      PIC 9(5).
       01 WS-MOTIF-MVT        PIC X(12).
       01 WS-DOC-MVT          PIC 9(6).
       01 WS-LIBELLE-ETAT     PIC X(12).

       01 WS-NB-PROPOSEES     PIC 9(5).
       01 WS-NB-SANS-FOURN    PIC 9(5).
       01 WS-NB-COUVERTS      PIC 9(5).
       01 WS-NB-BROUILLONS    PIC 9(5).
       01 WS-NB-LIGNES        PIC 9(5).
       01 WS-NB-RECUES        PIC 9(5).
       01 WS-NB-RETARDS       PIC 9(5).
       01 WS-NB-RETARDS-TOT   PIC 9(5).
       01 WS-NB-LIGNES-TOT    PIC 9(5).
       01 WS-VALEUR-RESTE     PIC 9(11)v99.
       01 WS-VALEUR-FOURN     PIC 9(11)v99.
       01 WS-VALEUR-TOTALE    PIC 9(11)v99.


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-ACHATS.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'FOURNISSEURS ET COMMANDES D ACHAT'.
           2 LINE 4 COL 5 VALUE 'F = Saisir ou modifier un fournisseur'.
           2 LINE 5 COL 5 VALUE 'R = Rattacher un article a son'.
           2 COL 35 VALUE ' fournisseur'.
           2 LINE 6 COL 5 VALUE 'P = Proposer les commandes (articles'.
           2 COL 41 VALUE ' sous le seuil)'.
           2 LINE 7 COL 5 VALUE 'M = Saisir ou modifier une commande'.
           2 COL 40 VALUE ' brouillon'.
           2 LINE 8 COL 5 VALUE 'V = Valider et imprimer une commande'.
           2 LINE 9 COL 5 VALUE 'E = Reception sur commande'.
           2 LINE 10 COL 5 VALUE 'A = Annuler ou solder une commande'.
           2 LINE 11 COL 5 VALUE 'O = Commandes en cours par'.
           2 COL 31 VALUE ' fournisseur'.
           2 LINE 12 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 14 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-NUM-FOURN.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'FICHE FOURNISSEUR'.
           2 LINE 4 COL 2 VALUE 'Numero du fournisseur (0 = retour):  '.
           2 PIC 9(6) TO WS-NUM-FOURN.

         1 SCR-DETAIL-FOURN.
           2 LINE 6 COL 2 VALUE 'Nom du fournisseur:  '.
           2 PIC X(30) USING Fou-Nom.
           2 LINE 8 COL 2 VALUE 'Adresse:  '.
           2 PIC X(40) USING Fou-Adresse.
           2 LINE 10 COL 2 VALUE 'Telephone:  '.
           2 PIC X(15) USING Fou-Telephone.
           2 LINE 12 COL 2 VALUE 'Delai de livraison (jours):  '.
           2 PIC 9(3) USING Fou-Delai.

         1 SCR-TITRE-RATTACHEMENT.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'RATTACHEMENT ARTICLE / FOURNISSEUR'.

         1 SCR-CODE-ARTICLE.
           2 LINE 6 COL 2 VALUE 'Code article (FIN pour arreter):  '.
           2 PIC X(6) TO WS-CODE-ARTICLE.

         1 SCR-DETAIL-AFO.
           2 LINE 7 COL 2 VALUE 'Designation:  '.
           2 PIC X(30) FROM Art-Designation.
           2 LINE 9 COL 2 VALUE 'Numero du fournisseur:  '.
           2 PIC 9(6) USING Afo-Num-Fourn.
           2 LINE 10 COL 2 VALUE 'Reference chez le fournisseur:  '.
           2 PIC X(15) USING Afo-Ref-Fourn.
           2 LINE 11 COL 2 VALUE 'Prix d achat:  '.
           2 PIC 9(7)v99 USING Afo-Prix-Achat.
           2 LINE 12 COL 2 VALUE 'Quantite minimale de commande:  '.
           2 PIC 9(5) USING Afo-Qte-Mini.

         1 SCR-NUM-CDE.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'COMMANDE D ACHAT'.
           2 LINE 4 COL 2 VALUE 'Numero de commande:  '.
           2 PIC 9(6) TO WS-NUM-CDE.

         1 SCR-NUM-CDE-NOUV.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'COMMANDE D ACHAT'.
           2 LINE 4 COL 2 VALUE 'Numero de commande (0 = nouvelle):  '.
           2 PIC 9(6) TO WS-NUM-CDE.

         1 SCR-FOURN-CDE.
           2 LINE 5 COL 2 VALUE 'Numero du fournisseur:  '.
           2 PIC 9(6) TO WS-NUM-FOURN.

         1 SCR-LIGNE-CDE.
           2 LINE 8 COL 2 VALUE 'Ligne:  '.
           2 PIC 99 FROM Lcd-Num-Ligne.
           2 LINE 8 COL 20 VALUE 'Article:  '.
           2 PIC X(6) FROM Lcd-Code-Article.
           2 LINE 9 COL 2 VALUE 'Quantite (0 = supprimer la ligne):  '.
           2 PIC 9(5) USING WS-QTE-SAISIE.

         1 SCR-NOUVELLE-LIGNE.
           2 LINE 12 COL 2 VALUE 'Designation:  '.
           2 PIC X(30) FROM Art-Designation.
           2 LINE 13 COL 2 VALUE 'Quantite:  '.
           2 PIC 9(5) USING WS-QTE-SAISIE.
           2 LINE 14 COL 2 VALUE 'Prix d achat:  '.
           2 PIC 9(7)v99 USING WS-PRIX-SAISI.

         1 SCR-RECEPTION.
           2 LINE 8 COL 2 VALUE 'Designation:  '.
           2 PIC X(30) FROM Art-Designation.
           2 LINE 9 COL 2 VALUE 'Commande:  '.
           2 PIC 9(5) FROM Lcd-Qte-Cdee.
           2 LINE 9 COL 25 VALUE 'Deja recu:  '.
           2 PIC 9(5) FROM Lcd-Qte-Recue.
           2 LINE 10 COL 2 VALUE 'Quantite livree:  '.
           2 PIC 9(5) TO WS-QTE-SAISIE.

         1 SCR-CONFIRME.
           2 LINE 17 COL 2 VALUE 'Confirmer (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM OUVRIR-FICHIERS

           IF WS-ARTICLE-FILE-OK NOT = 'O'
               DISPLAY 'Fichier article introuvable : lancez "Gerer'
               DISPLAY 'les articles" avant les commandes d achat'
           ELSE
               PERFORM UNTIL WS-CONTINUER = 'N'
                   DISPLAY SCR-MODE-ACHATS
                   ACCEPT SCR-MODE-ACHATS

                   EVALUATE WS-MODE
                       WHEN 'F' WHEN 'f'
                           PERFORM GERER-FOURNISSEUR
                       WHEN 'R' WHEN 'r'
                           PERFORM RATTACHER-ARTICLES
                       WHEN 'P' WHEN 'p'
                           PERFORM PROPOSER-COMMANDES
                       WHEN 'M' WHEN 'm'
                           PERFORM SAISIR-COMMANDE
                       WHEN 'V' WHEN 'v'
                           PERFORM VALIDER-COMMANDE
                       WHEN 'E' WHEN 'e'
                           PERFORM RECEPTIONNER-COMMANDE
                       WHEN 'A' WHEN 'a'
                           PERFORM ANNULER-COMMANDE
                       WHEN 'O' WHEN 'o'
                           PERFORM EDITER-COMMANDES-EN-COURS
                       WHEN 'Q' WHEN 'q'
                           MOVE 'N' TO WS-CONTINUER
                       WHEN OTHER
                           DISPLAY 'Choix inconnu : ' WS-MODE
                   END-EVALUATE
               END-PERFORM
           END-IF

           PERFORM FERMER-FICHIERS
           EXIT PROGRAM.


       OUVRIR-FICHIERS.

           OPEN I-O FOURNISSEUR
           IF WS-ST-FOURN = '35'
               OPEN OUTPUT FOURNISSEUR
               CLOSE FOURNISSEUR
               OPEN I-O FOURNISSEUR
           END-IF

           OPEN I-O ARTICLE-FOURNISSEUR
           IF WS-ST-AFO = '35'
               OPEN OUTPUT ARTICLE-FOURNISSEUR
               CLOSE ARTICLE-FOURNISSEUR
               OPEN I-O ARTICLE-FOURNISSEUR
           END-IF

           OPEN I-O COMMANDE
           IF WS-ST-CDE = '35'
               OPEN OUTPUT COMMANDE
               CLOSE COMMANDE
               OPEN I-O COMMANDE
           END-IF

           OPEN I-O LIGNE-COMMANDE
           IF WS-ST-LCD = '35'
               OPEN OUTPUT LIGNE-COMMANDE
               CLOSE LIGNE-COMMANDE
               OPEN I-O LIGNE-COMMANDE
           END-IF

      *    Ouverture en mise a jour : la reception ajoute au stock.
           OPEN I-O ARTICLE
           IF WS-ST-ARTICLE = '00'
               MOVE 'O' TO WS-ARTICLE-FILE-OK
           ELSE
               MOVE 'N' TO WS-ARTICLE-FILE-OK
           END-IF

           OPEN I-O COMPTEUR
           IF WS-ST-CPT = '35'
               OPEN OUTPUT COMPTEUR
               CLOSE COMPTEUR
               OPEN I-O COMPTEUR
           END-IF

           OPEN EXTEND MOUVEMENT-STOCK
           IF WS-ST-MVT NOT = '00'
               OPEN OUTPUT MOUVEMENT-STOCK
               CLOSE MOUVEMENT-STOCK
               OPEN EXTEND MOUVEMENT-STOCK
           END-IF.


       FERMER-FICHIERS.

           CLOSE FOURNISSEUR
           CLOSE ARTICLE-FOURNISSEUR
           CLOSE COMMANDE
           CLOSE LIGNE-COMMANDE
           IF WS-ARTICLE-FILE-OK = 'O'
               CLOSE ARTICLE
           END-IF
           CLOSE COMPTEUR
           CLOSE MOUVEMENT-STOCK.


      ******************************************************************
      *      FICHE FOURNISSEUR : CREATION OU MODIFICATION SELON QUE    *
      *      LE NUMERO EXISTE DEJA                                     *
      ******************************************************************

       GERER-FOURNISSEUR.

           DISPLAY SCR-NUM-FOURN
           ACCEPT SCR-NUM-FOURN
           IF WS-NUM-FOURN NOT = ZERO
               MOVE WS-NUM-FOURN TO Fou-Num
               READ FOURNISSEUR KEY IS Fou-Num
                   INVALID KEY MOVE 'N' TO WS-TROUVE
                   NOT INVALID KEY MOVE 'O' TO WS-TROUVE
               END-READ

               IF WS-TROUVE = 'N'
                   MOVE WS-NUM-FOURN TO Fou-Num
                   MOVE SPACES TO Fou-Nom
                   MOVE SPACES TO Fou-Adresse
                   MOVE SPACES TO Fou-Telephone
                   MOVE 0 TO Fou-Delai
               END-IF

               DISPLAY SCR-DETAIL-FOURN
               ACCEPT SCR-DETAIL-FOURN

               IF WS-TROUVE = 'O'
                   REWRITE ENR-FOURNISSEUR
                       INVALID KEY
                           DISPLAY 'Erreur de mise a jour fournisseur'
                   END-REWRITE
               ELSE
                   WRITE ENR-FOURNISSEUR
                       INVALID KEY
                           DISPLAY 'Fournisseur deja existant ou '
                                   'erreur'
                   END-WRITE
               END-IF
           END-IF.


      ******************************************************************
      *      RATTACHEMENT ARTICLE / FOURNISSEUR : UN FOURNISSEUR       *
      *      HABITUEL PAR ARTICLE, QUI DOIT EXISTER AU FICHIER         *
      ******************************************************************

       RATTACHER-ARTICLES.

           MOVE 'N' TO WS-FIN-SAISIE
           PERFORM UNTIL WS-FIN-SAISIE = 'O'
               DISPLAY SCR-TITRE-RATTACHEMENT
               DISPLAY SCR-CODE-ARTICLE
               ACCEPT SCR-CODE-ARTICLE
               IF WS-CODE-ARTICLE = 'FIN'
                   MOVE 'O' TO WS-FIN-SAISIE
               ELSE
                   MOVE WS-CODE-ARTICLE TO Art-Code
                   READ ARTICLE KEY IS Art-Code
                       INVALID KEY
                           DISPLAY 'Article inconnu : ' WS-CODE-ARTICLE
                       NOT INVALID KEY
                           PERFORM RATTACHER-ARTICLE
                   END-READ
               END-IF
           END-PERFORM.


       RATTACHER-ARTICLE.

           MOVE Art-Code TO Afo-Code-Article
           READ ARTICLE-FOURNISSEUR KEY IS Afo-Code-Article
               INVALID KEY MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY MOVE 'O' TO WS-TROUVE
           END-READ

           IF WS-TROUVE = 'N'
               MOVE Art-Code TO Afo-Code-Article
               MOVE 0 TO Afo-Num-Fourn
               MOVE SPACES TO Afo-Ref-Fourn
               MOVE 0 TO Afo-Prix-Achat
               MOVE 1 TO Afo-Qte-Mini
           END-IF

           DISPLAY SCR-DETAIL-AFO
           ACCEPT SCR-DETAIL-AFO

           MOVE Afo-Num-Fourn TO Fou-Num
           READ FOURNISSEUR KEY IS Fou-Num
               INVALID KEY
                   DISPLAY 'Fournisseur inconnu : ' Afo-Num-Fourn
                           ' - rattachement refuse'
               NOT INVALID KEY
                   IF WS-TROUVE = 'O'
                       REWRITE ENR-ARTICLE-FOURN
                           INVALID KEY
                               DISPLAY 'Erreur de mise a jour '
                                       'rattachement'
                       END-REWRITE
                   ELSE
                       WRITE ENR-ARTICLE-FOURN
                           INVALID KEY
                               DISPLAY 'Erreur ecriture rattachement'
                       END-WRITE
                   END-IF
           END-READ.


      ******************************************************************
      *      PROPOSITION DE COMMANDES : CHAQUE ARTICLE AU SEUIL OU EN  *
      *      DESSOUS ET NON COUVERT PAR LES COMMANDES EN COURS EST     *
      *      AJOUTE A LA COMMANDE BROUILLON DE SON FOURNISSEUR (CREEE  *
      *      AU BESOIN). LA QUANTITE PROPOSEE RAMENE LE STOCK, EN      *
      *      COMPTANT CE QUI EST DEJA COMMANDE, AU DOUBLE DU SEUIL,    *
      *      SANS DESCENDRE SOUS LA QUANTITE MINIMALE DU FOURNISSEUR.  *
      *      LES BROUILLONS SONT ENSUITE REVUS (MODE M) ET VALIDES     *
      *      (MODE V) PAR LES ACHATS.                                  *
      ******************************************************************

       PROPOSER-COMMANDES.

           MOVE 0 TO WS-NB-PROPOSEES
           MOVE 0 TO WS-NB-SANS-FOURN
           MOVE 0 TO WS-NB-COUVERTS
           MOVE 0 TO WS-NB-BROUILLONS

           OPEN OUTPUT ETAT-PROPOSITIONS

           MOVE SPACES TO LIGNE-PROPOSITION
           STRING 'COMMANDES PROPOSEES AU ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-PROPOSITION
           WRITE LIGNE-PROPOSITION
           MOVE SPACES TO LIGNE-PROPOSITION
           WRITE LIGNE-PROPOSITION
           MOVE SPACES TO LIGNE-PROPOSITION
           STRING 'Article Designation                     '
                  'Stock Seuil En cde Propose Fourn. Commande'
                  DELIMITED BY SIZE INTO LIGNE-PROPOSITION
           WRITE LIGNE-PROPOSITION

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
                   IF Art-Stock <= Art-Seuil
                       PERFORM PROPOSER-ARTICLE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-PROPOSITION
           WRITE LIGNE-PROPOSITION
           MOVE SPACES TO LIGNE-PROPOSITION
           STRING WS-NB-PROPOSEES ' ligne(s) proposee(s), '
                  WS-NB-BROUILLONS ' brouillon(s) cree(s), '
                  WS-NB-COUVERTS ' deja couvert(s), '
                  WS-NB-SANS-FOURN ' sans fournisseur'
                  DELIMITED BY SIZE INTO LIGNE-PROPOSITION
           WRITE LIGNE-PROPOSITION

           CLOSE ETAT-PROPOSITIONS
           DISPLAY 'Propositions editees dans commandes_proposees.txt'.


       PROPOSER-ARTICLE.

           MOVE Art-Code TO Afo-Code-Article
           READ ARTICLE-FOURNISSEUR KEY IS Afo-Code-Article
               INVALID KEY MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY MOVE 'O' TO WS-TROUVE
           END-READ

           MOVE SPACES TO LIGNE-PROPOSITION
           IF WS-TROUVE = 'N'
               ADD 1 TO WS-NB-SANS-FOURN
               STRING Art-Code '  ' Art-Designation '  ' Art-Stock
                      '  ' Art-Seuil '  SANS FOURNISSEUR'
                      DELIMITED BY SIZE INTO LIGNE-PROPOSITION
           ELSE
               PERFORM CALCULER-QTE-EN-COMMANDE
               COMPUTE WS-QTE-BESOIN =
                       (2 * Art-Seuil) - Art-Stock - WS-QTE-EN-CDE
               IF Art-Stock + WS-QTE-EN-CDE > Art-Seuil
                   ADD 1 TO WS-NB-COUVERTS
                   STRING Art-Code '  ' Art-Designation '  '
                          Art-Stock '  ' Art-Seuil '  '
                          WS-QTE-EN-CDE '  DEJA EN COMMANDE'
                          DELIMITED BY SIZE INTO LIGNE-PROPOSITION
               ELSE
                   IF WS-QTE-BESOIN < Afo-Qte-Mini
                       MOVE Afo-Qte-Mini TO WS-QTE-BESOIN
                   END-IF
                   IF WS-QTE-BESOIN < 1
                       MOVE 1 TO WS-QTE-BESOIN
                   END-IF
                   MOVE WS-QTE-BESOIN TO WS-QTE-SAISIE
                   MOVE Afo-Prix-Achat TO WS-PRIX-SAISI
                   MOVE Afo-Num-Fourn TO WS-NUM-FOURN
                   PERFORM TROUVER-BROUILLON
                   IF WS-BROUILLON = 'N'
                       PERFORM CREER-BROUILLON
                   END-IF
                   IF WS-BROUILLON = 'O'
                       PERFORM AJOUTER-LIGNE-COMMANDE
                       ADD 1 TO WS-NB-PROPOSEES
                       STRING Art-Code '  ' Art-Designation '  '
                              Art-Stock '  ' Art-Seuil '  '
                              WS-QTE-EN-CDE '  ' WS-QTE-SAISIE '  '
                              Afo-Num-Fourn '  ' Cde-Num
                              DELIMITED BY SIZE INTO LIGNE-PROPOSITION
                   END-IF
               END-IF
           END-IF
           WRITE LIGNE-PROPOSITION.


      *    Quantite restant a livrer sur les commandes brouillon ou
      *    envoyees de l article (cle secondaire des lignes).
       CALCULER-QTE-EN-COMMANDE.

           MOVE 0 TO WS-QTE-EN-CDE
           MOVE Art-Code TO Lcd-Code-Article
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS EQUAL TO Lcd-Code-Article
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START

           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Code-Article NOT = Art-Code
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       IF Lcd-Qte-Recue < Lcd-Qte-Cdee
                           MOVE Lcd-Num-Cde TO Cde-Num
                           READ COMMANDE KEY IS Cde-Num
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF Cde-Statut = 'B'
                                       OR Cde-Statut = 'E'
                                       COMPUTE WS-QTE-EN-CDE =
                                               WS-QTE-EN-CDE +
                                               Lcd-Qte-Cdee -
                                               Lcd-Qte-Recue
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       TROUVER-BROUILLON.

           MOVE 'N' TO WS-BROUILLON
           MOVE WS-NUM-FOURN TO Cde-Num-Fourn
           MOVE 'N' TO WS-FIN-CDE
           START COMMANDE KEY IS EQUAL TO Cde-Num-Fourn
               INVALID KEY MOVE 'O' TO WS-FIN-CDE
           END-START

           PERFORM UNTIL WS-FIN-CDE = 'O'
               READ COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-CDE
               END-READ
               IF WS-FIN-CDE = 'N'
                   IF Cde-Num-Fourn NOT = WS-NUM-FOURN
                       MOVE 'O' TO WS-FIN-CDE
                   ELSE
                       IF Cde-Statut = 'B'
                           MOVE 'O' TO WS-BROUILLON
                           MOVE 'O' TO WS-FIN-CDE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       CREER-BROUILLON.

           MOVE 'N' TO WS-BROUILLON
           PERFORM OBTENIR-NUMERO-COMMANDE
           MOVE WS-NUM-FOURN TO Cde-Num-Fourn
           MOVE WS-DATE-JOUR TO Cde-Date
           MOVE SPACES TO Cde-Date-Prevue
           MOVE 'B' TO Cde-Statut
           MOVE 0 TO Cde-Total
           MOVE Ope-Appelant TO Cde-Operateur
           WRITE ENR-COMMANDE
               INVALID KEY
                   DISPLAY 'Erreur de creation de commande'
           END-WRITE
           IF WS-ST-CDE = '00'
               MOVE 'O' TO WS-BROUILLON
               ADD 1 TO WS-NB-BROUILLONS
               MOVE 'C' TO WS-TYPE-CPT
               MOVE Cde-Num TO WS-NUM-UTILISE
               PERFORM AVANCER-COMPTEUR
           END-IF.


      *    Ajout d une ligne (article WS-CODE-ARTICLE ou Art-Code,
      *    quantite WS-QTE-SAISIE, prix WS-PRIX-SAISI) en fin de la
      *    commande courante, dont le total est mis a jour.
       AJOUTER-LIGNE-COMMANDE.

           PERFORM CHERCHER-DERNIERE-LIGNE
           IF WS-DERNIERE-LIGNE >= 99
               DISPLAY 'Commande ' Cde-Num ' pleine : article '
                       Art-Code ' non ajoute'
           ELSE
               MOVE Cde-Num TO Lcd-Num-Cde
               COMPUTE Lcd-Num-Ligne = WS-DERNIERE-LIGNE + 1
               MOVE Art-Code TO Lcd-Code-Article
               MOVE WS-QTE-SAISIE TO Lcd-Qte-Cdee
               MOVE 0 TO Lcd-Qte-Recue
               MOVE WS-PRIX-SAISI TO Lcd-Prix-Achat
               MOVE SPACES TO Lcd-Date-Recep
               MOVE SPACE TO Lcd-Etat
               WRITE ENR-LIGNE-CDE
                   INVALID KEY
                       DISPLAY 'Erreur ecriture ligne de commande'
               END-WRITE
               IF WS-ST-LCD = '00'
                   COMPUTE WS-MONTANT-LIGNE =
                           Lcd-Qte-Cdee * Lcd-Prix-Achat
                   ADD WS-MONTANT-LIGNE TO Cde-Total
                       ON SIZE ERROR
                           DISPLAY 'Total commande depasse'
                   END-ADD
                   REWRITE ENR-COMMANDE
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour commande'
                   END-REWRITE
               END-IF
           END-IF.


       CHERCHER-DERNIERE-LIGNE.

           MOVE 0 TO WS-DERNIERE-LIGNE
           MOVE Cde-Num TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START

           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = Cde-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       MOVE Lcd-Num-Ligne TO WS-DERNIERE-LIGNE
                   END-IF
               END-IF
           END-PERFORM.


       OBTENIR-NUMERO-COMMANDE.

           MOVE 'C' TO WS-TYPE-CPT
           MOVE 'C' TO Cpt-Type
           READ COMPTEUR KEY IS Cpt-Type
               INVALID KEY PERFORM INITIALISER-COMPTEUR
           END-READ

           MOVE 'N' TO WS-NUM-LIBRE
           PERFORM UNTIL WS-NUM-LIBRE = 'O'
               MOVE Cpt-Prochain TO Cde-Num
               READ COMMANDE KEY IS Cde-Num
                   INVALID KEY MOVE 'O' TO WS-NUM-LIBRE
                   NOT INVALID KEY ADD 1 TO Cpt-Prochain
               END-READ
           END-PERFORM
           MOVE Cpt-Prochain TO Cde-Num.


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


      ******************************************************************
      *      SAISIE OU REVISION D UNE COMMANDE BROUILLON : CHAQUE      *
      *      LIGNE EXISTANTE PEUT ETRE CORRIGEE OU SUPPRIMEE (0),      *
      *      PUIS DE NOUVEAUX ARTICLES PEUVENT ETRE AJOUTES. LE PRIX   *
      *      PROPOSE EST LE PRIX D ACHAT DU RATTACHEMENT.              *
      ******************************************************************

       SAISIR-COMMANDE.

           MOVE 'N' TO WS-TROUVE
           DISPLAY SCR-NUM-CDE-NOUV
           ACCEPT SCR-NUM-CDE-NOUV

           IF WS-NUM-CDE = ZERO
               DISPLAY SCR-FOURN-CDE
               ACCEPT SCR-FOURN-CDE
               MOVE WS-NUM-FOURN TO Fou-Num
               READ FOURNISSEUR KEY IS Fou-Num
                   INVALID KEY
                       DISPLAY 'Fournisseur inconnu : ' WS-NUM-FOURN
                   NOT INVALID KEY
                       PERFORM CREER-BROUILLON
                       IF WS-BROUILLON = 'O'
                           MOVE 'O' TO WS-TROUVE
                           DISPLAY 'Commande ' Cde-Num ' creee pour '
                                   Fou-Nom
                       END-IF
               END-READ
           ELSE
               MOVE WS-NUM-CDE TO Cde-Num
               READ COMMANDE KEY IS Cde-Num
                   INVALID KEY
                       DISPLAY 'Commande inconnue : ' WS-NUM-CDE
                   NOT INVALID KEY
                       IF Cde-Statut NOT = 'B'
                           DISPLAY 'Seule une commande brouillon '
                                   'peut etre modifiee'
                       ELSE
                           MOVE 'O' TO WS-TROUVE
                       END-IF
               END-READ
           END-IF

           IF WS-TROUVE = 'O'
               MOVE Cde-Num TO WS-NUM-CDE
               MOVE Cde-Num-Fourn TO WS-NUM-FOURN
               PERFORM REVOIR-LIGNES-COMMANDE
               PERFORM AJOUTER-LIGNES-SAISIES
               PERFORM RECALCULER-TOTAL-COMMANDE
               DISPLAY 'Commande ' Cde-Num ' : total ' Cde-Total
           END-IF.


       REVOIR-LIGNES-COMMANDE.

           MOVE WS-NUM-CDE TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START

           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = WS-NUM-CDE
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       MOVE Lcd-Qte-Cdee TO WS-QTE-SAISIE
                       DISPLAY SCR-LIGNE-CDE
                       ACCEPT SCR-LIGNE-CDE
                       IF WS-QTE-SAISIE = 0
                           DELETE LIGNE-COMMANDE
                               INVALID KEY
                                   DISPLAY 'Erreur suppression ligne'
                           END-DELETE
                       ELSE
                           IF WS-QTE-SAISIE NOT = Lcd-Qte-Cdee
                               MOVE WS-QTE-SAISIE TO Lcd-Qte-Cdee
                               REWRITE ENR-LIGNE-CDE
                                   INVALID KEY
                                       DISPLAY 'Erreur mise a jour '
                                               'ligne'
                               END-REWRITE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       AJOUTER-LIGNES-SAISIES.

           MOVE 'N' TO WS-FIN-SAISIE
           PERFORM UNTIL WS-FIN-SAISIE = 'O'
               DISPLAY SCR-NUM-CDE
               DISPLAY SCR-CODE-ARTICLE
               ACCEPT SCR-CODE-ARTICLE
               IF WS-CODE-ARTICLE = 'FIN'
                   MOVE 'O' TO WS-FIN-SAISIE
               ELSE
                   MOVE WS-CODE-ARTICLE TO Art-Code
                   READ ARTICLE KEY IS Art-Code
                       INVALID KEY
                           DISPLAY 'Article inconnu : ' WS-CODE-ARTICLE
                       NOT INVALID KEY
                           PERFORM SAISIR-NOUVELLE-LIGNE
                   END-READ
               END-IF
           END-PERFORM.


       SAISIR-NOUVELLE-LIGNE.

           MOVE Art-Code TO Afo-Code-Article
           READ ARTICLE-FOURNISSEUR KEY IS Afo-Code-Article
               INVALID KEY
                   MOVE 0 TO WS-PRIX-SAISI
                   MOVE 1 TO WS-QTE-SAISIE
               NOT INVALID KEY
                   MOVE Afo-Prix-Achat TO WS-PRIX-SAISI
                   MOVE Afo-Qte-Mini TO WS-QTE-SAISIE
                   IF Afo-Num-Fourn NOT = WS-NUM-FOURN
                       DISPLAY 'Attention : article habituellement '
                               'achete chez ' Afo-Num-Fourn
                   END-IF
           END-READ

           DISPLAY SCR-NOUVELLE-LIGNE
           ACCEPT SCR-NOUVELLE-LIGNE
           IF WS-QTE-SAISIE > 0
               MOVE WS-NUM-CDE TO Cde-Num
               READ COMMANDE KEY IS Cde-Num
                   INVALID KEY
                       DISPLAY 'Commande introuvable : ' WS-NUM-CDE
                   NOT INVALID KEY
                       PERFORM AJOUTER-LIGNE-COMMANDE
               END-READ
           END-IF.


       RECALCULER-TOTAL-COMMANDE.

           MOVE WS-NUM-CDE TO Cde-Num
           READ COMMANDE KEY IS Cde-Num
               INVALID KEY
                   DISPLAY 'Commande introuvable : ' WS-NUM-CDE
           END-READ

           IF WS-ST-CDE = '00'
               MOVE 0 TO Cde-Total
               MOVE 0 TO WS-NB-LIGNES
               MOVE Cde-Num TO Lcd-Num-Cde
               MOVE 0 TO Lcd-Num-Ligne
               MOVE 'N' TO WS-FIN-LIGNES
               START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
               END-START
               PERFORM UNTIL WS-FIN-LIGNES = 'O'
                   READ LIGNE-COMMANDE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-LIGNES
                   END-READ
                   IF WS-FIN-LIGNES = 'N'
                       IF Lcd-Num-Cde NOT = Cde-Num
                           MOVE 'O' TO WS-FIN-LIGNES
                       ELSE
                           ADD 1 TO WS-NB-LIGNES
                           COMPUTE WS-MONTANT-LIGNE =
                                   Lcd-Qte-Cdee * Lcd-Prix-Achat
                           ADD WS-MONTANT-LIGNE TO Cde-Total
                       END-IF
                   END-IF
               END-PERFORM
               REWRITE ENR-COMMANDE
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour commande'
               END-REWRITE
           END-IF.


      ******************************************************************
      *      VALIDATION : LE BROUILLON DEVIENT UNE COMMANDE ENVOYEE,   *
      *      DATEE DU JOUR, LIVRAISON PREVUE SELON LE DELAI DU         *
      *      FOURNISSEUR, ET LE BON DE COMMANDE EST IMPRIME. UNE       *
      *      COMMANDE DEJA ENVOYEE EST SIMPLEMENT REIMPRIMEE.          *
      ******************************************************************

       VALIDER-COMMANDE.

           DISPLAY SCR-NUM-CDE
           ACCEPT SCR-NUM-CDE
           MOVE WS-NUM-CDE TO Cde-Num
           READ COMMANDE KEY IS Cde-Num
               INVALID KEY MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY MOVE 'O' TO WS-TROUVE
           END-READ

           IF WS-TROUVE = 'N'
               DISPLAY 'Commande inconnue : ' WS-NUM-CDE
           ELSE
               MOVE Cde-Num-Fourn TO Fou-Num
               READ FOURNISSEUR KEY IS Fou-Num
                   INVALID KEY
                       MOVE SPACES TO Fou-Nom
                       MOVE SPACES TO Fou-Adresse
                       MOVE 0 TO Fou-Delai
               END-READ
               EVALUATE Cde-Statut
                   WHEN 'B'
                       PERFORM RECALCULER-TOTAL-COMMANDE
                       IF WS-NB-LIGNES = 0
                           DISPLAY 'Commande sans ligne : validation '
                                   'impossible'
                       ELSE
                           MOVE WS-DATE-JOUR TO Cde-Date
                           MOVE WS-DATE-JOUR TO WS-DATE-N
                           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(
                                   FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                                   + Fou-Delai)
                           MOVE WS-DATE-N TO Cde-Date-Prevue
                           MOVE 'E' TO Cde-Statut
                           MOVE Ope-Appelant TO Cde-Operateur
                           REWRITE ENR-COMMANDE
                               INVALID KEY
                                   DISPLAY 'Erreur mise a jour commande'
                           END-REWRITE
                           IF WS-ST-CDE = '00'
                               PERFORM IMPRIMER-COMMANDE
                           END-IF
                       END-IF
                   WHEN 'E'
                       PERFORM IMPRIMER-COMMANDE
                   WHEN 'S'
                       DISPLAY 'Commande deja soldee'
                   WHEN OTHER
                       DISPLAY 'Commande annulee'
               END-EVALUATE
           END-IF.


       IMPRIMER-COMMANDE.

           OPEN OUTPUT IMPRESSION

           MOVE SPACES TO LIGNE-IMPR
           STRING '            BON DE COMMANDE N. ' Cde-Num
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           STRING 'Fournisseur : ' Cde-Num-Fourn '  ' Fou-Nom
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           STRING 'Adresse     : ' Fou-Adresse
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           STRING 'Date        : ' Cde-Date
                  '     Livraison prevue le : ' Cde-Date-Prevue
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           STRING 'Article Reference fourn.  Quantite   Prix achat'
                  '       Montant'
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           MOVE Cde-Num TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = Cde-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       MOVE Lcd-Code-Article TO Afo-Code-Article
                       READ ARTICLE-FOURNISSEUR
                           KEY IS Afo-Code-Article
                           INVALID KEY MOVE SPACES TO Afo-Ref-Fourn
                       END-READ
                       COMPUTE WS-MONTANT-LIGNE =
                               Lcd-Qte-Cdee * Lcd-Prix-Achat
                       MOVE SPACES TO LIGNE-IMPR
                       STRING Lcd-Code-Article ' ' Afo-Ref-Fourn
                              '  ' Lcd-Qte-Cdee '   ' Lcd-Prix-Achat
                              '   ' WS-MONTANT-LIGNE
                              DELIMITED BY SIZE INTO LIGNE-IMPR
                       WRITE LIGNE-IMPR
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-IMPR
           WRITE LIGNE-IMPR
           MOVE SPACES TO LIGNE-IMPR
           STRING 'TOTAL COMMANDE HT : ' Cde-Total
                  DELIMITED BY SIZE INTO LIGNE-IMPR
           WRITE LIGNE-IMPR

           CLOSE IMPRESSION
           DISPLAY 'Commande imprimee dans commande_impr.txt'.


      ******************************************************************
      *      RECEPTION SUR COMMANDE : CHAQUE ARTICLE LIVRE EST SAISI   *
      *      CONTRE UNE LIGNE OUVERTE DE LA COMMANDE. LA LIVRAISON     *
      *      PARTIELLE EST SIGNALEE, L EXCEDENT DOIT ETRE ACCEPTE.     *
      *      LE STOCK EST AUGMENTE DE LA QUANTITE LIVREE ET LE         *
      *      MOUVEMENT EST JOURNALISE SOUS LE NUMERO DE COMMANDE. LA   *
      *      COMMANDE EST SOLDEE QUAND TOUTES SES LIGNES LE SONT.      *
      *      LE BON DE RECEPTION EST EDITE DANS RECEPTION_CDE.TXT.     *
      ******************************************************************

       RECEPTIONNER-COMMANDE.

           DISPLAY SCR-NUM-CDE
           ACCEPT SCR-NUM-CDE
           MOVE WS-NUM-CDE TO Cde-Num
           READ COMMANDE KEY IS Cde-Num
               INVALID KEY MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY MOVE 'O' TO WS-TROUVE
           END-READ

           IF WS-TROUVE = 'N'
               DISPLAY 'Commande inconnue : ' WS-NUM-CDE
           ELSE
           IF Cde-Statut NOT = 'E'
               DISPLAY 'Commande non envoyee ou deja soldee : '
                       'reception refusee'
           ELSE
               MOVE 0 TO WS-NB-RECUES
               OPEN OUTPUT ETAT-RECEPTION
               MOVE SPACES TO LIGNE-RECEPTION
               STRING 'RECEPTION DU ' WS-DATE-JOUR ' SUR COMMANDE '
                      Cde-Num ' FOURNISSEUR ' Cde-Num-Fourn
                      ' PAR ' Ope-Appelant
                      DELIMITED BY SIZE INTO LIGNE-RECEPTION
               WRITE LIGNE-RECEPTION
               MOVE SPACES TO LIGNE-RECEPTION
               WRITE LIGNE-RECEPTION

               MOVE 'N' TO WS-FIN-SAISIE
               PERFORM UNTIL WS-FIN-SAISIE = 'O'
                   DISPLAY SCR-NUM-CDE
                   DISPLAY SCR-CODE-ARTICLE
                   ACCEPT SCR-CODE-ARTICLE
                   IF WS-CODE-ARTICLE = 'FIN'
                       MOVE 'O' TO WS-FIN-SAISIE
                   ELSE
                       PERFORM CHERCHER-LIGNE-OUVERTE
                       IF WS-TROUVE = 'N'
                           DISPLAY 'Article ' WS-CODE-ARTICLE
                                   ' absent de la commande : '
                                   'reception refusee'
                       ELSE
                           PERFORM RECEPTIONNER-LIGNE
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM CONTROLER-COMMANDE-SOLDEE
               MOVE SPACES TO LIGNE-RECEPTION
               WRITE LIGNE-RECEPTION
               MOVE SPACES TO LIGNE-RECEPTION
               IF WS-TOUT-RECU = 'O'
                   STRING WS-NB-RECUES ' ligne(s) recue(s) - '
                          'COMMANDE SOLDEE'
                          DELIMITED BY SIZE INTO LIGNE-RECEPTION
               ELSE
                   STRING WS-NB-RECUES ' ligne(s) recue(s) - '
                          'RELIQUAT EN ATTENTE'
                          DELIMITED BY SIZE INTO LIGNE-RECEPTION
               END-IF
               WRITE LIGNE-RECEPTION
               CLOSE ETAT-RECEPTION
               DISPLAY 'Reception editee dans reception_cde.txt'
           END-IF
           END-IF.


      *    Premiere ligne de la commande pour l article saisi, de
      *    preference une ligne encore attendue ou partielle.
       CHERCHER-LIGNE-OUVERTE.

           MOVE 'N' TO WS-TROUVE
           MOVE 0 TO WS-DERNIERE-LIGNE
           MOVE Cde-Num TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = Cde-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       IF Lcd-Code-Article = WS-CODE-ARTICLE
                           IF WS-DERNIERE-LIGNE = 0
                               MOVE Lcd-Num-Ligne TO WS-DERNIERE-LIGNE
                           END-IF
                           IF Lcd-Qte-Recue < Lcd-Qte-Cdee
                               MOVE Lcd-Num-Ligne TO WS-DERNIERE-LIGNE
                               MOVE 'O' TO WS-FIN-LIGNES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DERNIERE-LIGNE > 0
               MOVE Cde-Num TO Lcd-Num-Cde
               MOVE WS-DERNIERE-LIGNE TO Lcd-Num-Ligne
               READ LIGNE-COMMANDE KEY IS Cle-Ligne-Cde
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'O' TO WS-TROUVE
               END-READ
           END-IF.


       RECEPTIONNER-LIGNE.

           MOVE Lcd-Code-Article TO Art-Code
           READ ARTICLE KEY IS Art-Code
               INVALID KEY
                   DISPLAY 'Article inconnu : ' Lcd-Code-Article
                   MOVE 'N' TO WS-TROUVE
           END-READ

           IF WS-TROUVE = 'O'
               MOVE 0 TO WS-QTE-SAISIE
               DISPLAY SCR-RECEPTION
               ACCEPT SCR-RECEPTION
               IF WS-QTE-SAISIE > 0
                   COMPUTE WS-QTE-TEST = Art-Stock + WS-QTE-SAISIE
                   COMPUTE WS-NOUVEAU-RECU =
                           Lcd-Qte-Recue + WS-QTE-SAISIE
                   IF WS-QTE-TEST > 99999 OR WS-NOUVEAU-RECU > 99999
                       DISPLAY 'Stock maximum depasse : '
                               'reception refusee'
                   ELSE
                       MOVE 'O' TO WS-REP-CONF
                       IF WS-NOUVEAU-RECU > Lcd-Qte-Cdee
                           COMPUTE WS-QTE-EXCEDENT =
                                   WS-NOUVEAU-RECU - Lcd-Qte-Cdee
                           DISPLAY 'EXCEDENT de ' WS-QTE-EXCEDENT
                                   ' sur la quantite commandee'
                           DISPLAY SCR-CONFIRME
                           ACCEPT SCR-CONFIRME
                       END-IF
                       IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                           PERFORM ENREGISTRER-RECEPTION
                       ELSE
                           DISPLAY 'Reception de la ligne annulee'
                       END-IF
                   END-IF
               END-IF
           END-IF.


       ENREGISTRER-RECEPTION.

           MOVE WS-NOUVEAU-RECU TO Lcd-Qte-Recue
           MOVE WS-DATE-JOUR TO Lcd-Date-Recep
           MOVE 0 TO WS-QTE-RESTE
           MOVE 0 TO WS-QTE-EXCEDENT
           EVALUATE TRUE
               WHEN Lcd-Qte-Recue < Lcd-Qte-Cdee
                   MOVE 'P' TO Lcd-Etat
                   MOVE 'PARTIELLE' TO WS-LIBELLE-ETAT
                   COMPUTE WS-QTE-RESTE = Lcd-Qte-Cdee - Lcd-Qte-Recue
               WHEN Lcd-Qte-Recue = Lcd-Qte-Cdee
                   MOVE 'S' TO Lcd-Etat
                   MOVE 'SOLDEE' TO WS-LIBELLE-ETAT
               WHEN OTHER
                   MOVE 'X' TO Lcd-Etat
                   MOVE 'EXCEDENT' TO WS-LIBELLE-ETAT
                   COMPUTE WS-QTE-EXCEDENT =
                           Lcd-Qte-Recue - Lcd-Qte-Cdee
           END-EVALUATE

           REWRITE ENR-LIGNE-CDE
               INVALID KEY
                   DISPLAY 'Erreur mise a jour ligne de commande'
           END-REWRITE

           IF WS-ST-LCD = '00'
               ADD 1 TO WS-NB-RECUES
               MOVE Art-Stock TO WS-STOCK-AVANT
               ADD WS-QTE-SAISIE TO Art-Stock
               REWRITE ENR-ARTICLE
                   INVALID KEY
                       DISPLAY 'Erreur de mise a jour article'
                   NOT INVALID KEY
                       MOVE 'RECEPTION' TO WS-MOTIF-MVT
                       MOVE Cde-Num TO WS-DOC-MVT
                       PERFORM ECRIRE-MOUVEMENT-STOCK
               END-REWRITE

               DISPLAY 'Livraison ' WS-LIBELLE-ETAT ' - nouveau stock '
                       'de ' Art-Code ' : ' Art-Stock

               MOVE SPACES TO LIGNE-RECEPTION
               STRING Lcd-Num-Ligne '  ' Lcd-Code-Article '  '
                      Art-Designation '  livre ' WS-QTE-SAISIE
                      '  cumul ' Lcd-Qte-Recue '/' Lcd-Qte-Cdee
                      '  ' WS-LIBELLE-ETAT
                      DELIMITED BY SIZE INTO LIGNE-RECEPTION
               WRITE LIGNE-RECEPTION
               IF Lcd-Etat = 'P'
                   MOVE SPACES TO LIGNE-RECEPTION
                   STRING '      reste a livrer : ' WS-QTE-RESTE
                          DELIMITED BY SIZE INTO LIGNE-RECEPTION
                   WRITE LIGNE-RECEPTION
               END-IF
               IF Lcd-Etat = 'X'
                   MOVE SPACES TO LIGNE-RECEPTION
                   STRING '      excedent accepte : ' WS-QTE-EXCEDENT
                          DELIMITED BY SIZE INTO LIGNE-RECEPTION
                   WRITE LIGNE-RECEPTION
               END-IF
           END-IF.


       CONTROLER-COMMANDE-SOLDEE.

           MOVE 'O' TO WS-TOUT-RECU
           MOVE Cde-Num TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = Cde-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       IF Lcd-Qte-Recue < Lcd-Qte-Cdee
                           MOVE 'N' TO WS-TOUT-RECU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TOUT-RECU = 'O'
               MOVE 'S' TO Cde-Statut
               REWRITE ENR-COMMANDE
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour commande'
               END-REWRITE
           END-IF.


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
      *      ANNULATION : UN BROUILLON OU UNE COMMANDE SANS AUCUNE     *
      *      RECEPTION EST ANNULE ; UNE COMMANDE DEJA EN PARTIE        *
      *      LIVREE EST SOLDEE, LE RELIQUAT ETANT ABANDONNE            *
      ******************************************************************

       ANNULER-COMMANDE.

           DISPLAY SCR-NUM-CDE
           ACCEPT SCR-NUM-CDE
           MOVE WS-NUM-CDE TO Cde-Num
           READ COMMANDE KEY IS Cde-Num
               INVALID KEY MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY MOVE 'O' TO WS-TROUVE
           END-READ

           IF WS-TROUVE = 'N'
               DISPLAY 'Commande inconnue : ' WS-NUM-CDE
           ELSE
           IF Cde-Statut NOT = 'B' AND Cde-Statut NOT = 'E'
               DISPLAY 'Commande deja soldee ou annulee'
           ELSE
               PERFORM CHERCHER-RECEPTIONS
               IF WS-DEJA-RECU = 'O'
                   DISPLAY 'Commande en partie livree : le reliquat '
                           'sera abandonne'
               END-IF
               DISPLAY SCR-CONFIRME
               ACCEPT SCR-CONFIRME
               IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                   IF WS-DEJA-RECU = 'O'
                       MOVE 'S' TO Cde-Statut
                   ELSE
                       MOVE 'A' TO Cde-Statut
                   END-IF
                   REWRITE ENR-COMMANDE
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour commande'
                       NOT INVALID KEY
                           DISPLAY 'Commande ' Cde-Num ' close'
                   END-REWRITE
               END-IF
           END-IF
           END-IF.


       CHERCHER-RECEPTIONS.

           MOVE 'N' TO WS-DEJA-RECU
           MOVE Cde-Num TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = Cde-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       IF Lcd-Qte-Recue > 0
                           MOVE 'O' TO WS-DEJA-RECU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      ******************************************************************
      *      COMMANDES EN COURS PAR FOURNISSEUR : LIGNES ENCORE DUES   *
      *      DES COMMANDES ENVOYEES, AVEC LE RESTE A LIVRER, SA        *
      *      VALEUR AU PRIX D ACHAT ET LES RETARDS (DATE PREVUE        *
      *      DEPASSEE), POUR LA RELANCE DES FOURNISSEURS               *
      ******************************************************************

       EDITER-COMMANDES-EN-COURS.

           MOVE 0 TO WS-NB-LIGNES-TOT
           MOVE 0 TO WS-NB-RETARDS-TOT
           MOVE 0 TO WS-VALEUR-TOTALE

           OPEN OUTPUT ETAT-EN-COURS

           MOVE SPACES TO LIGNE-EN-COURS
           STRING 'COMMANDES FOURNISSEURS EN COURS AU ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-EN-COURS
           WRITE LIGNE-EN-COURS

           MOVE 0 TO Fou-Num
           MOVE 'N' TO WS-FIN-FICHIER
           START FOURNISSEUR KEY IS NOT LESS THAN Fou-Num
               INVALID KEY MOVE 'O' TO WS-FIN-FICHIER
           END-START

           PERFORM UNTIL WS-FIN-FICHIER = 'O'
               READ FOURNISSEUR NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   PERFORM EDITER-EN-COURS-FOURN
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-EN-COURS
           WRITE LIGNE-EN-COURS
           MOVE SPACES TO LIGNE-EN-COURS
           STRING 'TOTAL : ' WS-NB-LIGNES-TOT ' ligne(s) en attente, '
                  WS-NB-RETARDS-TOT ' en retard, valeur '
                  WS-VALEUR-TOTALE
                  DELIMITED BY SIZE INTO LIGNE-EN-COURS
           WRITE LIGNE-EN-COURS

           CLOSE ETAT-EN-COURS
           DISPLAY 'Etat edite dans commandes_en_cours.txt'.


       EDITER-EN-COURS-FOURN.

           MOVE 'N' TO WS-ENTETE-FAITE
           MOVE 0 TO WS-NB-LIGNES
           MOVE 0 TO WS-NB-RETARDS
           MOVE 0 TO WS-VALEUR-FOURN

           MOVE Fou-Num TO Cde-Num-Fourn
           MOVE 'N' TO WS-FIN-CDE
           START COMMANDE KEY IS EQUAL TO Cde-Num-Fourn
               INVALID KEY MOVE 'O' TO WS-FIN-CDE
           END-START

           PERFORM UNTIL WS-FIN-CDE = 'O'
               READ COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-CDE
               END-READ
               IF WS-FIN-CDE = 'N'
                   IF Cde-Num-Fourn NOT = Fou-Num
                       MOVE 'O' TO WS-FIN-CDE
                   ELSE
                       IF Cde-Statut = 'E'
                           PERFORM EDITER-LIGNES-EN-COURS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ENTETE-FAITE = 'O'
               MOVE SPACES TO LIGNE-EN-COURS
               STRING '  Sous-total fournisseur : ' WS-NB-LIGNES
                      ' ligne(s), ' WS-NB-RETARDS ' en retard, valeur '
                      WS-VALEUR-FOURN
                      DELIMITED BY SIZE INTO LIGNE-EN-COURS
               WRITE LIGNE-EN-COURS
               ADD WS-NB-LIGNES TO WS-NB-LIGNES-TOT
               ADD WS-NB-RETARDS TO WS-NB-RETARDS-TOT
               ADD WS-VALEUR-FOURN TO WS-VALEUR-TOTALE
           END-IF.


       EDITER-LIGNES-EN-COURS.

           MOVE Cde-Num TO Lcd-Num-Cde
           MOVE 0 TO Lcd-Num-Ligne
           MOVE 'N' TO WS-FIN-LIGNES
           START LIGNE-COMMANDE KEY IS NOT LESS THAN Cle-Ligne-Cde
               INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
           END-START

           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-COMMANDE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   IF Lcd-Num-Cde NOT = Cde-Num
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       IF Lcd-Qte-Recue < Lcd-Qte-Cdee
                           PERFORM EDITER-LIGNE-EN-COURS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       EDITER-LIGNE-EN-COURS.

           IF WS-ENTETE-FAITE = 'N'
               MOVE 'O' TO WS-ENTETE-FAITE
               MOVE SPACES TO LIGNE-EN-COURS
               WRITE LIGNE-EN-COURS
               MOVE SPACES TO LIGNE-EN-COURS
               STRING 'Fournisseur ' Fou-Num '  ' Fou-Nom
                      '  tel. ' Fou-Telephone
                      DELIMITED BY SIZE INTO LIGNE-EN-COURS
               WRITE LIGNE-EN-COURS
               MOVE SPACES TO LIGNE-EN-COURS
               STRING '  Cde    Lg Article Commande   Recu  Reste '
                      'Prevue          Valeur'
                      DELIMITED BY SIZE INTO LIGNE-EN-COURS
               WRITE LIGNE-EN-COURS
           END-IF

           ADD 1 TO WS-NB-LIGNES
           COMPUTE WS-QTE-RESTE = Lcd-Qte-Cdee - Lcd-Qte-Recue
           COMPUTE WS-VALEUR-RESTE = WS-QTE-RESTE * Lcd-Prix-Achat
           ADD WS-VALEUR-RESTE TO WS-VALEUR-FOURN

           MOVE SPACES TO LIGNE-EN-COURS
           IF Cde-Date-Prevue < WS-DATE-JOUR
               ADD 1 TO WS-NB-RETARDS
               STRING '  ' Cde-Num ' ' Lcd-Num-Ligne ' '
                      Lcd-Code-Article '  ' Lcd-Qte-Cdee '  '
                      Lcd-Qte-Recue '  ' WS-QTE-RESTE ' '
                      Cde-Date-Prevue ' ' WS-VALEUR-RESTE
                      '  EN RETARD'
                      DELIMITED BY SIZE INTO LIGNE-EN-COURS
           ELSE
               STRING '  ' Cde-Num ' ' Lcd-Num-Ligne ' '
                      Lcd-Code-Article '  ' Lcd-Qte-Cdee '  '
                      Lcd-Qte-Recue '  ' WS-QTE-RESTE ' '
                      Cde-Date-Prevue ' ' WS-VALEUR-RESTE
                      DELIMITED BY SIZE INTO LIGNE-EN-COURS
           END-IF
           WRITE LIGNE-EN-COURS.


       END PROGRAM ACHATS.
