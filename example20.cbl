      ******************************************************************
      *      CONTRATS : FACTURATION PERIODIQUE DES CONTRATS CLIENTS    *
      *      UN CONTRAT PORTE LES ARTICLES ET QUANTITES FACTURES A     *
      *      CHAQUE ECHEANCE (MAINTENANCE, LOCATION, ABONNEMENT), LA   *
      *      PERIODICITE (MENSUELLE, TRIMESTRIELLE, SEMESTRIELLE OU    *
      *      ANNUELLE), LES DATES DE DEBUT ET DE FIN ET LA PROCHAINE   *
      *      ECHEANCE. LE LANCEMENT DE LA FACTURATION CREE UNE FACTURE *
      *      PAR ECHEANCE ATTEINTE A LA DATE LIMITE DEMANDEE : NUMERO  *
      *      PRIS DANS COMPTEUR.TXT, PRIX EN VIGUEUR, SORTIE DE STOCK, *
      *      PIECE AU COMPTE CLIENT ET TRACE D AUDIT SOUS L OPERATEUR  *
      *      QUI LANCE LA FACTURATION, PUIS L ECHEANCE AVANCE D UNE    *
      *      PERIODE. LES CLIENTS BLOQUES OU AU-DELA DE LEUR LIMITE DE *
      *      CREDIT NE SONT PAS FACTURES : ILS SONT LISTES DANS LE     *
      *      COMPTE RENDU (FACTURATION_CONTRATS.TXT).                  *
      *      CLIENT FACTURE EN DEVISE : LA FACTURE EST CONVERTIE AU    *
      *      COURS DU JOUR DE FACTURATION (FACDEVISE.TXT) ; SANS COURS *
      *      EN VIGUEUR L ECHEANCE EST ECARTEE.                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Contrat ASSIGN TO "contrat.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ctr-Num
                           ALTERNATE RECORD KEY IS Ctr-Num-Client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CTR.

           SELECT Ligne-Contrat ASSIGN TO "lignectr.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Cle-Ligne-Ctr
                           FILE STATUS IS WS-ST-LCT.

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

           SELECT Rapport ASSIGN TO "facturation_contrats.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-RAPPORT.

           SELECT Liste ASSIGN TO "contrats_liste.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-LISTE.

       DATA DIVISION.
       FILE SECTION.

      *    Entete de contrat. Frequence : M = mensuelle,
      *    T = trimestrielle, S = semestrielle, A = annuelle.
      *    Statut : A = actif, S = suspendu (plus facture jusqu a
      *    reprise), T = termine (date de fin depassee ou resilie).
      *    Ctr-Date-Fin vaut 99999999 pour un contrat sans fin ;
      *    Ctr-Jour-Echeance garde le jour de la date de debut pour
      *    que les echeances ne glissent pas apres une fin de mois
      *    courte.
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
      *    'D' devis, 'C' commandes, 'K' contrats.
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

       FD  RAPPORT.
       01  LIGNE-RAPPORT PIC X(100).

       FD  LISTE.
       01  LIGNE-LISTE PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-CTR           PIC XX.
       01 WS-ST-LCT           PIC XX.
       01 WS-ST-FACT          PIC XX.
       01 WS-ST-LIGNE         PIC XX.
       01 WS-ST-CLIENT        PIC XX.
       01 WS-ST-ARTICLE       PIC XX.
       01 WS-ST-CCL           PIC XX.
       01 WS-ST-PRIX          PIC XX.
       01 WS-ST-CPT           PIC XX.
       01 WS-ST-AUDIT         PIC XX.
       01 WS-ST-MVT           PIC XX.
       01 WS-ST-CRS           PIC XX.
       01 WS-ST-FDV           PIC XX.
       01 WS-ST-RAPPORT       PIC XX.
       01 WS-ST-LISTE         PIC XX.

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
       01 WS-TROUVE           PIC X.
       01 WS-CLIENT-OK        PIC X.
       01 WS-SAISIE-OK        PIC X.
       01 WS-DATE-OK          PIC X.
       01 WS-NUM-LIBRE        PIC X.
       01 WS-FIN-LIGNES       PIC X.
       01 WS-FIN-CONTRATS     PIC X.
       01 WS-FIN-PRIX         PIC X.
       01 WS-FIN-ENCOURS      PIC X.
       01 WS-A-FACTURER       PIC X.
       01 WS-ECHEANCE-OK      PIC X.
       01 WS-NUM-CONTRAT      PIC 9(6).
       01 WS-TYPE-CPT         PIC X.
       01 WS-NUM-UTILISE      PIC 9(6).
       01 WS-DATE-JOUR        PIC X(8).
       01 WS-DATE-FACT        PIC X(8).
       01 WS-DATE-LIMITE      PIC X(8).
       01 WS-DATE-SAISIE      PIC X(8).
       01 WS-DATE-FIN-SAISIE  PIC X(8).
       01 WS-NOUVEAU-STATUT   PIC X.
       01 WS-MM               PIC 99.
       01 WS-JJ               PIC 99.
       01 WS-AAAA             PIC 9(4).
       01 WS-JOURS-MAX        PIC 99.
       01 WS-NB-MOIS          PIC 99.
       01 WS-PRIX-VIGUEUR     PIC 9(7)v99.
       01 WS-TAUX-TVA         PIC 9(2)v99.
       01 WS-MONTANT-TVA      PIC 9(9)v99.
       01 WS-ENCOURS          PIC S9(11)v99.
       01 WS-ENCOURS-TEST     PIC S9(11)v99.
       01 WS-SOLDE-FACT       PIC 9(9)v99.
       01 WS-STOCK-AVANT      PIC 9(5).
       01 WS-MOTIF-MVT        PIC X(12).
       01 WS-DOC-MVT          PIC 9(6).
       01 WS-MOTIF-ECART      PIC X(30).
       01 WS-LIBELLE-FREQ     PIC X(13).
       01 WS-LIBELLE-STATUT   PIC X(8).

      *    Facture en preparation pour une echeance : les lignes du
      *    contrat valorisees au prix en vigueur a la date de
      *    facturation, avant tout controle de credit.
       01 WS-FAC-QTE          PIC 9(3).
       01 WS-FAC-HT           PIC 9(9)v99.
       01 WS-FAC-TVA          PIC 9(9)v99.
       01 WS-FAC-TTC          PIC 9(9)v99.
       01 WS-NB-LIG-FAC       PIC 99.
       01 WS-TAB-LIG-FAC.
           02 WS-LIG-FAC OCCURS 99 TIMES INDEXED BY WS-IX-LIG.
              03 WS-LF-CODE     PIC X(6).
              03 WS-LF-PRIX     PIC 9(7)v99.
              03 WS-LF-QTE      PIC 9(3).
              03 WS-LF-TAUX     PIC 9(2)v99.

      *    Contrats ecartes du lancement, listes en fin de compte
      *    rendu.
       01 WS-NB-ECARTS        PIC 9(5).
       01 WS-NB-ECARTS-TAB    PIC 999.
       01 WS-TAB-ECARTS.
           02 WS-ECART OCCURS 200 TIMES INDEXED BY WS-IX-ECART.
              03 WS-EC-CONTRAT  PIC 9(6).
              03 WS-EC-CLIENT   PIC 9(6).
              03 WS-EC-ECHEANCE PIC X(8).
              03 WS-EC-TTC      PIC 9(9)v99.
              03 WS-EC-MOTIF    PIC X(30).

       01 WS-NB-FACTURES      PIC 9(5).
       01 WS-NB-TERMINES      PIC 9(5).
       01 WS-NB-CONTRATS      PIC 9(5).
       01 WS-TOT-HT           PIC 9(11)v99.
       01 WS-TOT-TTC          PIC 9(11)v99.
       01 WS-MT-EDITE         PIC Z(8)9.99.
       01 WS-MT-EDITE-2       PIC Z(8)9.99.
       01 WS-TOT-EDITE        PIC Z(10)9.99.
       01 WS-TOT-EDITE-2      PIC Z(10)9.99.


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-CONTRAT.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'CONTRATS DE FACTURATION PERIODIQUE'.
           2 LINE 4 COL 5 VALUE 'C = Creer un contrat'.
           2 LINE 5 COL 5 VALUE 'S = Suspendre, reprendre ou resilier'.
           2 COL 41 VALUE ' un contrat'.
           2 LINE 6 COL 5 VALUE 'F = Lancer la facturation des'.
           2 COL 34 VALUE ' echeances'.
           2 LINE 7 COL 5 VALUE 'L = Liste des contrats'.
           2 LINE 8 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 10 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-NUMCONTRAT.
           2 LINE 12 COL 2 VALUE 'Numero de contrat (0 = annuler):  '.
           2 PIC 9(6) TO WS-NUM-CONTRAT.

         1 SCR-NUM-ATTRIBUE.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'CREATION DE CONTRAT'.
           2 LINE 4 COL 2 VALUE 'Numero attribue :  '.
           2 PIC 9(6) FROM Ctr-Num.

         1 SCR-CLIENT-CTR.
           2 LINE 6 COL 2 VALUE 'Saisir le num du client:  '.
           2 PIC 9(6) TO Ctr-Num-Client.

         1 SCR-CLIENT-NOM.
           2 LINE 7 COL 2 VALUE 'Client trouve :  '.
           2 PIC X(30) FROM Cli-Nom.

         1 SCR-ENTETE-CTR.
           2 LINE 8 COL 2 VALUE 'Libelle du contrat :  '.
           2 PIC X(30) USING Ctr-Libelle.
           2 LINE 9 COL 2 VALUE 'Frequence (M/T/S/A) :  '.
           2 PIC X USING Ctr-Frequence.

         1 SCR-DATES-CTR.
           2 LINE 10 COL 2 VALUE 'Premiere echeance (AAAAMMJJ) :  '.
           2 PIC X(8) USING WS-DATE-SAISIE.
           2 LINE 11 COL 2 VALUE 'Date de fin (0 = sans fin) :  '.
           2 PIC X(8) USING WS-DATE-FIN-SAISIE.

         1 SCR-LIGNE-CODE.
           2 LINE 13 COL 2 VALUE 'Code article (FIN pour arreter):  '.
           2 PIC X(6) TO Lct-Code-Article.

         1 SCR-LIGNE-ARTICLE.
           2 LINE 14 COL 2 VALUE 'Designation:  '.
           2 PIC X(30) FROM Art-Designation.
           2 LINE 15 COL 2 VALUE 'Prix en vigueur ce jour:  '.
           2 PIC 9(7)v99 FROM WS-PRIX-VIGUEUR.

         1 SCR-LIGNE-QTE.
           2 LINE 16 COL 2 VALUE 'Quantite par echeance:  '.
           2 PIC 9(3) TO Lct-Qte.

         1 SCR-CONTRAT.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'CONTRAT N. '.
           2 PIC 9(6) FROM Ctr-Num.
           2 LINE 4 COL 2 VALUE 'Client :  '.
           2 PIC 9(6) FROM Ctr-Num-Client.
           2 LINE 5 COL 2 VALUE 'Libelle :  '.
           2 PIC X(30) FROM Ctr-Libelle.
           2 LINE 6 COL 2 VALUE 'Frequence :  '.
           2 PIC X(13) FROM WS-LIBELLE-FREQ.
           2 LINE 7 COL 2 VALUE 'Prochaine echeance :  '.
           2 PIC X(8) FROM Ctr-Date-Prochaine.
           2 LINE 8 COL 2 VALUE 'Statut :  '.
           2 PIC X(8) FROM WS-LIBELLE-STATUT.

         1 SCR-STATUT.
           2 LINE 10 COL 2 VALUE 'Nouveau statut (A = actif, '.
           2 COL 29 VALUE 'S = suspendu, T = termine) :  '.
           2 PIC X TO WS-NOUVEAU-STATUT.

         1 SCR-DATE-LIMITE.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'FACTURATION DES CONTRATS'.
           2 LINE 4 COL 2 VALUE 'Facturer les echeances jusqu au '.
           2 LINE 5 COL 2 VALUE '(AAAAMMJJ, 0 = aujourd hui) :  '.
           2 PIC X(8) USING WS-DATE-SAISIE.

         1 SCR-CONFIRME.
           2 LINE 18 COL 2 VALUE 'Confirmer (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM OUVRIR-FICHIERS

           IF WS-CLIENT-FILE-OK NOT = 'O'
               DISPLAY 'Fichier client introuvable : lancez "Gerer les'
               DISPLAY 'clients" avant de saisir un contrat'
           ELSE
           IF WS-ARTICLE-FILE-OK NOT = 'O'
               DISPLAY 'Fichier article introuvable : lancez "Gerer'
               DISPLAY 'les articles" avant de saisir un contrat'
           ELSE
               PERFORM UNTIL WS-CONTINUER = 'N'
                   DISPLAY SCR-MODE-CONTRAT
                   ACCEPT SCR-MODE-CONTRAT

                   EVALUATE WS-MODE
                       WHEN 'C' WHEN 'c'
                           PERFORM CREER-CONTRAT
                       WHEN 'S' WHEN 's'
                           PERFORM CHOISIR-CONTRAT
                           IF WS-TROUVE = 'O'
                               PERFORM CHANGER-STATUT-CONTRAT
                           END-IF
                       WHEN 'F' WHEN 'f'
                           PERFORM LANCER-FACTURATION
                       WHEN 'L' WHEN 'l'
                           PERFORM EDITER-LISTE-CONTRATS
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

           OPEN I-O CONTRAT
           IF WS-ST-CTR = '35'
               OPEN OUTPUT CONTRAT
               CLOSE CONTRAT
               OPEN I-O CONTRAT
           END-IF

           OPEN I-O LIGNE-CONTRAT
           IF WS-ST-LCT = '35'
               OPEN OUTPUT LIGNE-CONTRAT
               CLOSE LIGNE-CONTRAT
               OPEN I-O LIGNE-CONTRAT
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

      *    Ouverture en mise a jour : chaque facture emise sort du
      *    stock les quantites du contrat.
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

           OPEN I-O COMPTEUR
           IF WS-ST-CPT = '35'
               OPEN OUTPUT COMPTEUR
               CLOSE COMPTEUR
               OPEN I-O COMPTEUR
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

           CLOSE CONTRAT
           CLOSE LIGNE-CONTRAT
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
           CLOSE COMPTEUR
           IF WS-COURS-FILE-OK = 'O'
               CLOSE COURS-DEVISE
           END-IF
           CLOSE FACT-DEVISE
           CLOSE AUDIT-FACTURE
           CLOSE MOUVEMENT-STOCK.


       CHOISIR-CONTRAT.

           MOVE 'N' TO WS-TROUVE
           DISPLAY SCR-NUMCONTRAT
           ACCEPT SCR-NUMCONTRAT
           IF WS-NUM-CONTRAT NOT = ZERO
               MOVE WS-NUM-CONTRAT TO Ctr-Num
               READ CONTRAT KEY IS Ctr-Num
                   INVALID KEY
                       DISPLAY 'Contrat inconnu : ' WS-NUM-CONTRAT
                   NOT INVALID KEY
                       MOVE 'O' TO WS-TROUVE
               END-READ
           END-IF.


      ******************************************************************
      *      CREATION : NUMERO AUTOMATIQUE (SERIE 'K' DU COMPTEUR),    *
      *      CLIENT, LIBELLE, FREQUENCE, PREMIERE ECHEANCE (DATE DE    *
      *      DEBUT) ET DATE DE FIN EVENTUELLE, PUIS LES ARTICLES ET    *
      *      QUANTITES FACTURES A CHAQUE ECHEANCE. LE PRIX N EST PAS   *
      *      FIGE : CHAQUE FACTURE PREND LE PRIX EN VIGUEUR.           *
      ******************************************************************

       CREER-CONTRAT.

           PERFORM OBTENIR-NUMERO-CONTRAT
           DISPLAY SCR-NUM-ATTRIBUE
           PERFORM SAISIR-CLIENT-CONTRAT

           IF WS-CLIENT-OK = 'O'
               PERFORM SAISIR-ENTETE-CONTRAT
               MOVE 'A' TO Ctr-Statut
               MOVE SPACES TO Ctr-Date-Der-Fact
               MOVE 0 TO Ctr-Num-Der-Fact
               MOVE 0 TO Ctr-Nb-Factures
               MOVE Ope-Appelant TO Ctr-Operateur
               MOVE Ctr-Num TO Lct-Num-Ctr
               MOVE 1 TO Lct-Num-Ligne
               PERFORM SAISIR-LIGNES-CONTRAT

               IF Lct-Num-Ligne = 1
                   DISPLAY 'Contrat sans ligne : non cree'
               ELSE
                   WRITE ENR-CONTRAT
                       INVALID KEY
                           DISPLAY 'Erreur de creation du contrat'
                   END-WRITE
                   IF WS-ST-CTR = '00'
                       MOVE 'K' TO WS-TYPE-CPT
                       MOVE Ctr-Num TO WS-NUM-UTILISE
                       PERFORM AVANCER-COMPTEUR
                       DISPLAY 'Contrat ' Ctr-Num ' cree, premiere '
                               'echeance le ' Ctr-Date-Prochaine
                   ELSE
                       PERFORM SUPPRIMER-LIGNES-CONTRAT
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Contrat non cree'
           END-IF.


       OBTENIR-NUMERO-CONTRAT.

           MOVE 'K' TO WS-TYPE-CPT
           MOVE 'K' TO Cpt-Type
           READ COMPTEUR KEY IS Cpt-Type
               INVALID KEY PERFORM INITIALISER-COMPTEUR
           END-READ

           MOVE 'N' TO WS-NUM-LIBRE
           PERFORM UNTIL WS-NUM-LIBRE = 'O'
               MOVE Cpt-Prochain TO Ctr-Num
               READ CONTRAT KEY IS Ctr-Num
                   INVALID KEY MOVE 'O' TO WS-NUM-LIBRE
                   NOT INVALID KEY ADD 1 TO Cpt-Prochain
               END-READ
           END-PERFORM
           MOVE Cpt-Prochain TO Ctr-Num.


       SAISIR-CLIENT-CONTRAT.

           MOVE SPACE TO WS-CLIENT-OK
           PERFORM UNTIL WS-CLIENT-OK NOT = SPACE
               DISPLAY SCR-CLIENT-CTR
               ACCEPT SCR-CLIENT-CTR
               IF Ctr-Num-Client = ZERO
                   MOVE 'N' TO WS-CLIENT-OK
               ELSE
                   MOVE Ctr-Num-Client TO Cli-Num
                   READ CLIENT KEY IS Cli-Num
                       INVALID KEY
                           DISPLAY 'Client inconnu : ' Ctr-Num-Client
                           DISPLAY 'Saisir 000000 pour annuler'
                       NOT INVALID KEY
                           DISPLAY SCR-CLIENT-NOM
                           MOVE 'O' TO WS-CLIENT-OK
      *                    Le contrat reste possible : le blocage est
      *                    controle a chaque facturation.
                           IF Cli-Bloque = 'O'
                               DISPLAY 'Attention : compte client '
                                       'bloque'
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.


       SAISIR-ENTETE-CONTRAT.

           MOVE SPACES TO Ctr-Libelle
           MOVE 'M' TO Ctr-Frequence
           MOVE 'N' TO WS-SAISIE-OK
           PERFORM UNTIL WS-SAISIE-OK = 'O'
               DISPLAY SCR-ENTETE-CTR
               ACCEPT SCR-ENTETE-CTR
               EVALUATE Ctr-Frequence
                   WHEN 'M' WHEN 'T' WHEN 'S' WHEN 'A'
                       MOVE 'O' TO WS-SAISIE-OK
                   WHEN 'm'
                       MOVE 'M' TO Ctr-Frequence
                       MOVE 'O' TO WS-SAISIE-OK
                   WHEN 't'
                       MOVE 'T' TO Ctr-Frequence
                       MOVE 'O' TO WS-SAISIE-OK
                   WHEN 's'
                       MOVE 'S' TO Ctr-Frequence
                       MOVE 'O' TO WS-SAISIE-OK
                   WHEN 'a'
                       MOVE 'A' TO Ctr-Frequence
                       MOVE 'O' TO WS-SAISIE-OK
                   WHEN OTHER
                       DISPLAY 'Frequence M, T, S ou A attendue'
               END-EVALUATE
           END-PERFORM

           MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           MOVE '00000000' TO WS-DATE-FIN-SAISIE
           MOVE 'N' TO WS-SAISIE-OK
           PERFORM UNTIL WS-SAISIE-OK = 'O'
               DISPLAY SCR-DATES-CTR
               ACCEPT SCR-DATES-CTR
               PERFORM VERIFIER-DATE
               IF WS-DATE-OK = 'O'
                   MOVE WS-DATE-SAISIE TO Ctr-Date-Debut
                   IF WS-DATE-FIN-SAISIE = '00000000'
                       OR WS-DATE-FIN-SAISIE = SPACES
                       MOVE '99999999' TO Ctr-Date-Fin
                       MOVE 'O' TO WS-SAISIE-OK
                   ELSE
                       MOVE WS-DATE-FIN-SAISIE TO WS-DATE-SAISIE
                       PERFORM VERIFIER-DATE
                       IF WS-DATE-OK = 'O'
                           IF WS-DATE-SAISIE < Ctr-Date-Debut
                               DISPLAY 'La date de fin ne peut '
                                       'preceder la premiere echeance'
                           ELSE
                               MOVE WS-DATE-SAISIE TO Ctr-Date-Fin
                               MOVE 'O' TO WS-SAISIE-OK
                           END-IF
                       END-IF
                       MOVE Ctr-Date-Debut TO WS-DATE-SAISIE
                   END-IF
               END-IF
           END-PERFORM

           MOVE Ctr-Date-Debut TO Ctr-Date-Prochaine
           MOVE Ctr-Date-Debut(7:2) TO Ctr-Jour-Echeance.


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


       SAISIR-LIGNES-CONTRAT.

           MOVE 'N' TO WS-FIN-LIGNES
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               DISPLAY SCR-LIGNE-CODE
               ACCEPT SCR-LIGNE-CODE
               IF Lct-Code-Article = 'FIN'
                   MOVE 'O' TO WS-FIN-LIGNES
               ELSE
                   MOVE Lct-Code-Article TO Art-Code
                   READ ARTICLE KEY IS Art-Code
                       INVALID KEY
                           DISPLAY 'Article inconnu : '
                                   Lct-Code-Article
                       NOT INVALID KEY
                           PERFORM SAISIR-LIGNE-ARTICLE
                   END-READ
               END-IF
           END-PERFORM.


       SAISIR-LIGNE-ARTICLE.

           MOVE WS-DATE-JOUR TO WS-DATE-FACT
           PERFORM DETERMINER-PRIX-EN-VIGUEUR
           DISPLAY SCR-LIGNE-ARTICLE
           DISPLAY SCR-LIGNE-QTE
           ACCEPT SCR-LIGNE-QTE
           IF Lct-Qte = 0
               DISPLAY 'Quantite nulle : ligne refusee'
           ELSE
               MOVE Ctr-Num TO Lct-Num-Ctr
               WRITE ENR-LIGNE-CTR
                   INVALID KEY
                       DISPLAY 'Erreur de saisie article'
               END-WRITE
               IF WS-ST-LCT = '00'
                   IF Lct-Num-Ligne >= 99
                       MOVE 'O' TO WS-FIN-LIGNES
                       DISPLAY 'Nombre max. de lignes atteint'
                   ELSE
                       ADD 1 TO Lct-Num-Ligne
                   END-IF
               END-IF
           END-IF.


       SUPPRIMER-LIGNES-CONTRAT.

           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Ctr-Num TO Lct-Num-Ctr
           MOVE 1 TO Lct-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-CONTRAT KEY IS Cle-Ligne-Ctr
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       DELETE LIGNE-CONTRAT
                           INVALID KEY
                               DISPLAY 'Erreur suppression ligne'
                       END-DELETE
                       ADD 1 TO Lct-Num-Ligne
               END-READ
           END-PERFORM.


      ******************************************************************
      *      CHANGEMENT DE STATUT : UN CONTRAT SUSPENDU N EST PLUS     *
      *      FACTURE ; A LA REPRISE, LES ECHEANCES RESTEES EN ATTENTE  *
      *      SONT FACTUREES AU PROCHAIN LANCEMENT. UN CONTRAT TERMINE  *
      *      NE PEUT PLUS ETRE REPRIS.                                 *
      ******************************************************************

       CHANGER-STATUT-CONTRAT.

           PERFORM LIBELLER-CONTRAT
           DISPLAY SCR-CONTRAT
           IF Ctr-Statut = 'T'
               DISPLAY 'Contrat termine : statut non modifiable'
           ELSE
               DISPLAY SCR-STATUT
               ACCEPT SCR-STATUT
               EVALUATE WS-NOUVEAU-STATUT
                   WHEN 'a'
                       MOVE 'A' TO WS-NOUVEAU-STATUT
                   WHEN 's'
                       MOVE 'S' TO WS-NOUVEAU-STATUT
                   WHEN 't'
                       MOVE 'T' TO WS-NOUVEAU-STATUT
               END-EVALUATE
               IF WS-NOUVEAU-STATUT NOT = 'A'
                   AND WS-NOUVEAU-STATUT NOT = 'S'
                   AND WS-NOUVEAU-STATUT NOT = 'T'
                   DISPLAY 'Statut A, S ou T attendu : '
                           'contrat inchange'
               ELSE
               IF WS-NOUVEAU-STATUT = Ctr-Statut
                   DISPLAY 'Statut inchange'
               ELSE
                   DISPLAY SCR-CONFIRME
                   ACCEPT SCR-CONFIRME
                   IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                       MOVE WS-NOUVEAU-STATUT TO Ctr-Statut
      *                Une resiliation arrete le contrat a ce jour.
                       IF Ctr-Statut = 'T'
                           AND Ctr-Date-Fin > WS-DATE-JOUR
                           MOVE WS-DATE-JOUR TO Ctr-Date-Fin
                       END-IF
                       REWRITE ENR-CONTRAT
                           INVALID KEY
                               DISPLAY 'Erreur mise a jour du contrat'
                           NOT INVALID KEY
                               DISPLAY 'Contrat ' Ctr-Num
                                       ' mis a jour'
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.


       LIBELLER-CONTRAT.

           EVALUATE Ctr-Frequence
               WHEN 'M'
                   MOVE 'MENSUELLE' TO WS-LIBELLE-FREQ
               WHEN 'T'
                   MOVE 'TRIMESTRIELLE' TO WS-LIBELLE-FREQ
               WHEN 'S'
                   MOVE 'SEMESTRIELLE' TO WS-LIBELLE-FREQ
               WHEN OTHER
                   MOVE 'ANNUELLE' TO WS-LIBELLE-FREQ
           END-EVALUATE

           EVALUATE Ctr-Statut
               WHEN 'A'
                   MOVE 'ACTIF' TO WS-LIBELLE-STATUT
               WHEN 'S'
                   MOVE 'SUSPENDU' TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE 'TERMINE' TO WS-LIBELLE-STATUT
           END-EVALUATE.


      ******************************************************************
      *      LANCEMENT DE LA FACTURATION : TOUS LES CONTRATS ACTIFS    *
      *      DONT L ECHEANCE EST ATTEINTE A LA DATE LIMITE SONT        *
      *      FACTURES, UNE FACTURE PAR ECHEANCE (UN CONTRAT EN RETARD  *
      *      DE PLUSIEURS PERIODES RECOIT UNE FACTURE PAR PERIODE).    *
      *      LES FACTURES SONT DATEES DU JOUR DU LANCEMENT.            *
      ******************************************************************

       LANCER-FACTURATION.

           MOVE '00000000' TO WS-DATE-SAISIE
           MOVE 'N' TO WS-SAISIE-OK
           PERFORM UNTIL WS-SAISIE-OK = 'O'
               DISPLAY SCR-DATE-LIMITE
               ACCEPT SCR-DATE-LIMITE
               IF WS-DATE-SAISIE = '00000000' OR WS-DATE-SAISIE = SPACES
                   MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               END-IF
               PERFORM VERIFIER-DATE
               IF WS-DATE-OK = 'O'
                   MOVE 'O' TO WS-SAISIE-OK
               END-IF
           END-PERFORM
           MOVE WS-DATE-SAISIE TO WS-DATE-LIMITE
           MOVE WS-DATE-JOUR TO WS-DATE-FACT

           DISPLAY 'Facturation des echeances jusqu au '
                   WS-DATE-LIMITE
           DISPLAY SCR-CONFIRME
           ACCEPT SCR-CONFIRME
           IF WS-REP-CONF NOT = 'O' AND WS-REP-CONF NOT = 'o'
               DISPLAY 'Facturation non lancee'
           ELSE
               PERFORM FACTURER-CONTRATS
           END-IF.


       FACTURER-CONTRATS.

           MOVE 0 TO WS-NB-FACTURES
           MOVE 0 TO WS-NB-TERMINES
           MOVE 0 TO WS-NB-ECARTS
           MOVE 0 TO WS-NB-ECARTS-TAB
           MOVE 0 TO WS-TOT-HT
           MOVE 0 TO WS-TOT-TTC

           OPEN OUTPUT RAPPORT

           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'FACTURATION DES CONTRATS - ECHEANCES AU '
                  WS-DATE-LIMITE ' - LANCEE LE ' WS-DATE-JOUR
                  ' PAR ' Ope-Appelant
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Contrat  Client  Echeance  Facture'
                  '      Total HT     Total TTC'
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE 0 TO Ctr-Num
           MOVE 'N' TO WS-FIN-CONTRATS
           START CONTRAT KEY IS NOT LESS THAN Ctr-Num
               INVALID KEY MOVE 'O' TO WS-FIN-CONTRATS
           END-START

           PERFORM UNTIL WS-FIN-CONTRATS = 'O'
               READ CONTRAT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-CONTRATS
               END-READ
               IF WS-FIN-CONTRATS = 'N' AND Ctr-Statut = 'A'
                   PERFORM FACTURER-CONTRAT
               END-IF
           END-PERFORM

           PERFORM EDITER-ECARTS
           PERFORM EDITER-TOTAUX-FACTURATION

           CLOSE RAPPORT
           DISPLAY WS-NB-FACTURES ' facture(s) emise(s), '
                   WS-NB-ECARTS ' echeance(s) ecartee(s)'
           DISPLAY 'Compte rendu dans facturation_contrats.txt'.


      ******************************************************************
      *      FACTURATION D UN CONTRAT : ECHEANCE PAR ECHEANCE TANT     *
      *      QU ELLE EST ATTEINTE ET DANS LA DUREE DU CONTRAT. UNE     *
      *      ECHEANCE ECARTEE ARRETE LE CONTRAT POUR CE LANCEMENT :    *
      *      ELLE RESTE DUE ET SERA REPRISE AU LANCEMENT SUIVANT.      *
      ******************************************************************

       FACTURER-CONTRAT.

           MOVE 'O' TO WS-A-FACTURER
           PERFORM UNTIL WS-A-FACTURER = 'N'
               IF Ctr-Date-Prochaine > WS-DATE-LIMITE
                   MOVE 'N' TO WS-A-FACTURER
               ELSE
               IF Ctr-Date-Prochaine > Ctr-Date-Fin
                   PERFORM TERMINER-CONTRAT
                   MOVE 'N' TO WS-A-FACTURER
               ELSE
                   PERFORM FACTURER-ECHEANCE
                   IF WS-ECHEANCE-OK NOT = 'O' OR Ctr-Statut = 'T'
                       MOVE 'N' TO WS-A-FACTURER
                   END-IF
               END-IF
               END-IF
           END-PERFORM.


       FACTURER-ECHEANCE.

           MOVE 'O' TO WS-ECHEANCE-OK
           MOVE SPACES TO WS-MOTIF-ECART
           MOVE 0 TO WS-FAC-TTC

           MOVE Ctr-Num-Client TO Cli-Num
           READ CLIENT KEY IS Cli-Num
               INVALID KEY
                   MOVE 'N' TO WS-ECHEANCE-OK
                   MOVE 'CLIENT INCONNU' TO WS-MOTIF-ECART
           END-READ

           IF WS-ECHEANCE-OK = 'O' AND Cli-Bloque = 'O'
               MOVE 'N' TO WS-ECHEANCE-OK
               MOVE 'COMPTE CLIENT BLOQUE' TO WS-MOTIF-ECART
           END-IF

           IF WS-ECHEANCE-OK = 'O'
               PERFORM CONTROLER-DEVISE-CLIENT
           END-IF

           IF WS-ECHEANCE-OK = 'O'
               PERFORM VALORISER-ECHEANCE
           END-IF

           IF WS-ECHEANCE-OK = 'O' AND Cli-Limite > 0
               PERFORM CALCULER-ENCOURS-CLIENT
               COMPUTE WS-ENCOURS-TEST = WS-ENCOURS + WS-FAC-TTC
               IF WS-ENCOURS-TEST > Cli-Limite
                   MOVE 'N' TO WS-ECHEANCE-OK
                   MOVE 'LIMITE DE CREDIT DEPASSEE' TO WS-MOTIF-ECART
               END-IF
           END-IF

           IF WS-ECHEANCE-OK = 'O'
               PERFORM CREER-FACTURE-CONTRAT
           END-IF

           IF WS-ECHEANCE-OK NOT = 'O'
               PERFORM NOTER-ECART
           END-IF.


      ******************************************************************
      *      VALORISATION DE L ECHEANCE : CHAQUE LIGNE DU CONTRAT AU   *
      *      PRIX EN VIGUEUR A LA DATE DE FACTURATION ET AU TAUX DE    *
      *      TVA DE LA CATEGORIE DE L ARTICLE ; TVA ARRONDIE LIGNE A   *
      *      LIGNE COMME DANS EDITER                                   *
      ******************************************************************

       VALORISER-ECHEANCE.

           MOVE 0 TO WS-FAC-QTE
           MOVE 0 TO WS-FAC-HT
           MOVE 0 TO WS-FAC-TVA
           MOVE 0 TO WS-NB-LIG-FAC
           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Ctr-Num TO Lct-Num-Ctr
           MOVE 1 TO Lct-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-CONTRAT KEY IS Cle-Ligne-Ctr
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       PERFORM VALORISER-LIGNE-CONTRAT
                       IF WS-ECHEANCE-OK NOT = 'O'
                           MOVE 'O' TO WS-FIN-LIGNES
                       END-IF
                       ADD 1 TO Lct-Num-Ligne
               END-READ
           END-PERFORM

           IF WS-ECHEANCE-OK = 'O' AND WS-NB-LIG-FAC = 0
               MOVE 'N' TO WS-ECHEANCE-OK
               MOVE 'CONTRAT SANS LIGNE' TO WS-MOTIF-ECART
           END-IF

           IF WS-ECHEANCE-OK = 'O'
               COMPUTE WS-FAC-TTC = WS-FAC-HT + WS-FAC-TVA
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ECHEANCE-OK
                       MOVE 'MONTANT TROP ELEVE' TO WS-MOTIF-ECART
               END-COMPUTE
           END-IF.


       VALORISER-LIGNE-CONTRAT.

           MOVE Lct-Code-Article TO Art-Code
           READ ARTICLE KEY IS Art-Code
               INVALID KEY
                   MOVE 'N' TO WS-ECHEANCE-OK
                   MOVE SPACES TO WS-MOTIF-ECART
                   STRING 'ARTICLE INCONNU ' Lct-Code-Article
                          DELIMITED BY SIZE INTO WS-MOTIF-ECART
           END-READ

           IF WS-ECHEANCE-OK = 'O'
               PERFORM DETERMINER-PRIX-EN-VIGUEUR
               PERFORM DETERMINER-TAUX-TVA
               ADD Lct-Qte TO WS-FAC-QTE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ECHEANCE-OK
                       MOVE 'QUANTITE TOTALE TROP ELEVEE'
                           TO WS-MOTIF-ECART
               END-ADD
           END-IF

           IF WS-ECHEANCE-OK = 'O'
               COMPUTE WS-FAC-HT = WS-FAC-HT +
                       (WS-PRIX-VIGUEUR * Lct-Qte)
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ECHEANCE-OK
                       MOVE 'MONTANT TROP ELEVE' TO WS-MOTIF-ECART
               END-COMPUTE
           END-IF

           IF WS-ECHEANCE-OK = 'O'
               COMPUTE WS-MONTANT-TVA ROUNDED =
                       WS-PRIX-VIGUEUR * Lct-Qte * WS-TAUX-TVA / 100
               ADD WS-MONTANT-TVA TO WS-FAC-TVA
               ADD 1 TO WS-NB-LIG-FAC
               SET WS-IX-LIG TO WS-NB-LIG-FAC
               MOVE Lct-Code-Article TO WS-LF-CODE (WS-IX-LIG)
               MOVE WS-PRIX-VIGUEUR TO WS-LF-PRIX (WS-IX-LIG)
               MOVE Lct-Qte TO WS-LF-QTE (WS-IX-LIG)
               MOVE WS-TAUX-TVA TO WS-LF-TAUX (WS-IX-LIG)
           END-IF.


      ******************************************************************
      *      PRIX EN VIGUEUR A LA DATE DE FACTURATION : DERNIERE       *
      *      ENTREE DE L HISTORIQUE DONT LA DATE D EFFET NE DEPASSE    *
      *      PAS WS-DATE-FACT, SINON PRIX COURANT DE LA FICHE ARTICLE  *
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
                           OR Prx-Date-Effet > WS-DATE-FACT
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
                   MOVE 5.50 TO WS-TAUX-TVA
               WHEN 'S' WHEN 's'
                   MOVE 2.10 TO WS-TAUX-TVA
               WHEN 'Z' WHEN 'z'
                   MOVE 0 TO WS-TAUX-TVA
               WHEN OTHER
                   MOVE 20.00 TO WS-TAUX-TVA
           END-EVALUATE.


      ******************************************************************
      *      ENCOURS DU CLIENT : SOLDE DES PIECES OUVERTES DU COMPTE   *
      *      CLIENT, AVOIRS NON IMPUTES EN DEDUCTION (COMME EDITER).   *
      *      LES FACTURES DEJA EMISES PAR CE LANCEMENT Y FIGURENT.     *
      ******************************************************************

       CALCULER-ENCOURS-CLIENT.

           MOVE 0 TO WS-ENCOURS
           MOVE Ctr-Num-Client TO Ccl-Num-Client
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
                   IF Ccl-Num-Client NOT = Ctr-Num-Client
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


      ******************************************************************
      *      CREATION DE LA FACTURE DE L ECHEANCE : NUMERO DE LA       *
      *      SERIE 'F', LIGNES VALORISEES, SORTIE DE STOCK, PIECE AU   *
      *      COMPTE CLIENT ET AUDIT ; PUIS L ECHEANCE DU CONTRAT       *
      *      AVANCE D UNE PERIODE                                      *
      ******************************************************************

       CREER-FACTURE-CONTRAT.

           PERFORM OBTENIR-NUMERO-FACTURE
           MOVE Ctr-Num-Client TO Num-client
           MOVE WS-DATE-FACT TO Date-fact
           MOVE WS-FAC-QTE TO Qte-article
           MOVE WS-FAC-HT TO Total-fact
           MOVE WS-FAC-TVA TO Total-TVA
           MOVE WS-FAC-TTC TO Total-TTC
           MOVE 'F' TO Type-doc
           MOVE 0 TO Ref-origine

           WRITE ENR-FACTURE
               INVALID KEY
                   MOVE 'N' TO WS-ECHEANCE-OK
                   MOVE 'ERREUR ECRITURE FACTURE' TO WS-MOTIF-ECART
           END-WRITE

           IF WS-ECHEANCE-OK = 'O'
               PERFORM ECRIRE-LIGNES-FACTURE
               IF WS-DEVISE-FACT NOT = 'EUR'
                   PERFORM ENREGISTRER-FACT-DEVISE
               END-IF
               MOVE 'F' TO WS-TYPE-CPT
               MOVE Num-fact TO WS-NUM-UTILISE
               PERFORM AVANCER-COMPTEUR
               PERFORM COMPTABILISER-PIECE
               PERFORM ECRIRE-AUDIT-CREATION

               ADD 1 TO WS-NB-FACTURES
               ADD WS-FAC-HT TO WS-TOT-HT
               ADD WS-FAC-TTC TO WS-TOT-TTC
               MOVE WS-FAC-HT TO WS-MT-EDITE
               MOVE WS-FAC-TTC TO WS-MT-EDITE-2
               MOVE SPACES TO LIGNE-RAPPORT
               STRING Ctr-Num '   ' Ctr-Num-Client '  '
                      Ctr-Date-Prochaine '  ' Num-fact '  '
                      WS-MT-EDITE '  ' WS-MT-EDITE-2
                      DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT

               MOVE WS-DATE-FACT TO Ctr-Date-Der-Fact
               MOVE Num-fact TO Ctr-Num-Der-Fact
               ADD 1 TO Ctr-Nb-Factures
               PERFORM AVANCER-ECHEANCE
               IF Ctr-Date-Prochaine > Ctr-Date-Fin
                   PERFORM TERMINER-CONTRAT
               ELSE
                   REWRITE ENR-CONTRAT
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour du contrat '
                                   Ctr-Num
                   END-REWRITE
               END-IF
           END-IF.


      ******************************************************************
      *      CLIENT FACTURE EN DEVISE : LA FACTURE, DATEE DU JOUR DE   *
      *      FACTURATION, EXIGE UN COURS EN VIGUEUR A CETTE DATE ;     *
      *      SINON L ECHEANCE EST ECARTEE ET RESTE DUE                 *
      ******************************************************************

       CONTROLER-DEVISE-CLIENT.

           MOVE Cli-Devise TO WS-DEVISE-FACT
           IF WS-DEVISE-FACT = SPACES
               MOVE 'EUR' TO WS-DEVISE-FACT
           END-IF
           IF WS-DEVISE-FACT NOT = 'EUR'
               PERFORM DETERMINER-COURS-EN-VIGUEUR
               IF WS-COURS-TROUVE = 'N'
                   MOVE 'N' TO WS-ECHEANCE-OK
                   MOVE SPACES TO WS-MOTIF-ECART
                   STRING 'AUCUN COURS DEVISE ' WS-DEVISE-FACT
                          DELIMITED BY SIZE INTO WS-MOTIF-ECART
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
                           OR Crs-Date-Effet > WS-DATE-FACT
                           MOVE 'O' TO WS-FIN-COURS
                       ELSE
                           MOVE 'O' TO WS-COURS-TROUVE
                           MOVE Crs-Taux TO WS-TAUX-DEVISE
                           MOVE Crs-Date-Effet TO WS-DATE-COURS
                       END-IF
                   END-IF
               END-PERFORM
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


       ECRIRE-LIGNES-FACTURE.

           PERFORM VARYING WS-IX-LIG FROM 1 BY 1
                   UNTIL WS-IX-LIG > WS-NB-LIG-FAC
               MOVE Num-fact TO Lig-Num-Fact
               SET Lig-Num-Ligne TO WS-IX-LIG
               MOVE WS-LF-CODE (WS-IX-LIG) TO Lig-Code-Article
               MOVE WS-LF-PRIX (WS-IX-LIG) TO Lig-Prix-Unit
               MOVE WS-LF-QTE (WS-IX-LIG) TO Lig-Qte
               MOVE WS-LF-TAUX (WS-IX-LIG) TO Lig-Taux-TVA
               WRITE ENR-LIGNE
                   INVALID KEY
                       DISPLAY 'Erreur ecriture ligne ' Lig-Num-Ligne
                               ' facture ' Num-fact
               END-WRITE
               IF WS-ST-LIGNE = '00'
                   PERFORM MOUVEMENTER-STOCK-SORTIE
               END-IF
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
           PERFORM VARYING WS-IX-LIG FROM 1 BY 1
                   UNTIL WS-IX-LIG > WS-NB-LIG-FAC
               COMPUTE WS-PRIX-DEVISE ROUNDED =
                       WS-LF-PRIX (WS-IX-LIG) * WS-TAUX-DEVISE
               COMPUTE WS-HT-LIGNE-DEVISE =
                       WS-PRIX-DEVISE * WS-LF-QTE (WS-IX-LIG)
               COMPUTE WS-TVA-LIGNE-DEVISE ROUNDED =
                       WS-HT-LIGNE-DEVISE * WS-LF-TAUX (WS-IX-LIG) / 100
               ADD WS-HT-LIGNE-DEVISE TO Fdv-Total-HT
               ADD WS-TVA-LIGNE-DEVISE TO Fdv-Total-TVA
           END-PERFORM
           COMPUTE Fdv-Total-TTC = Fdv-Total-HT + Fdv-Total-TVA

           WRITE ENR-FACT-DEVISE
               INVALID KEY
                   REWRITE ENR-FACT-DEVISE
                       INVALID KEY
                           DISPLAY 'Erreur ecriture facture devise '
                                   Num-fact
                   END-REWRITE
           END-WRITE.


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
           STRING 'Contrat ' Ctr-Num ' echeance ' Ctr-Date-Prochaine
                  DELIMITED BY SIZE INTO Aud-Avant
           MOVE SPACES TO Aud-Apres
           STRING Num-client '-' Date-fact '-' Qte-article '-'
                  Total-fact DELIMITED BY SIZE INTO Aud-Apres
           MOVE Ope-Appelant TO Aud-Operateur
           WRITE ENR-AUDIT.


      ******************************************************************
      *      ECHEANCE SUIVANTE : LA PERIODE DU CONTRAT EN MOIS EST     *
      *      AJOUTEE A LA PROCHAINE ECHEANCE, LE JOUR D ORIGINE ETANT  *
      *      RAMENE AU DERNIER JOUR DU MOIS SI CELUI-CI EST PLUS COURT *
      ******************************************************************

       AVANCER-ECHEANCE.

           EVALUATE Ctr-Frequence
               WHEN 'T'
                   MOVE 3 TO WS-NB-MOIS
               WHEN 'S'
                   MOVE 6 TO WS-NB-MOIS
               WHEN 'A'
                   MOVE 12 TO WS-NB-MOIS
               WHEN OTHER
                   MOVE 1 TO WS-NB-MOIS
           END-EVALUATE

           MOVE Ctr-Date-Prochaine(1:4) TO WS-AAAA
           MOVE Ctr-Date-Prochaine(5:2) TO WS-MM
           ADD WS-NB-MOIS TO WS-MM
           IF WS-MM > 12
               SUBTRACT 12 FROM WS-MM
               ADD 1 TO WS-AAAA
           END-IF
           PERFORM DETERMINER-JOURS-MAX
           IF Ctr-Jour-Echeance > WS-JOURS-MAX
               MOVE WS-JOURS-MAX TO WS-JJ
           ELSE
               MOVE Ctr-Jour-Echeance TO WS-JJ
           END-IF
           MOVE SPACES TO Ctr-Date-Prochaine
           STRING WS-AAAA WS-MM WS-JJ
                  DELIMITED BY SIZE INTO Ctr-Date-Prochaine.


       TERMINER-CONTRAT.

           MOVE 'T' TO Ctr-Statut
           REWRITE ENR-CONTRAT
               INVALID KEY
                   DISPLAY 'Erreur mise a jour du contrat ' Ctr-Num
               NOT INVALID KEY
                   ADD 1 TO WS-NB-TERMINES
           END-REWRITE.


       NOTER-ECART.

           ADD 1 TO WS-NB-ECARTS
           IF WS-NB-ECARTS-TAB < 200
               ADD 1 TO WS-NB-ECARTS-TAB
               SET WS-IX-ECART TO WS-NB-ECARTS-TAB
               MOVE Ctr-Num TO WS-EC-CONTRAT (WS-IX-ECART)
               MOVE Ctr-Num-Client TO WS-EC-CLIENT (WS-IX-ECART)
               MOVE Ctr-Date-Prochaine TO WS-EC-ECHEANCE (WS-IX-ECART)
               MOVE WS-FAC-TTC TO WS-EC-TTC (WS-IX-ECART)
               MOVE WS-MOTIF-ECART TO WS-EC-MOTIF (WS-IX-ECART)
           END-IF.


      ******************************************************************
      *      COMPTE RENDU : ECHEANCES ECARTEES (NON FACTUREES) AVEC    *
      *      LEUR MOTIF, PUIS LES TOTAUX DU LANCEMENT                  *
      ******************************************************************

       EDITER-ECARTS.

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'ECHEANCES NON FACTUREES (A REPRENDRE AU PROCHAIN '
                  'LANCEMENT)'
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           IF WS-NB-ECARTS = 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Aucune' DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Contrat  Client  Echeance     Total TTC  Motif'
                      DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               PERFORM VARYING WS-IX-ECART FROM 1 BY 1
                       UNTIL WS-IX-ECART > WS-NB-ECARTS-TAB
                   MOVE WS-EC-TTC (WS-IX-ECART) TO WS-MT-EDITE
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING WS-EC-CONTRAT (WS-IX-ECART) '   '
                          WS-EC-CLIENT (WS-IX-ECART) '  '
                          WS-EC-ECHEANCE (WS-IX-ECART) '  '
                          WS-MT-EDITE '  '
                          WS-EC-MOTIF (WS-IX-ECART)
                          DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-PERFORM
               IF WS-NB-ECARTS > WS-NB-ECARTS-TAB
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING 'ATTENTION : LISTE LIMITEE A 200 ECHEANCES '
                          'SUR ' WS-NB-ECARTS
                          DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-IF.


       EDITER-TOTAUX-FACTURATION.

           MOVE WS-TOT-HT TO WS-TOT-EDITE
           MOVE WS-TOT-TTC TO WS-TOT-EDITE-2

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Factures emises      : ' WS-NB-FACTURES
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total HT facture     : ' WS-TOT-EDITE
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Total TTC facture    : ' WS-TOT-EDITE-2
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Echeances ecartees   : ' WS-NB-ECARTS
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING 'Contrats termines    : ' WS-NB-TERMINES
                  DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.


      ******************************************************************
      *      LISTE DES CONTRATS (CONTRATS_LISTE.TXT) : ENTETE DE CHAQUE*
      *      CONTRAT AVEC SON STATUT ET SA PROCHAINE ECHEANCE, PUIS    *
      *      SES ARTICLES                                              *
      ******************************************************************

       EDITER-LISTE-CONTRATS.

           MOVE 0 TO WS-NB-CONTRATS
           OPEN OUTPUT LISTE

           MOVE SPACES TO LIGNE-LISTE
           STRING 'LISTE DES CONTRATS AU ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           STRING 'Contrat  Client  Frequence      Debut     Fin'
                  '       Prochaine Statut    Libelle'
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE

           MOVE 0 TO Ctr-Num
           MOVE 'N' TO WS-FIN-CONTRATS
           START CONTRAT KEY IS NOT LESS THAN Ctr-Num
               INVALID KEY MOVE 'O' TO WS-FIN-CONTRATS
           END-START

           PERFORM UNTIL WS-FIN-CONTRATS = 'O'
               READ CONTRAT NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-CONTRATS
               END-READ
               IF WS-FIN-CONTRATS = 'N'
                   PERFORM EDITER-CONTRAT-LISTE
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           STRING 'Nombre de contrats : ' WS-NB-CONTRATS
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE

           CLOSE LISTE
           DISPLAY WS-NB-CONTRATS ' contrat(s) dans contrats_liste.txt'.


       EDITER-CONTRAT-LISTE.

           ADD 1 TO WS-NB-CONTRATS
           PERFORM LIBELLER-CONTRAT

           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           IF Ctr-Date-Fin = '99999999'
               STRING Ctr-Num '   ' Ctr-Num-Client '  '
                      WS-LIBELLE-FREQ '  ' Ctr-Date-Debut
                      '  sans fin  ' Ctr-Date-Prochaine '  '
                      WS-LIBELLE-STATUT '  ' Ctr-Libelle
                      DELIMITED BY SIZE INTO LIGNE-LISTE
           ELSE
               STRING Ctr-Num '   ' Ctr-Num-Client '  '
                      WS-LIBELLE-FREQ '  ' Ctr-Date-Debut
                      '  ' Ctr-Date-Fin '  ' Ctr-Date-Prochaine '  '
                      WS-LIBELLE-STATUT '  ' Ctr-Libelle
                      DELIMITED BY SIZE INTO LIGNE-LISTE
           END-IF
           WRITE LIGNE-LISTE

           IF Ctr-Nb-Factures > 0
               MOVE SPACES TO LIGNE-LISTE
               STRING '         ' Ctr-Nb-Factures
                      ' facture(s), derniere : ' Ctr-Num-Der-Fact
                      ' du ' Ctr-Date-Der-Fact
                      DELIMITED BY SIZE INTO LIGNE-LISTE
               WRITE LIGNE-LISTE
           END-IF

           MOVE 'N' TO WS-FIN-LIGNES
           MOVE Ctr-Num TO Lct-Num-Ctr
           MOVE 1 TO Lct-Num-Ligne
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               READ LIGNE-CONTRAT KEY IS Cle-Ligne-Ctr
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
                   NOT INVALID KEY
                       MOVE Lct-Code-Article TO Art-Code
                       READ ARTICLE KEY IS Art-Code
                           INVALID KEY
                               MOVE '(article supprime)'
                                   TO Art-Designation
                       END-READ
                       MOVE SPACES TO LIGNE-LISTE
                       STRING '         ' Lct-Code-Article '  '
                              Art-Designation '  quantite ' Lct-Qte
                              DELIMITED BY SIZE INTO LIGNE-LISTE
                       WRITE LIGNE-LISTE
                       ADD 1 TO Lct-Num-Ligne
               END-READ
           END-PERFORM.


       END PROGRAM CONTRATS.
