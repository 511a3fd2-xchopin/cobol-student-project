       01 WS-OPERATEUR  PIC X(4).
       01 WS-OPE-OK     PIC X VALUE 'N'.
       01 WS-PROFIL     PIC X VALUE 'C'.
       01 WS-MODE-SVG   PIC X VALUE SPACE.



           2 LINE 3 COL 1 VALUE '2) Visualiser ou modifier une facture'.
           2 LINE 5 COL 1 VALUE '3) Supprimer une facture'.
           2 LINE 7 COL 1 VALUE '4) Lister les factures d un client'.
           2 LINE 8 COL 1 VALUE '5) Cloturer la periode (chaine)'.
           2 LINE 9 COL 1 VALUE '6) Imprimer une facture'.
           2 LINE 10 COL 1 VALUE '7) Gerer les clients'.
           2 LINE 11 COL 1 VALUE '8) Gerer les articles'.
           2 LINE 5 COL 45 VALUE 'B) Importer le releve bancaire'.
           2 LINE 7 COL 45 VALUE 'U) Consulter la piste d audit'.
           2 LINE 9 COL 45 VALUE 'G) Sauvegarde / restauration'.
           2 LINE 10 COL 45 VALUE 'P) Compte client (pieces ouvertes)'.
           2 LINE 11 COL 45 VALUE 'D) Devis clients'.
           2 LINE 12 COL 45 VALUE 'M) Stock : inventaire, valorisation'.
           2 LINE 13 COL 45 VALUE 'F) Fournisseurs et commandes'.
           2 LINE 14 COL 45 VALUE 'T) Declaration de TVA'.
           2 LINE 15 COL 45 VALUE 'L) Releves de compte clients'.
           2 LINE 16 COL 45 VALUE 'H) Contrats (facturation auto)'.
           2 LINE 17 COL 45 VALUE 'X) Devises et cours de change'.
           2 LINE 18 COL 45 VALUE 'K) Remises en banque, caisse'.
           2 LINE 20 COL 5 VALUE 'Votre choix (Q pour quitter) : '.
           2 PIC X(1) TO CHOIX.

                   WHEN "4"
                   CALL "LISTECLI"

      *            La cloture passe par la chaine de nuit : controle,
      *            export comptable et sauvegarde avant l archivage.
                   WHEN "5"
                   IF WS-PROFIL = 'S'
                       CALL "CHAINE_NUIT" USING WS-OPERATEUR WS-PROFIL
                   ELSE
                       PERFORM TRACER-ACCES-REFUSE
                   END-IF
                   CALL "SAISIE_ARTICLE" USING WS-OPERATEUR

                   WHEN "9"
                   CALL "SAISIE_REGLEMENT" USING WS-OPERATEUR

                   WHEN "A"
                   CALL "BALANCE_AGEE"
                   CALL "RELANCE_CLIENTS"

                   WHEN "B"
                   CALL "IMPORT_BANQUE" USING WS-OPERATEUR

                   WHEN "U"
                   CALL "CONSULT_AUDIT"
      *            reservee au superviseur comme la cloture.
                   WHEN "G"
                   IF WS-PROFIL = 'S'
                       CALL "SAUVEGARDE" USING WS-MODE-SVG
                   ELSE
                       PERFORM TRACER-ACCES-REFUSE
                   END-IF

                   WHEN "P"
                   CALL "COMPTE_CLIENT" USING WS-OPERATEUR WS-PROFIL

                   WHEN "D"
                   CALL "DEVIS" USING WS-OPERATEUR WS-PROFIL

                   WHEN "M"
                   CALL "INVENTAIRE_STOCK" USING WS-OPERATEUR WS-PROFIL

                   WHEN "F"
                   CALL "ACHATS" USING WS-OPERATEUR WS-PROFIL

                   WHEN "T"
                   CALL "DECLARATION_TVA"

                   WHEN "L"
                   CALL "RELEVE_COMPTE"

                   WHEN "H"
                   CALL "CONTRATS" USING WS-OPERATEUR WS-PROFIL

                   WHEN "X"
                   CALL "COURS_DEVISE" USING WS-OPERATEUR WS-PROFIL

                   WHEN "K"
                   CALL "REMISE_BANQUE" USING WS-OPERATEUR WS-PROFIL

                   WHEN "S"
                   CALL "STATS_PERIODE"

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
                           RECORD KEY IS Cpt-Type
                           FILE STATUS IS WS-ST-CPT.

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

       DATA DIVISION.
       FILE SECTION.

           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  ARTICLE.
       01  ENR-ARTICLE.
           02 Art-Stock       PIC 9(5).
           02 Art-Seuil       PIC 9(5).

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

      *    Historique des prix par article et date d effet,
      *    alimente par SAISIE_ARTICLE : sert a facturer au prix
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

      *    Cours de change par devise et date d effet (COURS_DEVISE),
      *    en unites de devise pour 1 euro.
       FD  COURS-DEVISE.
       01  ENR-COURS.
           02 Crs-Cle.
              03 Crs-Devise     PIC X(3).
              03 Crs-Date-Effet PIC X(8).
           02 Crs-Taux       PIC 9(4)v9(6).
           02 Crs-Date-Maj   PIC X(8).
           02 Crs-Operateur  PIC X(4).

      *    Facture en devise : la facture et ses lignes restent en
      *    euros (contre-valeur au cours de Date-fact) ; la devise,
      *    le cours applique et les totaux dans la devise du client
      *    sont conserves ici, un enregistrement par facture.
       FD  FACT-DEVISE.
       01  ENR-FACT-DEVISE.
           02 Fdv-Num-Fact    PIC 9(6).
           02 Fdv-Devise      PIC X(3).
           02 Fdv-Date-Cours  PIC X(8).
           02 Fdv-Taux        PIC 9(4)v9(6).
           02 Fdv-Total-HT    PIC 9(9)v99.
           02 Fdv-Total-TVA   PIC 9(9)v99.
           02 Fdv-Total-TTC   PIC 9(9)v99.


       WORKING-STORAGE SECTION.

       01 WS-NUM-FACT-SAV     PIC 9(6).
       01 WS-MODE-FACT        PIC X.
       01 WS-NUM-LIBRE        PIC X.
       01 WS-ST-CCL           PIC XX.
       01 WS-ENCOURS          PIC S9(11)v99.
       01 WS-ENCOURS-TEST     PIC S9(11)v99.
       01 WS-SOLDE-FACT       PIC 9(9)v99.
       01 WS-MONTANT-IMPUTE   PIC 9(9)v99.
       01 WS-FIN-ENCOURS      PIC X.
       01 WS-NUM-CLI-SAV      PIC 9(6).
       01 WS-ACCORD-SUP       PIC X.
       01 WS-PRIX-FILE-OK     PIC X VALUE 'N'.
       01 WS-FIN-PRIX         PIC X.
       01 WS-PRIX-VIGUEUR     PIC 9(7)v99.
       01 WS-ST-MVT           PIC XX.
       01 WS-STOCK-AVANT      PIC 9(5).
       01 WS-MOTIF-MVT        PIC X(12).
       01 WS-DOC-MVT          PIC 9(6).
       01 WS-ST-CRS           PIC XX.
       01 WS-ST-FDV           PIC XX.
       01 WS-COURS-FILE-OK    PIC X VALUE 'N'.
       01 WS-FIN-COURS        PIC X.
       01 WS-COURS-TROUVE     PIC X.
       01 WS-FDV-EXISTE       PIC X.
       01 WS-DEVISE-FACT      PIC X(3).
       01 WS-TAUX-DEVISE      PIC 9(4)v9(6).
       01 WS-DATE-COURS       PIC X(8).
       01 WS-PRIX-DEVISE      PIC 9(7)v99.
       01 WS-HT-LIGNE-DEVISE  PIC 9(9)v99.
       01 WS-TVA-LIGNE-DEVISE PIC 9(9)v99.
       01 WS-TOTAL-DEVISE     PIC 9(9)v99.
       01 WS-TVA-DEVISE       PIC 9(9)v99.
       01 WS-DEJA-REGLE       PIC 9(9)v99.
       01 WS-NB-ANC-LIGNES    PIC 99.
       01 WS-TAB-ANC-LIGNES.
           02 WS-ANC-LIGNE OCCURS 99 TIMES INDEXED BY WS-IX-ANC
                                  PIC X(30).

       LINKAGE SECTION.

           2 LINE 14 COL 2 VALUE 'Taux TVA:  '.
           2 PIC 9(2)v99 FROM Lig-Taux-TVA.

         1 SCR-LIGNE-DEVISE.
           2 LINE 13 COL 30 VALUE 'Prix en '.
           2 PIC X(3) FROM WS-DEVISE-FACT.
           2 VALUE ' :  '.
           2 PIC 9(7)v99 FROM WS-PRIX-DEVISE.

         1 SCR-LIGNE-QTE.
           2 LINE 15 COL 2 VALUE 'Quantite:  '.
           2 PIC 9(3) TO Lig-Qte.
               MOVE 'N' TO WS-ARTICLE-FILE-OK
           END-IF

      *    Le compte client recoit chaque facture et avoir cree ;
      *    il sert aussi au calcul de l encours pour le controle
      *    de la limite de credit.
           OPEN I-O COMPTE-CLIENT
           IF WS-ST-CCL = '35'
               OPEN OUTPUT COMPTE-CLIENT
               CLOSE COMPTE-CLIENT
               OPEN I-O COMPTE-CLIENT
           END-IF

           OPEN INPUT PRIX-HISTO
               OPEN OUTPUT COMPTEUR
               CLOSE COMPTEUR
               OPEN I-O COMPTEUR
           END-IF

           OPEN EXTEND MOUVEMENT-STOCK
           IF WS-ST-MVT NOT = '00'
               OPEN OUTPUT MOUVEMENT-STOCK
               CLOSE MOUVEMENT-STOCK
               OPEN EXTEND MOUVEMENT-STOCK
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
           END-IF.


           IF WS-ARTICLE-FILE-OK = 'O'
               CLOSE ARTICLE
           END-IF
           CLOSE COMPTE-CLIENT
           IF WS-PRIX-FILE-OK = 'O'
               CLOSE PRIX-HISTO
           END-IF
           CLOSE AUDIT-FACTURE
           CLOSE MOUVEMENT-STOCK
           IF WS-COURS-FILE-OK = 'O'
               CLOSE COURS-DEVISE
           END-IF
           CLOSE FACT-DEVISE
           CLOSE COMPTEUR.


                       INVALID KEY MOVE 'N' TO WS-TROUVE
                       NOT INVALID KEY MOVE 'O' TO WS-TROUVE
                   END-READ
                   IF WS-TROUVE = 'N'
      *                Numero libre dans la periode mais peut-etre
      *                porte par une piece encore ouverte d une
      *                periode cloturee.
                       MOVE Num-fact TO Ccl-Num-Doc
                       READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 'C' TO WS-TROUVE
                       END-READ
                   END-IF
                   IF WS-TROUVE = 'O'
                       DISPLAY 'Facture ' Num-fact ' deja existante'
                               ' : utiliser le mode M'
                   ELSE
                   IF WS-TROUVE = 'C'
                       DISPLAY 'Numero ' Num-fact ' deja porte par '
                               'le compte client : creation refusee'
                   ELSE
                       PERFORM SAISIR-TYPE-DOCUMENT
                       IF WS-TYPE-DOC = 'A' AND Num-fact < 900001
                       END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

                   END-WRITE

                   IF WS-ST-FACT = '00'
                       PERFORM MOUVEMENTER-LIGNES-PIECE
                       PERFORM AVANCER-COMPTEUR
                       PERFORM ENREGISTRER-FACT-DEVISE
                       PERFORM COMPTABILISER-PIECE
                       MOVE SPACES TO WS-AVANT-IMAGE
                       MOVE 'CREATION' TO WS-OPERATION-AUDIT
                       PERFORM ECRIRE-AUDIT
               MOVE WS-REF-ORIGINE TO Num-fact
               READ FACTURE KEY IS Num-fact
                   INVALID KEY
                       MOVE WS-REF-ORIGINE TO Ccl-Num-Doc
                       READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                           INVALID KEY
                               DISPLAY 'Facture d origine '
                                       WS-REF-ORIGINE
                                       ' absente du fichier en cours '
                                       'et du compte client'
                       END-READ
               END-READ
               MOVE WS-NUM-FACT-SAV TO Num-fact
           ELSE
           DISPLAY 'Total HT        : ' Total-fact
           DISPLAY 'Total TVA       : ' Total-TVA
           DISPLAY 'Total TTC       : ' Total-TTC

      *    Une facture garde la devise dans laquelle elle a ete
      *    emise, meme si la devise du client a change depuis.
           MOVE 'EUR' TO WS-DEVISE-FACT
           MOVE Num-fact TO Fdv-Num-Fact
           READ FACT-DEVISE KEY IS Fdv-Num-Fact
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE Fdv-Devise TO WS-DEVISE-FACT
                   DISPLAY 'Total TTC ' Fdv-Devise '   : ' Fdv-Total-TTC
                           ' (cours ' Fdv-Taux ' du ' Fdv-Date-Cours
                           ')'
           END-READ
           DISPLAY 'Lignes :'

           MOVE Num-fact TO Lig-Num-Fact
           STRING Num-client '-' Date-fact '-' Qte-article '-'
                  Total-fact DELIMITED BY SIZE INTO WS-AVANT-IMAGE

           PERFORM LIRE-DEJA-REGLE
           PERFORM SAISIR-DATE-VALIDE
           PERFORM SAUVER-ANCIENNES-LIGNES
           PERFORM SUPPRIMER-ANCIENNES-LIGNES
           MOVE 1 TO Lig-Num-Ligne
           PERFORM SAISIR-LIGNES
           PERFORM CALCULER-TOTAUX

      *    Le total d une facture ne peut descendre sous les
      *    reglements deja recus : les anciennes lignes sont alors
      *    retablies et la facture reste inchangee.
           IF Type-doc NOT = 'A' AND Total-TTC < WS-DEJA-REGLE
               DISPLAY 'Modification refusee : total TTC ' Total-TTC
                       ' inferieur aux reglements recus '
                       WS-DEJA-REGLE
               PERFORM SUPPRIMER-ANCIENNES-LIGNES
               PERFORM RETABLIR-ANCIENNES-LIGNES
           ELSE
               REWRITE ENR-FACTURE
                   INVALID KEY
                       DISPLAY 'Erreur de mise a jour de facture'
               END-REWRITE

               IF WS-ST-FACT = '00'
                   PERFORM RETOURNER-ANCIENNES-LIGNES
                   PERFORM MOUVEMENTER-LIGNES-PIECE
                   PERFORM ENREGISTRER-FACT-DEVISE
                   PERFORM METTRE-A-JOUR-PIECE
                   MOVE 'MODIFICATION' TO WS-OPERATION-AUDIT
                   PERFORM ECRIRE-AUDIT
               ELSE
                   PERFORM SUPPRIMER-ANCIENNES-LIGNES
                   PERFORM RETABLIR-ANCIENNES-LIGNES
               END-IF
           END-IF.


       LIRE-DEJA-REGLE.

           MOVE 0 TO WS-DEJA-REGLE
           MOVE Num-client TO Ccl-Num-Client
           MOVE Num-fact TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Cle
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE Ccl-Regle TO WS-DEJA-REGLE
           END-READ.


       SAUVER-ANCIENNES-LIGNES.

           MOVE 0 TO WS-NB-ANC-LIGNES
           MOVE 'N' TO WS-PLUS-DE-LIGNES
           MOVE Num-fact TO Lig-Num-Fact
           MOVE 1 TO Lig-Num-Ligne

           PERFORM UNTIL WS-PLUS-DE-LIGNES = 'O'
               READ LIGNE-FACTURE KEY IS Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-PLUS-DE-LIGNES
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-ANC-LIGNES
                       SET WS-IX-ANC TO WS-NB-ANC-LIGNES
                       MOVE ENR-LIGNE TO WS-ANC-LIGNE (WS-IX-ANC)
                       IF Lig-Num-Ligne >= 99
                           MOVE 'O' TO WS-PLUS-DE-LIGNES
                       ELSE
                           ADD 1 TO Lig-Num-Ligne
                       END-IF
               END-READ
           END-PERFORM.


       RETABLIR-ANCIENNES-LIGNES.

           PERFORM VARYING WS-IX-ANC FROM 1 BY 1
                   UNTIL WS-IX-ANC > WS-NB-ANC-LIGNES
               MOVE WS-ANC-LIGNE (WS-IX-ANC) TO ENR-LIGNE
               WRITE ENR-LIGNE
                   INVALID KEY
                       DISPLAY 'Erreur retablissement ligne '
                               Lig-Num-Ligne
               END-WRITE
           END-PERFORM.


       SAISIR-CLIENT-VALIDE.

           MOVE SPACE TO WS-CLIENT-OK
                       NOT INVALID KEY
                           DISPLAY SCR-CLIENT-NOM
                           PERFORM CONTROLER-CREDIT-CLIENT
                           IF WS-CLIENT-OK = 'O'
                               PERFORM CONTROLER-DEVISE-CLIENT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.


      ******************************************************************
      *      ENCOURS DU CLIENT : SOLDE TTC DES PIECES OUVERTES DU      *
      *      COMPTE CLIENT, PERIODES CLOTUREES COMPRISES ; LA PART     *
      *      NON IMPUTEE DES AVOIRS VIENT EN DEDUCTION. LE PARCOURS    *
      *      NE TOUCHE PAS A L ENREGISTREMENT FACTURE EN COURS DE      *
      *      CONSTRUCTION.                                             *
      ******************************************************************

       CALCULER-ENCOURS-CLIENT.

           MOVE Num-client TO WS-NUM-CLI-SAV
           MOVE 0 TO WS-ENCOURS

           MOVE Num-client TO Ccl-Num-Client
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
                   IF Ccl-Num-Client NOT = WS-NUM-CLI-SAV
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
               DISPLAY SCR-DATE
               ACCEPT SCR-DATE
               PERFORM VERIFIER-DATE
               IF WS-DATE-OK = 'O' AND WS-DEVISE-FACT NOT = 'EUR'
                   PERFORM DETERMINER-COURS-EN-VIGUEUR
                   IF WS-COURS-TROUVE = 'N'
                       MOVE 'N' TO WS-DATE-OK
                       DISPLAY 'Aucun cours ' WS-DEVISE-FACT
                               ' en vigueur au ' Date-fact
                               ' : saisir le cours (menu X)'
                   END-IF
               END-IF
           END-PERFORM.


           MOVE WS-PRIX-VIGUEUR TO Lig-Prix-Unit
           PERFORM DETERMINER-TAUX-TVA
           DISPLAY SCR-LIGNE-ARTICLE
           IF WS-DEVISE-FACT NOT = 'EUR'
               COMPUTE WS-PRIX-DEVISE ROUNDED =
                       Lig-Prix-Unit * WS-TAUX-DEVISE
               DISPLAY SCR-LIGNE-DEVISE
           END-IF
           DISPLAY SCR-LIGNE-QTE
           ACCEPT SCR-LIGNE-QTE
           COMPUTE WS-QTE-TEST = WS-QTE-TOTALE + Lig-Qte
                       INVALID KEY
                           DISPLAY 'Erreur de saisie article'
                   END-WRITE
                   MOVE WS-QTE-TEST TO WS-QTE-TOTALE
                   MOVE WS-TOTAL-TEST TO WS-TOTAL-CALCULE
                   COMPUTE WS-MONTANT-TVA ROUNDED =
               READ LIGNE-FACTURE KEY IS Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-PLUS-DE-LIGNES
                   NOT INVALID KEY
                       DELETE LIGNE-FACTURE
                           INVALID KEY
                               DISPLAY 'Erreur suppression ligne'


      ******************************************************************
      *      MOUVEMENTS DE STOCK : UNE LIGNE DE FACTURE SORT DU STOCK, *
      *      UNE LIGNE D AVOIR Y RENTRE (RETOUR CLIENT). LES           *
      *      MOUVEMENTS NE SONT FAITS QU UNE FOIS LA PIECE ENREGISTREE *
      *      : A LA MODIFICATION, LES ANCIENNES LIGNES FONT LE         *
      *      MOUVEMENT INVERSE PUIS LES NOUVELLES SORTENT ; UNE PIECE  *
      *      REFUSEE NE MOUVEMENTE RIEN. LE STOCK NE DESCEND JAMAIS    *
      *      SOUS ZERO. CHAQUE MOUVEMENT EST ECRIT AU JOURNAL AVEC LE  *
      *      NUMERO DE LA PIECE.                                       *
      ******************************************************************

       MOUVEMENTER-STOCK-SORTIE.

           IF WS-ARTICLE-FILE-OK = 'O'
               MOVE Art-Stock TO WS-STOCK-AVANT
               MOVE Num-fact TO WS-DOC-MVT
               IF Type-doc = 'A'
                   MOVE 'RETOUR' TO WS-MOTIF-MVT
                   ADD Lig-Qte TO Art-Stock
                       ON SIZE ERROR MOVE 99999 TO Art-Stock
                   END-ADD
               ELSE
                   MOVE 'VENTE' TO WS-MOTIF-MVT
                   IF Lig-Qte > Art-Stock
                       MOVE 0 TO Art-Stock
                   ELSE
               REWRITE ENR-ARTICLE
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour stock article'
                   NOT INVALID KEY
                       PERFORM ECRIRE-MOUVEMENT-STOCK
               END-REWRITE
           END-IF.


       MOUVEMENTER-LIGNES-PIECE.

           IF WS-ARTICLE-FILE-OK = 'O'
               MOVE 'N' TO WS-PLUS-DE-LIGNES
               MOVE Num-fact TO Lig-Num-Fact
               MOVE 1 TO Lig-Num-Ligne
               PERFORM UNTIL WS-PLUS-DE-LIGNES = 'O'
                   READ LIGNE-FACTURE KEY IS Cle-Ligne
                       INVALID KEY MOVE 'O' TO WS-PLUS-DE-LIGNES
                       NOT INVALID KEY
                           MOVE Lig-Code-Article TO Art-Code
                           READ ARTICLE KEY IS Art-Code
                               INVALID KEY
                                   DISPLAY 'Article inconnu a la '
                                           'sortie de stock : '
                                           Lig-Code-Article
                               NOT INVALID KEY
                                   PERFORM MOUVEMENTER-STOCK-SORTIE
                           END-READ
                           IF Lig-Num-Ligne >= 99
                               MOVE 'O' TO WS-PLUS-DE-LIGNES
                           ELSE
                               ADD 1 TO Lig-Num-Ligne
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.


       RETOURNER-ANCIENNES-LIGNES.

           PERFORM VARYING WS-IX-ANC FROM 1 BY 1
                   UNTIL WS-IX-ANC > WS-NB-ANC-LIGNES
               MOVE WS-ANC-LIGNE (WS-IX-ANC) TO ENR-LIGNE
               PERFORM MOUVEMENTER-STOCK-RETOUR
           END-PERFORM.


       MOUVEMENTER-STOCK-RETOUR.

           IF WS-ARTICLE-FILE-OK = 'O'
                       DISPLAY 'Article inconnu au retour de stock : '
                               Lig-Code-Article
                   NOT INVALID KEY
                       MOVE Art-Stock TO WS-STOCK-AVANT
                       MOVE 'MODIFICATION' TO WS-MOTIF-MVT
                       MOVE Num-fact TO WS-DOC-MVT
                       IF Type-doc = 'A'
                           IF Lig-Qte > Art-Stock
                               MOVE 0 TO Art-Stock
                           INVALID KEY
                               DISPLAY 'Erreur mise a jour stock '
                                       'article'
                           NOT INVALID KEY
                               PERFORM ECRIRE-MOUVEMENT-STOCK
                       END-REWRITE
               END-READ
           END-IF.


      ******************************************************************
      *      COMPTE CLIENT : TOUTE FACTURE OU AVOIR CREE Y OUVRE UNE   *
      *      PIECE AU MONTANT TTC. UN AVOIR EST IMPUTE SUR LE SOLDE    *
      *      DE SA FACTURE D ORIGINE (DANS LA LIMITE DE CE SOLDE) ;    *
      *      LE RESTE DEMEURE UN CREDIT OUVERT DU CLIENT               *
      ******************************************************************

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
           END-WRITE

           IF WS-ST-CCL = '00' AND Type-doc = 'A'
               PERFORM IMPUTER-AVOIR
           END-IF.


       IMPUTER-AVOIR.

           MOVE 0 TO WS-MONTANT-IMPUTE
           MOVE Ref-origine TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
               INVALID KEY
                   DISPLAY 'Facture d origine absente du compte '
                           'client : avoir laisse en credit'
               NOT INVALID KEY
                   IF Ccl-Num-Client = Num-client
                       AND Ccl-Type-Doc NOT = 'A'
                       AND Ccl-Regle < Ccl-Montant
                       COMPUTE WS-MONTANT-IMPUTE =
                               Ccl-Montant - Ccl-Regle
                       IF WS-MONTANT-IMPUTE > Total-TTC
                           MOVE Total-TTC TO WS-MONTANT-IMPUTE
                       END-IF
                       ADD WS-MONTANT-IMPUTE TO Ccl-Regle
                       MOVE Date-fact TO Ccl-Date-Regl
                       REWRITE ENR-COMPTE
                           INVALID KEY
                               DISPLAY 'Erreur imputation avoir'
                               MOVE 0 TO WS-MONTANT-IMPUTE
                       END-REWRITE
                   END-IF
           END-READ

           IF WS-MONTANT-IMPUTE > 0
               MOVE Num-client TO Ccl-Num-Client
               MOVE Num-fact TO Ccl-Num-Doc
               READ COMPTE-CLIENT KEY IS Ccl-Cle
                   INVALID KEY
                       DISPLAY 'Erreur relecture avoir ' Num-fact
                   NOT INVALID KEY
                       MOVE WS-MONTANT-IMPUTE TO Ccl-Regle
                       MOVE Date-fact TO Ccl-Date-Regl
                       REWRITE ENR-COMPTE
                           INVALID KEY
                               DISPLAY 'Erreur imputation avoir'
                       END-REWRITE
               END-READ
           END-IF.


      ******************************************************************
      *      MODIFICATION : LE MONTANT ET LA DATE DE LA PIECE SUIVENT  *
      *      LA FACTURE, LES REGLEMENTS DEJA RECUS SONT CONSERVES.     *
      *      POUR UN AVOIR, L IMPUTATION PRECEDENTE EST ANNULEE PUIS   *
      *      REFAITE SUR LE NOUVEAU MONTANT. UNE FACTURE ANTERIEURE    *
      *      AU COMPTE CLIENT Y EST OUVERTE A CETTE OCCASION.          *
      ******************************************************************

       METTRE-A-JOUR-PIECE.

           MOVE Num-client TO Ccl-Num-Client
           MOVE Num-fact TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Cle
               INVALID KEY MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY MOVE 'O' TO WS-TROUVE
           END-READ

           IF WS-TROUVE = 'N'
               PERFORM COMPTABILISER-PIECE
           ELSE
               IF Type-doc = 'A'
                   PERFORM ANNULER-IMPUTATION-AVOIR
                   DELETE COMPTE-CLIENT
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour compte client'
                   END-DELETE
                   PERFORM COMPTABILISER-PIECE
               ELSE
                   MOVE Date-fact TO Ccl-Date-Doc
                   MOVE Total-TTC TO Ccl-Montant
                   REWRITE ENR-COMPTE
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour compte client'
                   END-REWRITE
               END-IF
           END-IF.


       ANNULER-IMPUTATION-AVOIR.

           IF Ccl-Regle > 0
               MOVE Ccl-Regle TO WS-MONTANT-IMPUTE
               MOVE Ccl-Ref-Origine TO Ccl-Num-Doc
               READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF Ccl-Num-Client = Num-client
                           AND Ccl-Type-Doc NOT = 'A'
                           IF WS-MONTANT-IMPUTE > Ccl-Regle
                               MOVE 0 TO Ccl-Regle
                           ELSE
                               SUBTRACT WS-MONTANT-IMPUTE
                                   FROM Ccl-Regle
                           END-IF
                           REWRITE ENR-COMPTE
                               INVALID KEY
                                   DISPLAY 'Erreur annulation '
                                           'imputation avoir'
                           END-REWRITE
                       END-IF
               END-READ
               MOVE Num-client TO Ccl-Num-Client
               MOVE Num-fact TO Ccl-Num-Doc
               READ COMPTE-CLIENT KEY IS Ccl-Cle
                   INVALID KEY
                       DISPLAY 'Erreur relecture avoir ' Num-fact
               END-READ
           END-IF.


       CALCULER-TOTAUX.

           MOVE WS-QTE-TOTALE TO Qte-article
           MOVE WS-TOTAL-CALCULE TO Total-fact
           MOVE WS-TVA-CALCULEE TO Total-TVA
           COMPUTE Total-TTC = Total-fact + Total-TVA
           IF WS-DEVISE-FACT NOT = 'EUR'
               PERFORM CALCULER-TOTAUX-DEVISE
           END-IF.


      ******************************************************************
      *      TOTAUX DANS LA DEVISE DU CLIENT, RECALCULES SUR LES       *
      *      LIGNES ENREGISTREES : PRIX UNITAIRE CONVERTI ET ARRONDI   *
      *      AU CENTIME, PUIS TVA ARRONDIE PAR LIGNE COMME EN EUROS.   *
      *      FACTURE_IMPRESSION ET CONSULT_ARCHIVE REFONT LE MEME      *
      *      CALCUL POUR IMPRIMER LES LIGNES EN DEVISE.                *
      ******************************************************************

       CALCULER-TOTAUX-DEVISE.

           MOVE 0 TO WS-TOTAL-DEVISE
           MOVE 0 TO WS-TVA-DEVISE
           MOVE Num-fact TO Lig-Num-Fact
           MOVE 1 TO Lig-Num-Ligne
           MOVE 'N' TO WS-PLUS-DE-LIGNES
           PERFORM UNTIL WS-PLUS-DE-LIGNES = 'O'
               READ LIGNE-FACTURE KEY IS Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-PLUS-DE-LIGNES
                   NOT INVALID KEY
                       COMPUTE WS-PRIX-DEVISE ROUNDED =
                               Lig-Prix-Unit * WS-TAUX-DEVISE
                       COMPUTE WS-HT-LIGNE-DEVISE =
                               WS-PRIX-DEVISE * Lig-Qte
                       COMPUTE WS-TVA-LIGNE-DEVISE ROUNDED =
                               WS-HT-LIGNE-DEVISE * Lig-Taux-TVA / 100
                       ADD WS-HT-LIGNE-DEVISE TO WS-TOTAL-DEVISE
                       ADD WS-TVA-LIGNE-DEVISE TO WS-TVA-DEVISE
                       ADD 1 TO Lig-Num-Ligne
               END-READ
           END-PERFORM.


      ******************************************************************
      *      APRES ECRITURE DE LA FACTURE : UNE FACTURE EN DEVISE      *
      *      (RE)ECRIT SA CONTRE-VALEUR DANS FACDEVISE.TXT ; UNE       *
      *      FACTURE EN EUROS N Y A PAS D ENREGISTREMENT               *
      ******************************************************************

       ENREGISTRER-FACT-DEVISE.

           MOVE Num-fact TO Fdv-Num-Fact
           READ FACT-DEVISE KEY IS Fdv-Num-Fact
               INVALID KEY MOVE 'N' TO WS-FDV-EXISTE
               NOT INVALID KEY MOVE 'O' TO WS-FDV-EXISTE
           END-READ

           IF WS-DEVISE-FACT NOT = 'EUR'
               MOVE Num-fact TO Fdv-Num-Fact
               MOVE WS-DEVISE-FACT TO Fdv-Devise
               MOVE WS-DATE-COURS TO Fdv-Date-Cours
               MOVE WS-TAUX-DEVISE TO Fdv-Taux
               MOVE WS-TOTAL-DEVISE TO Fdv-Total-HT
               MOVE WS-TVA-DEVISE TO Fdv-Total-TVA
               COMPUTE Fdv-Total-TTC = Fdv-Total-HT + Fdv-Total-TVA
               IF WS-FDV-EXISTE = 'O'
                   REWRITE ENR-FACT-DEVISE
                       INVALID KEY
                           DISPLAY 'Erreur mise a jour facture devise'
                   END-REWRITE
               ELSE
                   WRITE ENR-FACT-DEVISE
                       INVALID KEY
                           DISPLAY 'Erreur ecriture facture devise'
                   END-WRITE
               END-IF
               DISPLAY 'Total TTC ' Fdv-Devise ' : ' Fdv-Total-TTC
                       ' soit ' Total-TTC ' EUR'
           ELSE
               IF WS-FDV-EXISTE = 'O'
                   DELETE FACT-DEVISE
                       INVALID KEY
                           DISPLAY 'Erreur suppression facture devise'
                   END-DELETE
               END-IF
           END-IF.


      ******************************************************************
           END-IF.


      ******************************************************************
      *      DEVISE DU CLIENT A LA CREATION : EUR A DEFAUT. UN CLIENT  *
      *      FACTURE EN DEVISE DOIT AVOIR AU MOINS UN COURS SAISI      *
      *      (MENU X), SINON IL EST REFUSE                             *
      ******************************************************************

       CONTROLER-DEVISE-CLIENT.

           MOVE Cli-Devise TO WS-DEVISE-FACT
           IF WS-DEVISE-FACT = SPACES
               MOVE 'EUR' TO WS-DEVISE-FACT
           END-IF
           IF WS-DEVISE-FACT NOT = 'EUR'
               MOVE '99999999' TO Date-fact
               PERFORM DETERMINER-COURS-EN-VIGUEUR
               MOVE SPACES TO Date-fact
               IF WS-COURS-TROUVE = 'N'
                   DISPLAY 'Client facture en ' WS-DEVISE-FACT
                           ' : aucun cours saisi (menu X)'
                   DISPLAY 'Saisir un autre client ou 000000 pour '
                           'annuler'
                   MOVE SPACE TO WS-CLIENT-OK
               END-IF
           END-IF.


      ******************************************************************
      *      COURS EN VIGUEUR A DATE-FACT POUR WS-DEVISE-FACT :        *
      *      DERNIERE ENTREE DONT LA DATE D EFFET NE DEPASSE PAS LA    *
      *      DATE DE LA FACTURE (MEME REGLE QUE LE PRIX EN VIGUEUR)    *
      ******************************************************************

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
                           OR Crs-Date-Effet > Date-fact
                           MOVE 'O' TO WS-FIN-COURS
                       ELSE
                           MOVE 'O' TO WS-COURS-TROUVE
                           MOVE Crs-Taux TO WS-TAUX-DEVISE
                           MOVE Crs-Date-Effet TO WS-DATE-COURS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


       DETERMINER-TAUX-TVA.

           EVALUATE Art-Cat-TVA
           END-IF.


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


       END PROGRAM EDITER.


                           RECORD KEY IS Art-Code
                           FILE STATUS IS WS-ST-ARTICLE.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Audit-Facture ASSIGN TO "audit_facture.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-AUDIT.

           SELECT Mouvement-Stock ASSIGN TO "mouvstock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-MVT.

           SELECT Fact-Devise ASSIGN TO "facdevise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Fdv-Num-Fact
                           FILE STATUS IS WS-ST-FDV.

       DATA DIVISION.
       FILE SECTION.

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

       FD  AUDIT-FACTURE.
       01  ENR-AUDIT.
           02 Aud-Num-Fact  PIC 9(6).
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

      *    Contre-valeur des factures emises en devise.
       FD  FACT-DEVISE.
       01  ENR-FACT-DEVISE.
           02 Fdv-Num-Fact    PIC 9(6).
           02 Fdv-Devise      PIC X(3).
           02 Fdv-Date-Cours  PIC X(8).
           02 Fdv-Taux        PIC 9(4)v9(6).
           02 Fdv-Total-HT    PIC 9(9)v99.
           02 Fdv-Total-TVA   PIC 9(9)v99.
           02 Fdv-Total-TTC   PIC 9(9)v99.


       WORKING-STORAGE SECTION.

       01 WS-PLUS-DE-LIGNES PIC X.
       01 WS-AVANT-IMAGE    PIC X(40).
       01 WS-ARTICLE-FILE-OK PIC X VALUE 'N'.
       01 WS-ST-CCL         PIC XX.
       01 WS-CCL-FILE-OK    PIC X VALUE 'N'.
       01 WS-MONTANT-IMPUTE PIC 9(9)v99.
       01 WS-ST-MVT         PIC XX.
       01 WS-STOCK-AVANT    PIC 9(5).
       01 WS-MOTIF-MVT      PIC X(12).
       01 WS-DOC-MVT        PIC 9(6).
       01 WS-ST-FDV         PIC XX.
       01 WS-FDV-FILE-OK    PIC X VALUE 'N'.

       LINKAGE SECTION.

               IF WS-ST-ARTICLE = '00'
                   MOVE 'O' TO WS-ARTICLE-FILE-OK
               END-IF
               OPEN EXTEND MOUVEMENT-STOCK
               IF WS-ST-MVT NOT = '00'
                   OPEN OUTPUT MOUVEMENT-STOCK
                   CLOSE MOUVEMENT-STOCK
                   OPEN EXTEND MOUVEMENT-STOCK
               END-IF

      *        La piece correspondante est retiree du compte client.
               OPEN I-O COMPTE-CLIENT
               IF WS-ST-CCL = '00'
                   MOVE 'O' TO WS-CCL-FILE-OK
               END-IF

      *        Ainsi que sa contre-valeur si elle a ete emise en
      *        devise.
               OPEN I-O FACT-DEVISE
               IF WS-ST-FDV = '00'
                   MOVE 'O' TO WS-FDV-FILE-OK
               END-IF

               DISPLAY SCR-NUMFACT-SUP
               ACCEPT SCR-NUMFACT-SUP
                       END-DELETE
                       IF WS-ST-FACT = '00'
                           PERFORM SUPPRIMER-LIGNES-FACTURE
                           PERFORM SUPPRIMER-PIECE-COMPTE
                           IF WS-FDV-FILE-OK = 'O'
                               MOVE Num-fact TO Fdv-Num-Fact
                               DELETE FACT-DEVISE
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                           MOVE Num-fact TO Aud-Num-Fact
                           MOVE 'SUPPRESSION' TO Aud-Operation
                           ACCEPT Aud-Date FROM DATE YYYYMMDD
               IF WS-ARTICLE-FILE-OK = 'O'
                   CLOSE ARTICLE
               END-IF
               IF WS-CCL-FILE-OK = 'O'
                   CLOSE COMPTE-CLIENT
               END-IF
               IF WS-FDV-FILE-OK = 'O'
                   CLOSE FACT-DEVISE
               END-IF
               CLOSE MOUVEMENT-STOCK
               CLOSE AUDIT-FACTURE
               CLOSE FACTURE
           END-IF
           END-PERFORM.


      ******************************************************************
      *      LA PIECE DU COMPTE CLIENT EST SUPPRIMEE AVEC LA FACTURE.  *
      *      POUR UN AVOIR, LA PART IMPUTEE SUR LA FACTURE D ORIGINE   *
      *      EST RENDUE AU SOLDE DE CELLE-CI                           *
      ******************************************************************

       SUPPRIMER-PIECE-COMPTE.

           IF WS-CCL-FILE-OK = 'O'
               MOVE Num-client TO Ccl-Num-Client
               MOVE Num-fact TO Ccl-Num-Doc
               READ COMPTE-CLIENT KEY IS Ccl-Cle
                   INVALID KEY MOVE 'N' TO WS-TROUVE
                   NOT INVALID KEY MOVE 'O' TO WS-TROUVE
               END-READ
               IF WS-TROUVE = 'O'
                   IF Ccl-Type-Doc NOT = 'A' AND Ccl-Regle > 0
                       DISPLAY 'Attention : ' Ccl-Regle
                               ' deja encaisse sur cette facture'
                   END-IF
                   DELETE COMPTE-CLIENT
                       INVALID KEY
                           DISPLAY 'Erreur suppression compte client'
                   END-DELETE
                   IF Ccl-Type-Doc = 'A' AND Ccl-Regle > 0
                       PERFORM ANNULER-IMPUTATION-AVOIR
                   END-IF
               END-IF
           END-IF.


       ANNULER-IMPUTATION-AVOIR.

           MOVE Ccl-Regle TO WS-MONTANT-IMPUTE
           MOVE Ccl-Ref-Origine TO Ccl-Num-Doc
           READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF Ccl-Num-Client = Num-client
                       AND Ccl-Type-Doc NOT = 'A'
                       IF WS-MONTANT-IMPUTE > Ccl-Regle
                           MOVE 0 TO Ccl-Regle
                       ELSE
                           SUBTRACT WS-MONTANT-IMPUTE FROM Ccl-Regle
                       END-IF
                       REWRITE ENR-COMPTE
                           INVALID KEY
                               DISPLAY 'Erreur annulation imputation '
                                       'avoir'
                       END-REWRITE
                   END-IF
           END-READ.


      ******************************************************************
      *      LA SUPPRESSION D UNE LIGNE FAIT LE MOUVEMENT DE STOCK     *
      *      INVERSE DE LA SAISIE : RETOUR EN STOCK POUR UNE LIGNE     *
      *      DE FACTURE, SORTIE POUR UNE LIGNE D AVOIR, ECRITE AU      *
      *      JOURNAL DES MOUVEMENTS DE STOCK                           *
      ******************************************************************

       RETABLIR-STOCK-LIGNE.
                       DISPLAY 'Article inconnu au retour de stock : '
                               Lig-Code-Article
                   NOT INVALID KEY
                       MOVE Art-Stock TO WS-STOCK-AVANT
                       MOVE 'SUPPRESSION' TO WS-MOTIF-MVT
                       MOVE Num-fact TO WS-DOC-MVT
                       IF Type-doc = 'A'
                           IF Lig-Qte > Art-Stock
                               MOVE 0 TO Art-Stock
                           INVALID KEY
                               DISPLAY 'Erreur mise a jour stock '
                                       'article'
                           NOT INVALID KEY
                               PERFORM ECRIRE-MOUVEMENT-STOCK
                       END-REWRITE
               END-READ
           END-IF.


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


       END PROGRAM SUPPRIMER.


                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-FACT.

           SELECT Cours-Devise ASSIGN TO "cours_devise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Crs-Cle
                           FILE STATUS IS WS-ST-CRS.

           SELECT Compte-Client ASSIGN TO "compte_client.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ccl-Cle
                           ALTERNATE RECORD KEY IS Ccl-Num-Doc
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CCL.

           SELECT Contrat ASSIGN TO "contrat.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Ctr-Num
                           ALTERNATE RECORD KEY IS Ctr-Num-Client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-CTR.

       DATA DIVISION.
       FILE SECTION.

           02 Cli-Adresse PIC X(40).
           02 Cli-Limite  PIC 9(9)v99.
           02 Cli-Bloque  PIC X.
           02 Cli-Devise  PIC X(3).

       FD  FACTURE.
       01  ENR-FACTURE.
           02 Type-doc   PIC X.
           02 Ref-origine PIC 9(6).

      *    Cours de change par devise et date d effet (COURS_DEVISE).
       FD  COURS-DEVISE.
       01  ENR-COURS.
           02 Crs-Cle.
              03 Crs-Devise     PIC X(3).
              03 Crs-Date-Effet PIC X(8).
           02 Crs-Taux       PIC 9(4)v9(6).
           02 Crs-Date-Maj   PIC X(8).
           02 Crs-Operateur  PIC X(4).

      *    Compte client permanent : pieces non encore purgees par
      *    la cloture.
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

      *    Contrats de facturation periodique (CONTRATS).
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


       WORKING-STORAGE SECTION.

       01 WS-FACT-FILE-OK  PIC X VALUE 'N'.
       01 WS-A-FACTURES    PIC X.
       01 WS-REP-CONF      PIC X.
       01 WS-ST-CRS        PIC XX.
       01 WS-COURS-FILE-OK PIC X VALUE 'N'.
       01 WS-COURS-EXISTE  PIC X.
       01 WS-ST-CCL        PIC XX.
       01 WS-CCL-FILE-OK   PIC X VALUE 'N'.
       01 WS-A-COMPTE      PIC X.
       01 WS-ST-CTR        PIC XX.
       01 WS-CTR-FILE-OK   PIC X VALUE 'N'.
       01 WS-A-CONTRATS    PIC X.
       01 WS-FIN-CONTRATS  PIC X.


       SCREEN SECTION.
           2 PIC 9(9)v99 USING Cli-Limite.
           2 LINE 19 COL 2 VALUE 'Compte bloque (O/N):  '.
           2 PIC X USING Cli-Bloque.
           2 LINE 21 COL 2 VALUE 'Devise (EUR, CHF...):  '.
           2 PIC X(3) USING Cli-Devise.

         1 SCR-CONFIRME-SUP-CLI.
           2 LINE 13 COL 2 VALUE 'Confirmer la suppression (O/N) ?  '.
               MOVE 'N' TO WS-FACT-FILE-OK
           END-IF

           OPEN INPUT COURS-DEVISE
           IF WS-ST-CRS = '00'
               MOVE 'O' TO WS-COURS-FILE-OK
           ELSE
               MOVE 'N' TO WS-COURS-FILE-OK
           END-IF

           OPEN INPUT COMPTE-CLIENT
           IF WS-ST-CCL = '00'
               MOVE 'O' TO WS-CCL-FILE-OK
           ELSE
               MOVE 'N' TO WS-CCL-FILE-OK
           END-IF

           OPEN INPUT CONTRAT
           IF WS-ST-CTR = '00'
               MOVE 'O' TO WS-CTR-FILE-OK
           ELSE
               MOVE 'N' TO WS-CTR-FILE-OK
           END-IF

           PERFORM UNTIL WS-CONTINUER = 'N'
               DISPLAY SCR-MODE-CLIENT
               ACCEPT SCR-MODE-CLIENT
           IF WS-FACT-FILE-OK = 'O'
               CLOSE FACTURE
           END-IF
           IF WS-COURS-FILE-OK = 'O'
               CLOSE COURS-DEVISE
           END-IF
           IF WS-CCL-FILE-OK = 'O'
               CLOSE COMPTE-CLIENT
           END-IF
           IF WS-CTR-FILE-OK = 'O'
               CLOSE CONTRAT
           END-IF
           CLOSE CLIENT
           EXIT PROGRAM.

               MOVE SPACES TO Cli-Adresse
               MOVE 0 TO Cli-Limite
               MOVE 'N' TO Cli-Bloque
               MOVE 'EUR' TO Cli-Devise
               DISPLAY SCR-DETAIL-CLIENT
               ACCEPT SCR-DETAIL-CLIENT
               PERFORM CONTROLER-DEVISE-CLIENT
               WRITE ENR-CLIENT
                   INVALID KEY
                       DISPLAY 'Client deja existant ou erreur'
           IF WS-TROUVE = 'N'
               DISPLAY 'Client inconnu : ' Cli-Num
           ELSE
               IF Cli-Devise = SPACES
                   MOVE 'EUR' TO Cli-Devise
               END-IF
               DISPLAY SCR-DETAIL-CLIENT
               ACCEPT SCR-DETAIL-CLIENT
               PERFORM CONTROLER-DEVISE-CLIENT
               REWRITE ENR-CLIENT
                   INVALID KEY
                       DISPLAY 'Erreur de mise a jour client'
               DISPLAY 'Client inconnu : ' Cli-Num
           ELSE
               PERFORM CHERCHER-FACTURES-CLIENT
               PERFORM CHERCHER-COMPTE-CLIENT
               PERFORM CHERCHER-CONTRATS-CLIENT
               IF WS-A-FACTURES = 'O'
                   DISPLAY 'Suppression refusee : des factures '
                           'existent pour le client ' Cli-Num
               ELSE
               IF WS-A-COMPTE = 'O'
                   DISPLAY 'Suppression refusee : des pieces sont '
                           'au compte du client ' Cli-Num
               ELSE
               IF WS-A-CONTRATS = 'O'
                   DISPLAY 'Suppression refusee : un contrat actif '
                           'ou suspendu existe pour le client ' Cli-Num
               ELSE
                   DISPLAY 'Client : ' Cli-Num ' ' Cli-Nom
                   DISPLAY SCR-CONFIRME-SUP-CLI
                       DISPLAY 'Suppression annulee'
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.


           END-IF.


      *    Premiere piece du client au compte permanent : la cle
      *    commence par le numero du client.
       CHERCHER-COMPTE-CLIENT.

           MOVE 'N' TO WS-A-COMPTE
           IF WS-CCL-FILE-OK = 'O'
               MOVE Cli-Num TO Ccl-Num-Client
               MOVE 0 TO Ccl-Num-Doc
               START COMPTE-CLIENT KEY IS NOT LESS THAN Ccl-Cle
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ COMPTE-CLIENT NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF Ccl-Num-Client = Cli-Num
                                   MOVE 'O' TO WS-A-COMPTE
                               END-IF
                       END-READ
               END-START
           END-IF.


      *    Seuls les contrats termines n empechent pas la suppression.
       CHERCHER-CONTRATS-CLIENT.

           MOVE 'N' TO WS-A-CONTRATS
           IF WS-CTR-FILE-OK = 'O'
               MOVE Cli-Num TO Ctr-Num-Client
               MOVE 'N' TO WS-FIN-CONTRATS
               START CONTRAT KEY IS EQUAL TO Ctr-Num-Client
                   INVALID KEY MOVE 'O' TO WS-FIN-CONTRATS
               END-START
               PERFORM UNTIL WS-FIN-CONTRATS = 'O'
                   READ CONTRAT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-CONTRATS
                   END-READ
                   IF WS-FIN-CONTRATS = 'N'
                       IF Ctr-Num-Client NOT = Cli-Num
                           MOVE 'O' TO WS-FIN-CONTRATS
                       ELSE
                       IF Ctr-Statut = 'A' OR Ctr-Statut = 'S'
                           MOVE 'O' TO WS-A-CONTRATS
                           MOVE 'O' TO WS-FIN-CONTRATS
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


      ******************************************************************
      *      DEVISE DE FACTURATION : EUR PAR DEFAUT. UNE AUTRE DEVISE  *
      *      EST ACCEPTEE MAIS SIGNALEE TANT QU AUCUN COURS N A ETE    *
      *      SAISI POUR ELLE : EDITER REFUSERAIT DE FACTURER LE CLIENT *
      ******************************************************************

       CONTROLER-DEVISE-CLIENT.

           INSPECT Cli-Devise CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF Cli-Devise = SPACES
               MOVE 'EUR' TO Cli-Devise
           END-IF

           IF Cli-Devise NOT = 'EUR'
               MOVE 'N' TO WS-COURS-EXISTE
               IF WS-COURS-FILE-OK = 'O'
                   MOVE Cli-Devise TO Crs-Devise
                   MOVE '00000000' TO Crs-Date-Effet
                   START COURS-DEVISE KEY IS NOT LESS THAN Crs-Cle
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ COURS-DEVISE NEXT RECORD
                               AT END CONTINUE
                               NOT AT END
                                   IF Crs-Devise = Cli-Devise
                                       MOVE 'O' TO WS-COURS-EXISTE
                                   END-IF
                           END-READ
                   END-START
               END-IF
               IF WS-COURS-EXISTE = 'N'
                   DISPLAY 'Attention : aucun cours saisi pour la '
                           'devise ' Cli-Devise ' (menu X)'
               END-IF
           END-IF.


       END PROGRAM SAISIE_CLIENT.


                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETATPRIX.

           SELECT Mouvement-Stock ASSIGN TO "mouvstock.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-MVT.

       DATA DIVISION.
       FILE SECTION.

       FD  ETAT-PRIX.
       01  LIGNE-ETAT-PRIX PIC X(100).

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


       WORKING-STORAGE SECTION.

       01 WS-FIN-PRIX   PIC X.
       01 WS-NB-PRIX    PIC 9(5).
       01 WS-HISTO-EXISTE PIC X.
       01 WS-ST-MVT     PIC XX.
       01 WS-STOCK-AVANT PIC 9(5).
       01 WS-MOTIF-MVT  PIC X(12).
       01 WS-DOC-MVT    PIC 9(6).

       LINKAGE SECTION.

           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'GESTION DES ARTICLES'.
           2 LINE 4 COL 5 VALUE 'S = Saisir ou modifier un article'.
           2 LINE 5 COL 5 VALUE 'R = Reception hors commande'.
           2 LINE 6 COL 5 VALUE 'E = Etat de reapprovisionnement'.
           2 LINE 7 COL 5 VALUE 'H = Historique des prix (etat)'.
           2 LINE 8 COL 5 VALUE 'Q = Revenir au menu'.
               OPEN I-O PRIX-HISTO
           END-IF

           OPEN EXTEND MOUVEMENT-STOCK
           IF WS-ST-MVT NOT = '00'
               OPEN OUTPUT MOUVEMENT-STOCK
               CLOSE MOUVEMENT-STOCK
               OPEN EXTEND MOUVEMENT-STOCK
           END-IF

           PERFORM UNTIL WS-CONTINUER = 'N'
               DISPLAY SCR-MODE-ARTICLE
               ACCEPT SCR-MODE-ARTICLE
               END-EVALUATE
           END-PERFORM

           CLOSE MOUVEMENT-STOCK
           CLOSE PRIX-HISTO
           CLOSE ARTICLE
           EXIT PROGRAM.
               MOVE 0 TO Art-Seuil
           END-IF
           MOVE Art-Prix-Unit TO WS-PRIX-AVANT
           MOVE Art-Stock TO WS-STOCK-AVANT

           DISPLAY SCR-DETAIL-ARTICLE
           ACCEPT SCR-DETAIL-ARTICLE
               AND (WS-TROUVE = 'N'
                   OR Art-Prix-Unit NOT = WS-PRIX-AVANT)
               PERFORM ENREGISTRER-PRIX-HISTO
           END-IF

      *    Un stock saisi ou corrige sur la fiche est journalise
      *    comme un ajustement.
           IF WS-ST-ARTICLE = '00'
               MOVE 'AJUSTEMENT' TO WS-MOTIF-MVT
               MOVE 0 TO WS-DOC-MVT
               PERFORM ECRIRE-MOUVEMENT-STOCK
           END-IF.




      ******************************************************************
      *      RECEPTION HORS COMMANDE : LA QUANTITE LIVREE EST AJOUTEE  *
      *      AU STOCK DE L ARTICLE ET JOURNALISEE. LES LIVRAISONS SUR  *
      *      COMMANDE D ACHAT SONT SAISIES DANS ACHATS (MODE E)        *
      ******************************************************************

       RECEVOIR-MARCHANDISE.
                       DISPLAY 'Stock maximum depasse : '
                               'reception refusee'
                   ELSE
                       MOVE Art-Stock TO WS-STOCK-AVANT
                       ADD WS-QTE-RECUE TO Art-Stock
                       REWRITE ENR-ARTICLE
                           INVALID KEY
                               DISPLAY 'Erreur de mise a jour article'
                           NOT INVALID KEY
                               MOVE 'RECEPTION' TO WS-MOTIF-MVT
                               MOVE 0 TO WS-DOC-MVT
                               PERFORM ECRIRE-MOUVEMENT-STOCK
                       END-REWRITE
                       DISPLAY 'Nouveau stock de ' Art-Code ' : '
                               Art-Stock
           DISPLAY 'Etat edite dans reappro.txt'.


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


       END PROGRAM SAISIE_ARTICLE.


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
                           RECORD KEY IS Reg-Cle
                           FILE STATUS IS WS-ST-REGL.

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

       DATA DIVISION.
       FILE SECTION.

      *    Les reglements sont imputes sur la piece du compte client,
      *    ce qui permet de regler une facture d une periode cloturee.
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
      *    Operateur et date de saisie du reglement. Reg-Remise :
      *    'N' cheque ou especes a remettre en banque, 'O' remis sur
      *    le bordereau Reg-Num-Remise, 'B' encaissement importe du
      *    releve bancaire, espace si rien a remettre.
           02 Reg-Operateur      PIC X(4).
           02 Reg-Date-Saisie    PIC X(8).
           02 Reg-Remise         PIC X.
           02 Reg-Num-Remise     PIC 9(6).

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


       WORKING-STORAGE SECTION.

       01 WS-ST-CCL         PIC XX.
       01 WS-NUM-FACT       PIC 9(6).
       01 WS-ST-REGL        PIC XX.
       01 WS-CONTINUER      PIC X VALUE 'O'.
       01 WS-REP-CONT       PIC X.
       01 WS-DEJA-REGLE     PIC 9(9)v99.
       01 WS-SOLDE          PIC 9(9)v99.
       01 WS-PROCHAIN-REGL  PIC 9(3).
       01 WS-ST-CRS         PIC XX.
       01 WS-ST-FDV         PIC XX.
       01 WS-COURS-FILE-OK  PIC X VALUE 'N'.
       01 WS-FDV-FILE-OK    PIC X VALUE 'N'.
       01 WS-EN-DEVISE      PIC X.
       01 WS-DEVISE         PIC X(3).
       01 WS-DATE-SAISIE    PIC X(8).
       01 WS-FIN-COURS      PIC X.
       01 WS-COURS-TROUVE   PIC X.
       01 WS-TAUX           PIC 9(4)v9(6).
       01 WS-DATE-COURS     PIC X(8).
       01 WS-SOLDE-DEVISE   PIC 9(9)v99.
       01 WS-EUR-RECU       PIC 9(9)v99.
       01 WS-EUR-SURPLUS    PIC 9(9)v99.
       01 WS-REGL-OK        PIC X.
       01 WS-DATE-JOUR      PIC X(8).

       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).


       SCREEN SECTION.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'SAISIE DES REGLEMENTS'.
           2 LINE 5 COL 2 VALUE 'Num de facture (0 pour terminer): '.
           2 PIC 9(6) TO WS-NUM-FACT.

         1 SCR-SOLDE-REG.
           2 LINE 7 COL 2 VALUE 'Total TTC     :  '.
           2 PIC 9(9)v99 FROM Ccl-Montant.
           2 LINE 8 COL 2 VALUE 'Deja regle    :  '.
           2 PIC 9(9)v99 FROM WS-DEJA-REGLE.
           2 LINE 9 COL 2 VALUE 'Reste a payer :  '.
           2 PIC 9(9)v99 FROM WS-SOLDE.

         1 SCR-SOLDE-DEVISE.
           2 LINE 9 COL 34 VALUE 'soit '.
           2 PIC 9(9)v99 FROM WS-SOLDE-DEVISE.
           2 VALUE ' '.
           2 PIC X(3) FROM WS-DEVISE.

         1 SCR-REGLEMENT.
           2 LINE 11 COL 2 VALUE 'Date du reglement (AAAAMMJJ):  '.
           2 PIC X(8) TO Reg-Date.
           2 LINE 12 COL 2 VALUE 'Montant (0 pour terminer):  '.
           2 PIC 9(9)v99 TO Reg-Montant.
           2 LINE 13 COL 2 VALUE 'Mode (CHEQUE/ESPECES/...):  '.
           2 PIC X(10) TO Reg-Mode.

         1 SCR-REGLEMENT-DEVISE.
           2 LINE 11 COL 2 VALUE 'Date du reglement (AAAAMMJJ):  '.
           2 PIC X(8) TO Reg-Date.
           2 LINE 12 COL 2 VALUE 'Montant en '.
           2 PIC X(3) FROM WS-DEVISE.
           2 VALUE ' (0 pour terminer):  '.
           2 PIC 9(9)v99 TO Reg-Montant-Devise.
           2 LINE 13 COL 2 VALUE 'Mode (CHEQUE/ESPECES/...):  '.
           2 PIC X(10) TO Reg-Mode.

         1 SCR-CONTINUER-REG.
           2 LINE 15 COL 2 VALUE 'Autre facture a regler (O/N) ?  '.
           2 PIC X TO WS-REP-CONT.

       PROCEDURE DIVISION USING Ope-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN I-O COMPTE-CLIENT

           IF WS-ST-CCL NOT = '00'
               DISPLAY 'Aucune facture enregistree'
           ELSE
               OPEN I-O REGLEMENT
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

               PERFORM UNTIL WS-CONTINUER = 'N'
                   DISPLAY SCR-NUMFACT-REG
                   ACCEPT SCR-NUMFACT-REG
                   IF WS-NUM-FACT = ZERO
                       MOVE 'N' TO WS-CONTINUER
                   ELSE
                       MOVE WS-NUM-FACT TO Ccl-Num-Doc
                       READ COMPTE-CLIENT KEY IS Ccl-Num-Doc
                           INVALID KEY MOVE 'N' TO WS-TROUVE
                           NOT INVALID KEY MOVE 'O' TO WS-TROUVE
                       END-READ
                       IF WS-TROUVE = 'N'
                           DISPLAY 'Facture introuvable : ' WS-NUM-FACT
                       ELSE
                       IF Ccl-Type-Doc = 'A'
                           DISPLAY 'La piece ' WS-NUM-FACT
                                   ' est un avoir'
                       ELSE
                           PERFORM REGLER-FACTURE
                       END-IF
                       END-IF
                       DISPLAY SCR-CONTINUER-REG
                       ACCEPT SCR-CONTINUER-REG
                       IF WS-REP-CONT = 'N' OR WS-REP-CONT = 'n'
                   END-IF
               END-PERFORM

               IF WS-COURS-FILE-OK = 'O'
                   CLOSE COURS-DEVISE
               END-IF
               IF WS-FDV-FILE-OK = 'O'
                   CLOSE FACT-DEVISE
               END-IF
               CLOSE REGLEMENT
               CLOSE COMPTE-CLIENT
           END-IF

           EXIT PROGRAM.

       REGLER-FACTURE.

           MOVE Ccl-Regle TO WS-DEJA-REGLE
           PERFORM NUMEROTER-REGLEMENT

      *    Une facture emise en devise se regle dans cette devise.
           MOVE 'N' TO WS-EN-DEVISE
           MOVE 'EUR' TO WS-DEVISE
           IF WS-FDV-FILE-OK = 'O'
               MOVE WS-NUM-FACT TO Fdv-Num-Fact
               READ FACT-DEVISE KEY IS Fdv-Num-Fact
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-EN-DEVISE
                       MOVE Fdv-Devise TO WS-DEVISE
               END-READ
           END-IF
           PERFORM AFFICHER-SOLDE

           MOVE 'N' TO WS-FIN-SAISIE
           PERFORM UNTIL WS-FIN-SAISIE = 'O'
               MOVE SPACES TO Reg-Date
               MOVE 0 TO Reg-Montant
               MOVE 0 TO Reg-Montant-Devise
               MOVE SPACES TO Reg-Mode
               IF WS-EN-DEVISE = 'O'
                   DISPLAY SCR-REGLEMENT-DEVISE
                   ACCEPT SCR-REGLEMENT-DEVISE
               ELSE
                   DISPLAY SCR-REGLEMENT
                   ACCEPT SCR-REGLEMENT
                   MOVE Reg-Montant TO Reg-Montant-Devise
               END-IF
               IF Reg-Montant-Devise = ZERO
                   MOVE 'O' TO WS-FIN-SAISIE
               ELSE
                   IF Reg-Date NOT NUMERIC
           END-PERFORM.


      ******************************************************************
      *      LE DEJA REGLE VIENT DU COMPTE CLIENT (TOUTES PERIODES) ;  *
      *      LE FICHIER DES REGLEMENTS NE SERT QU A NUMEROTER LE       *
      *      REGLEMENT SUIVANT DANS LA PERIODE EN COURS                *
      ******************************************************************

       NUMEROTER-REGLEMENT.

           MOVE 1 TO WS-PROCHAIN-REGL
           MOVE WS-NUM-FACT TO Reg-Num-Fact
           MOVE 'N' TO WS-FIN-REGL

           PERFORM UNTIL WS-FIN-REGL = 'O' OR WS-PROCHAIN-REGL > 99
               READ REGLEMENT KEY IS Reg-Cle
                   INVALID KEY MOVE 'O' TO WS-FIN-REGL
                   NOT INVALID KEY
                       ADD 1 TO WS-PROCHAIN-REGL
               END-READ
           END-PERFORM.

       AFFICHER-SOLDE.

           IF WS-DEJA-REGLE > Ccl-Montant
               MOVE 0 TO WS-SOLDE
           ELSE
               COMPUTE WS-SOLDE = Ccl-Montant - WS-DEJA-REGLE
           END-IF
           DISPLAY SCR-SOLDE-REG
           IF WS-EN-DEVISE = 'O'
               PERFORM CALCULER-SOLDE-DEVISE
               DISPLAY SCR-SOLDE-DEVISE
           END-IF.


      ******************************************************************
      *      RESTE A PAYER DANS LA DEVISE DE LA FACTURE : LE TOTAL     *
      *      EN DEVISE TANT QUE RIEN N EST REGLE, SINON LE SOLDE EN    *
      *      EUROS RECONVERTI AU COURS DE LA FACTURE                   *
      ******************************************************************

       CALCULER-SOLDE-DEVISE.

           IF WS-DEJA-REGLE = 0
               MOVE Fdv-Total-TTC TO WS-SOLDE-DEVISE
           ELSE
               COMPUTE WS-SOLDE-DEVISE ROUNDED = WS-SOLDE * Fdv-Taux
           END-IF.


       ENREGISTRER-REGLEMENT.
               DISPLAY 'Nombre max. de reglements atteint'
               MOVE 'O' TO WS-FIN-SAISIE
           ELSE
               MOVE 'O' TO WS-REGL-OK
               IF WS-EN-DEVISE = 'O'
                   PERFORM CONVERTIR-REGLEMENT-DEVISE
               ELSE
                   MOVE 'EUR' TO Reg-Devise
                   MOVE 1 TO Reg-Taux
                   MOVE 0 TO Reg-Ecart-Change
               END-IF
               IF WS-REGL-OK = 'O'
                   MOVE WS-NUM-FACT TO Reg-Num-Fact
                   MOVE WS-PROCHAIN-REGL TO Reg-Num-Regl
                   PERFORM MARQUER-REGLEMENT
                   WRITE ENR-REGLEMENT
                       INVALID KEY
                           DISPLAY 'Erreur d enregistrement du '
                                   'reglement'
                       NOT INVALID KEY
                           ADD Reg-Montant TO WS-DEJA-REGLE
                           ADD 1 TO WS-PROCHAIN-REGL
                           PERFORM IMPUTER-REGLEMENT
                   END-WRITE
               END-IF
               PERFORM AFFICHER-SOLDE
           END-IF.


      ******************************************************************
      *      REGLEMENT EN DEVISE : LE MONTANT RECU EST CONVERTI AU     *
      *      COURS EN VIGUEUR A LA DATE DU REGLEMENT (EUROS RECUS) ET  *
      *      AU COURS DE LA FACTURE (EUROS IMPUTES, REG-MONTANT). UN   *
      *      REGLEMENT QUI SOLDE LA FACTURE IMPUTE EXACTEMENT LE       *
      *      SOLDE EN EUROS. LA DIFFERENCE EST L ECART DE CHANGE       *
      *      (POSITIF = GAIN), REPRIS PAR EXPORT_COMPTA.               *
      ******************************************************************

       CONVERTIR-REGLEMENT-DEVISE.

           MOVE Reg-Date TO WS-DATE-SAISIE
           PERFORM DETERMINER-COURS-EN-VIGUEUR
           IF WS-COURS-TROUVE = 'N'
               DISPLAY 'Aucun cours ' WS-DEVISE ' en vigueur au '
                       Reg-Date ' : reglement refuse (menu X)'
               MOVE 'N' TO WS-REGL-OK
           ELSE
               MOVE WS-DEVISE TO Reg-Devise
               MOVE WS-TAUX TO Reg-Taux
               COMPUTE WS-EUR-RECU ROUNDED =
                       Reg-Montant-Devise / WS-TAUX
               IF Reg-Montant-Devise >= WS-SOLDE-DEVISE
                   COMPUTE WS-EUR-SURPLUS ROUNDED =
                           (Reg-Montant-Devise - WS-SOLDE-DEVISE)
                           / Fdv-Taux
                   COMPUTE Reg-Montant = WS-SOLDE + WS-EUR-SURPLUS
               ELSE
                   COMPUTE Reg-Montant ROUNDED =
                           Reg-Montant-Devise / Fdv-Taux
               END-IF
               COMPUTE Reg-Ecart-Change = WS-EUR-RECU - Reg-Montant
               DISPLAY 'Recu ' Reg-Montant-Devise ' ' WS-DEVISE
                       ' au cours ' WS-TAUX ' = ' WS-EUR-RECU ' EUR'
               DISPLAY 'Impute ' Reg-Montant ' EUR, ecart de change '
                       Reg-Ecart-Change
           END-IF.


      ******************************************************************
      *      COURS EN VIGUEUR A WS-DATE-SAISIE POUR WS-DEVISE :        *
      *      DERNIERE ENTREE DONT LA DATE D EFFET NE DEPASSE PAS LA    *
      *      DATE DU REGLEMENT                                         *
      ******************************************************************

       DETERMINER-COURS-EN-VIGUEUR.

           MOVE 'N' TO WS-COURS-TROUVE
           MOVE 0 TO WS-TAUX
           MOVE SPACES TO WS-DATE-COURS
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
                           OR Crs-Date-Effet > WS-DATE-SAISIE
                           MOVE 'O' TO WS-FIN-COURS
                       ELSE
                           MOVE 'O' TO WS-COURS-TROUVE
                           MOVE Crs-Taux TO WS-TAUX
                           MOVE Crs-Date-Effet TO WS-DATE-COURS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


      ******************************************************************
      *      REGLEMENT PRIS AU GUICHET : OPERATEUR ET DATE DE SAISIE   *
      *      POUR LA CAISSE DU JOUR ; CHEQUES ET ESPECES RESTENT A     *
      *      REMETTRE EN BANQUE JUSQU AU BORDEREAU (REMISE_BANQUE)     *
      ******************************************************************

       MARQUER-REGLEMENT.

           INSPECT Reg-Mode CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE Ope-Appelant TO Reg-Operateur
           MOVE WS-DATE-JOUR TO Reg-Date-Saisie
           MOVE 0 TO Reg-Num-Remise
           IF Reg-Mode = 'CHEQUE' OR Reg-Mode = 'ESPECES'
               MOVE 'N' TO Reg-Remise
           ELSE
               MOVE SPACE TO Reg-Remise
           END-IF.


       IMPUTER-REGLEMENT.

           ADD Reg-Montant TO Ccl-Regle
               ON SIZE ERROR
                   MOVE Ccl-Montant TO Ccl-Regle
           END-ADD
           MOVE Reg-Date TO Ccl-Date-Regl
           REWRITE ENR-COMPTE
               INVALID KEY
                   DISPLAY 'Erreur mise a jour compte client'
           END-REWRITE.


       END PROGRAM SAISIE_REGLEMENT.


