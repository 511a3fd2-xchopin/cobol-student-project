      ******************************************************************
      *      DECLARATION_TVA : BROUILLON DE DECLARATION DE TVA D UN    *
      *      MOIS OU D UN TRIMESTRE. LES FACTURES ET AVOIRS DATES      *
      *      DANS LA PERIODE SONT LUS DANS LES FICHIERS EN COURS ET    *
      *      DANS LES ARCHIVES FACTURE-* / LIGNE-* DU REGISTRE         *
      *      PERIODES.TXT, LA PERIODE DECLAREE POUVANT COUVRIR         *
      *      PLUSIEURS CLOTURES. POUR CHAQUE TAUX (20 / 5,5 / 2,1 /    *
      *      0) L ETAT DONNE LA BASE HT ET LA TVA COLLECTEE DES        *
      *      FACTURES, CELLES DES AVOIRS, ET LE NET A DECLARER. LA     *
      *      TVA RECALCULEE LIGNE A LIGNE (ARRONDI PAR LIGNE COMME     *
      *      DANS EDITER) EST RAPPROCHEE DU TOTAL-TVA DE CHAQUE        *
      *      ENTETE ET LES PIECES EN ECART SONT LISTEES.               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARATION_TVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT Archive-Facture ASSIGN TO DYNAMIC WS-NOM-ARCHIVE-FACT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Arc-Num-Fact
                           FILE STATUS IS WS-ST-ARC-FACT.

           SELECT Archive-Ligne ASSIGN TO DYNAMIC WS-NOM-ARCHIVE-LIGNE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Arc-Cle-Ligne
                           FILE STATUS IS WS-ST-ARC-LIGNE.

           SELECT Etat ASSIGN TO "declaration_tva.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-ETAT.

           SELECT Periodes ASSIGN TO "periodes.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-PER.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ARCHIVE-LIGNE.
       01  ENR-ARCHIVE-LIGNE.
           02 Arc-Cle-Ligne.
              03 Arc-Lig-Num-Fact  PIC 9(6).
              03 Arc-Lig-Num-Ligne PIC 9(2).
           02 Arc-Lig-Code      PIC X(6).
           02 Arc-Lig-Prix-Unit PIC 9(7)v99.
           02 Arc-Lig-Qte       PIC 9(3).
           02 Arc-Lig-Taux-TVA  PIC 9(2)v99.

       FD  ETAT.
       01  LIGNE-ETAT PIC X(100).

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


       WORKING-STORAGE SECTION.

       01 WS-ST-FACT          PIC XX.
       01 WS-ST-LIGNE         PIC XX.
       01 WS-ST-ARC-FACT      PIC XX.
       01 WS-ST-ARC-LIGNE     PIC XX.
       01 WS-ST-ETAT          PIC XX.
       01 WS-ST-PER           PIC XX.

       01 WS-TYPE-PERIODE     PIC X.
       01 WS-ANNEE            PIC 9(4).
       01 WS-NUM-PERIODE      PIC 99.
       01 WS-MOIS-DEBUT       PIC 99.
       01 WS-MOIS-FIN         PIC 99.
       01 WS-DATE-DEBUT       PIC X(8).
       01 WS-DATE-FIN         PIC X(8).
       01 WS-PERIODE-OK       PIC X.
       01 WS-LIBELLE-PERIODE  PIC X(13).

       01 WS-SUR-ARCHIVE      PIC X.
       01 WS-NOM-ARCHIVE-FACT  PIC X(20).
       01 WS-NOM-ARCHIVE-LIGNE PIC X(20).
       01 WS-NOM-SOURCE       PIC X(20).
       01 WS-FIN-FICHIER      PIC X.
       01 WS-FIN-LIGNES       PIC X.
       01 WS-SOURCE-OK        PIC X.
       01 WS-IDX              PIC 9(3).
       01 WS-POSTE            PIC 9(3).
       01 WS-NB-SOURCES       PIC 9(3) VALUE 0.
       01 WS-NB-DOC-SOURCE    PIC 9(6).
       01 WS-NB-FACT          PIC 9(6) VALUE 0.
       01 WS-NB-AVOIR         PIC 9(6) VALUE 0.
       01 WS-NB-ECARTS        PIC 9(5) VALUE 0.
       01 WS-NB-NON-LISTES    PIC 9(5) VALUE 0.
       01 WS-NB-SANS-LIGNE    PIC 9(5) VALUE 0.
       01 WS-NB-ARCH-ABSENTES PIC 9(3) VALUE 0.
       01 WS-MONTANT-LIGNE    PIC 9(9)v99.
       01 WS-MONTANT-TVA      PIC 9(9)v99.
       01 WS-DOC-HT-LIGNES    PIC 9(11)v99.
       01 WS-DOC-TVA-LIGNES   PIC 9(11)v99.
       01 WS-DOC-NB-LIGNES    PIC 9(3).
       01 WS-TVA-ENTETES      PIC S9(11)v99 VALUE 0.
       01 WS-TVA-LIGNES       PIC S9(11)v99 VALUE 0.
       01 WS-NET-HT           PIC S9(11)v99.
       01 WS-NET-TVA          PIC S9(11)v99.
       01 WS-TOTAL-NET-HT     PIC S9(11)v99.
       01 WS-TOTAL-NET-TVA    PIC S9(11)v99.
       01 WS-ECART            PIC S9(11)v99.
       01 WS-HT-EDITE         PIC +9(11).99.
       01 WS-TVA-EDITEE       PIC +9(11).99.
       01 WS-ECART-EDITE      PIC +9(11).99.
       01 WS-TAUX-EDITE       PIC Z9.99.

      *    Zones de travail communes aux fichiers en cours et aux
      *    archives : chaque enregistrement lu y est recopie avant
      *    d etre cumule.
       01 WS-FACT-NUM         PIC 9(6).
       01 WS-FACT-DATE        PIC X(8).
       01 WS-FACT-TVA         PIC 9(9)v99.
       01 WS-FACT-TYPE        PIC X.
       01 WS-LIG-NUM-FACT     PIC 9(6).
       01 WS-LIG-PRIX         PIC 9(7)v99.
       01 WS-LIG-QTE          PIC 9(3).
       01 WS-LIG-TAUX         PIC 9(2)v99.

      *    Cumuls par taux. Le poste 5 recoit les lignes a un taux
      *    inconnu, signalees sur l etat.
       01 WS-TAB-TAUX.
           02 WS-TX-ENTREE OCCURS 5.
              03 WS-TX-TAUX      PIC 9(2)v99.
              03 WS-TX-HT-FACT   PIC 9(11)v99.
              03 WS-TX-TVA-FACT  PIC 9(11)v99.
              03 WS-TX-HT-AVOIR  PIC 9(11)v99.
              03 WS-TX-TVA-AVOIR PIC 9(11)v99.

      *    Pieces dont la TVA des lignes differe de l entete.
       01 WS-TAB-ECARTS.
           02 WS-ECA-ENTREE OCCURS 200.
              03 WS-ECA-NUM      PIC 9(6).
              03 WS-ECA-TYPE     PIC X.
              03 WS-ECA-DATE     PIC X(8).
              03 WS-ECA-SOURCE   PIC X(20).
              03 WS-ECA-TVA-ENT  PIC 9(9)v99.
              03 WS-ECA-TVA-LIG  PIC 9(11)v99.

       01 WS-FIN-PER          PIC X.

      *    Periodes cloturees, chargees depuis periodes.txt.
       01 WS-TAB-PERIODES.
           02 WS-NB-PER       PIC 9(3) VALUE 0.
           02 WS-PER-ENTREE OCCURS 100.
              03 WS-PER-NOMF  PIC X(20).
              03 WS-PER-NOML  PIC X(20).
              03 WS-PER-DATE  PIC X(8).
              03 WS-PER-NBF   PIC 9(6).


       SCREEN SECTION.

         1 SCR-PERIODE-TVA.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'DECLARATION DE TVA'.
           2 LINE 5 COL 2 VALUE 'Periode mensuelle (M) ou '.
           2 COL 27 VALUE 'trimestrielle (T):  '.
           2 PIC X TO WS-TYPE-PERIODE.
           2 LINE 7 COL 2 VALUE 'Annee (AAAA):  '.
           2 PIC 9(4) TO WS-ANNEE.
           2 LINE 9 COL 2 VALUE 'Mois (1 a 12) ou trimestre (1 a 4):  '.
           2 PIC 99 TO WS-NUM-PERIODE.

       PROCEDURE DIVISION.

           MOVE 0 TO WS-NB-FACT
           MOVE 0 TO WS-NB-AVOIR
           MOVE 0 TO WS-NB-ECARTS
           MOVE 0 TO WS-NB-NON-LISTES
           MOVE 0 TO WS-NB-SANS-LIGNE
           MOVE 0 TO WS-NB-SOURCES
           MOVE 0 TO WS-NB-ARCH-ABSENTES
           MOVE 0 TO WS-TVA-ENTETES
           MOVE 0 TO WS-TVA-LIGNES
           PERFORM INITIALISER-TAUX

           DISPLAY SCR-PERIODE-TVA
           ACCEPT SCR-PERIODE-TVA
           PERFORM CALCULER-BORNES-PERIODE

           IF WS-PERIODE-OK = 'O'
               OPEN OUTPUT ETAT
               PERFORM EDITER-ENTETE-DECLARATION
               PERFORM CHARGER-REGISTRE-PERIODES

      *        Une archive cloturee avant le debut de la periode ne
      *        contient que des pieces anterieures : elle est sautee.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NB-PER
                   IF WS-PER-DATE(WS-IDX) >= WS-DATE-DEBUT
                       MOVE 'O' TO WS-SUR-ARCHIVE
                       MOVE WS-PER-NOMF(WS-IDX) TO WS-NOM-ARCHIVE-FACT
                       MOVE WS-PER-NOML(WS-IDX)
                           TO WS-NOM-ARCHIVE-LIGNE
                       MOVE WS-PER-NOMF(WS-IDX) TO WS-NOM-SOURCE
                       PERFORM TRAITER-SOURCE
                   END-IF
               END-PERFORM

               MOVE 'N' TO WS-SUR-ARCHIVE
               MOVE 'facture.txt' TO WS-NOM-SOURCE
               PERFORM TRAITER-SOURCE

               PERFORM EDITER-DECLARATION
               PERFORM EDITER-ECARTS
               CLOSE ETAT
               DISPLAY 'Declaration editee dans declaration_tva.txt'
           END-IF

           EXIT PROGRAM.


       INITIALISER-TAUX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE 0 TO WS-TX-HT-FACT(WS-IDX)
               MOVE 0 TO WS-TX-TVA-FACT(WS-IDX)
               MOVE 0 TO WS-TX-HT-AVOIR(WS-IDX)
               MOVE 0 TO WS-TX-TVA-AVOIR(WS-IDX)
           END-PERFORM
           MOVE 20.00 TO WS-TX-TAUX(1)
           MOVE 5.50 TO WS-TX-TAUX(2)
           MOVE 2.10 TO WS-TX-TAUX(3)
           MOVE 0 TO WS-TX-TAUX(4)
           MOVE 0 TO WS-TX-TAUX(5).


      ******************************************************************
      *      BORNES DE LA PERIODE DECLAREE : DU 01 DU PREMIER MOIS AU  *
      *      31 DU DERNIER (LES DATES AAAAMMJJ SE COMPARENT EN ALPHA)  *
      ******************************************************************

       CALCULER-BORNES-PERIODE.

           MOVE 'O' TO WS-PERIODE-OK
           IF WS-ANNEE < 2000
               DISPLAY 'Annee invalide : ' WS-ANNEE
               MOVE 'N' TO WS-PERIODE-OK
           END-IF

           EVALUATE WS-TYPE-PERIODE
               WHEN 'M' WHEN 'm'
                   IF WS-NUM-PERIODE < 1 OR WS-NUM-PERIODE > 12
                       DISPLAY 'Mois invalide : ' WS-NUM-PERIODE
                       MOVE 'N' TO WS-PERIODE-OK
                   END-IF
                   MOVE WS-NUM-PERIODE TO WS-MOIS-DEBUT
                   MOVE WS-NUM-PERIODE TO WS-MOIS-FIN
                   MOVE 'MENSUELLE' TO WS-LIBELLE-PERIODE
               WHEN 'T' WHEN 't'
                   IF WS-NUM-PERIODE < 1 OR WS-NUM-PERIODE > 4
                       DISPLAY 'Trimestre invalide : ' WS-NUM-PERIODE
                       MOVE 'N' TO WS-PERIODE-OK
                   END-IF
                   COMPUTE WS-MOIS-FIN = WS-NUM-PERIODE * 3
                   COMPUTE WS-MOIS-DEBUT = WS-MOIS-FIN - 2
                   MOVE 'TRIMESTRIELLE' TO WS-LIBELLE-PERIODE
               WHEN OTHER
                   DISPLAY 'Type de periode inconnu : ' WS-TYPE-PERIODE
                   MOVE 'N' TO WS-PERIODE-OK
           END-EVALUATE

           IF WS-PERIODE-OK = 'O'
               STRING WS-ANNEE WS-MOIS-DEBUT '01'
                      DELIMITED BY SIZE INTO WS-DATE-DEBUT
               STRING WS-ANNEE WS-MOIS-FIN '31'
                      DELIMITED BY SIZE INTO WS-DATE-FIN
           END-IF.


      ******************************************************************
      *      CHARGEMENT DU REGISTRE DES PERIODES CLOTUREES             *
      ******************************************************************

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
                       MOVE Per-Nom-Ligne TO WS-PER-NOML(WS-NB-PER)
                       MOVE Per-Date-Cloture
                           TO WS-PER-DATE(WS-NB-PER)
                       MOVE Per-Nb-Fact TO WS-PER-NBF(WS-NB-PER)
                   END-IF
               END-PERFORM
               CLOSE PERIODES
           END-IF.


      ******************************************************************
      *      LECTURE D UNE SOURCE (FICHIERS EN COURS OU COUPLE         *
      *      D ARCHIVES) : CHAQUE PIECE DATEE DANS LA PERIODE EST      *
      *      VENTILEE PAR TAUX A PARTIR DE SES LIGNES                  *
      ******************************************************************

       TRAITER-SOURCE.

           MOVE 'N' TO WS-FIN-FICHIER
           MOVE 'O' TO WS-SOURCE-OK
           MOVE 0 TO WS-NB-DOC-SOURCE

           IF WS-SUR-ARCHIVE = 'O'
               OPEN INPUT ARCHIVE-FACTURE
               IF WS-ST-ARC-FACT NOT = '00'
                   MOVE 'N' TO WS-SOURCE-OK
               ELSE
                   OPEN INPUT ARCHIVE-LIGNE
                   IF WS-ST-ARC-LIGNE NOT = '00'
                       CLOSE ARCHIVE-FACTURE
                       MOVE 'N' TO WS-SOURCE-OK
                   END-IF
               END-IF
               IF WS-SOURCE-OK = 'N'
                   ADD 1 TO WS-NB-ARCH-ABSENTES
                   MOVE SPACES TO LIGNE-ETAT
                   STRING '  ATTENTION : archive illisible '
                          WS-NOM-ARCHIVE-FACT ' / '
                          WS-NOM-ARCHIVE-LIGNE
                          DELIMITED BY SIZE INTO LIGNE-ETAT
                   WRITE LIGNE-ETAT
               END-IF
           ELSE
               OPEN INPUT FACTURE
               IF WS-ST-FACT NOT = '00'
                   MOVE 'N' TO WS-SOURCE-OK
               ELSE
                   OPEN INPUT LIGNE-FACTURE
                   IF WS-ST-LIGNE NOT = '00'
                       CLOSE FACTURE
                       MOVE 'N' TO WS-SOURCE-OK
                   END-IF
               END-IF
           END-IF

           IF WS-SOURCE-OK = 'O'
               ADD 1 TO WS-NB-SOURCES
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   PERFORM LIRE-FACTURE-SUIVANTE
                   IF WS-FIN-FICHIER = 'N'
                       IF WS-FACT-DATE >= WS-DATE-DEBUT
                               AND WS-FACT-DATE <= WS-DATE-FIN
                           ADD 1 TO WS-NB-DOC-SOURCE
                           PERFORM VENTILER-PIECE
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-SUR-ARCHIVE = 'O'
                   CLOSE ARCHIVE-LIGNE
                   CLOSE ARCHIVE-FACTURE
               ELSE
                   CLOSE LIGNE-FACTURE
                   CLOSE FACTURE
               END-IF

               MOVE SPACES TO LIGNE-ETAT
               STRING '  Source ' WS-NOM-SOURCE ' : '
                      WS-NB-DOC-SOURCE ' piece(s) retenue(s)'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.


       LIRE-FACTURE-SUIVANTE.

           IF WS-SUR-ARCHIVE = 'O'
               READ ARCHIVE-FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   MOVE Arc-Num-Fact   TO WS-FACT-NUM
                   MOVE Arc-Date-Fact  TO WS-FACT-DATE
                   MOVE Arc-Total-TVA  TO WS-FACT-TVA
                   MOVE Arc-Type-Doc   TO WS-FACT-TYPE
               END-IF
           ELSE
               READ FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-FICHIER
               END-READ
               IF WS-FIN-FICHIER = 'N'
                   MOVE Num-fact   TO WS-FACT-NUM
                   MOVE Date-fact  TO WS-FACT-DATE
                   MOVE Total-TVA  TO WS-FACT-TVA
                   MOVE Type-doc   TO WS-FACT-TYPE
               END-IF
           END-IF.


       VENTILER-PIECE.

           MOVE 0 TO WS-DOC-HT-LIGNES
           MOVE 0 TO WS-DOC-TVA-LIGNES
           MOVE 0 TO WS-DOC-NB-LIGNES
           IF WS-FACT-TYPE = 'A'
               ADD 1 TO WS-NB-AVOIR
               SUBTRACT WS-FACT-TVA FROM WS-TVA-ENTETES
           ELSE
               ADD 1 TO WS-NB-FACT
               ADD WS-FACT-TVA TO WS-TVA-ENTETES
           END-IF

           PERFORM POSITIONNER-LIGNES
           PERFORM UNTIL WS-FIN-LIGNES = 'O'
               PERFORM LIRE-LIGNE-SUIVANTE
               IF WS-FIN-LIGNES = 'N'
                   IF WS-LIG-NUM-FACT NOT = WS-FACT-NUM
                       MOVE 'O' TO WS-FIN-LIGNES
                   ELSE
                       PERFORM CUMULER-LIGNE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FACT-TYPE = 'A'
               SUBTRACT WS-DOC-TVA-LIGNES FROM WS-TVA-LIGNES
           ELSE
               ADD WS-DOC-TVA-LIGNES TO WS-TVA-LIGNES
           END-IF

           IF WS-DOC-NB-LIGNES = 0
               ADD 1 TO WS-NB-SANS-LIGNE
           END-IF
           IF WS-DOC-TVA-LIGNES NOT = WS-FACT-TVA
               PERFORM NOTER-ECART
           END-IF.


       POSITIONNER-LIGNES.

           MOVE 'N' TO WS-FIN-LIGNES
           IF WS-SUR-ARCHIVE = 'O'
               MOVE WS-FACT-NUM TO Arc-Lig-Num-Fact
               MOVE 0 TO Arc-Lig-Num-Ligne
               START ARCHIVE-LIGNE KEY IS NOT LESS THAN Arc-Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
               END-START
           ELSE
               MOVE WS-FACT-NUM TO Lig-Num-Fact
               MOVE 0 TO Lig-Num-Ligne
               START LIGNE-FACTURE KEY IS NOT LESS THAN Cle-Ligne
                   INVALID KEY MOVE 'O' TO WS-FIN-LIGNES
               END-START
           END-IF.


       LIRE-LIGNE-SUIVANTE.

           IF WS-SUR-ARCHIVE = 'O'
               READ ARCHIVE-LIGNE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   MOVE Arc-Lig-Num-Fact  TO WS-LIG-NUM-FACT
                   MOVE Arc-Lig-Prix-Unit TO WS-LIG-PRIX
                   MOVE Arc-Lig-Qte       TO WS-LIG-QTE
                   MOVE Arc-Lig-Taux-TVA  TO WS-LIG-TAUX
               END-IF
           ELSE
               READ LIGNE-FACTURE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-LIGNES
               END-READ
               IF WS-FIN-LIGNES = 'N'
                   MOVE Lig-Num-Fact  TO WS-LIG-NUM-FACT
                   MOVE Lig-Prix-Unit TO WS-LIG-PRIX
                   MOVE Lig-Qte       TO WS-LIG-QTE
                   MOVE Lig-Taux-TVA  TO WS-LIG-TAUX
               END-IF
           END-IF.


      *    TVA de la ligne arrondie comme a la saisie dans EDITER.
       CUMULER-LIGNE.

           ADD 1 TO WS-DOC-NB-LIGNES
           COMPUTE WS-MONTANT-LIGNE = WS-LIG-PRIX * WS-LIG-QTE
           COMPUTE WS-MONTANT-TVA ROUNDED =
                   WS-LIG-PRIX * WS-LIG-QTE * WS-LIG-TAUX / 100
           ADD WS-MONTANT-LIGNE TO WS-DOC-HT-LIGNES
           ADD WS-MONTANT-TVA TO WS-DOC-TVA-LIGNES

           EVALUATE WS-LIG-TAUX
               WHEN 20.00
                   MOVE 1 TO WS-POSTE
               WHEN 5.50
                   MOVE 2 TO WS-POSTE
               WHEN 2.10
                   MOVE 3 TO WS-POSTE
               WHEN 0
                   MOVE 4 TO WS-POSTE
               WHEN OTHER
                   MOVE 5 TO WS-POSTE
           END-EVALUATE

           IF WS-FACT-TYPE = 'A'
               ADD WS-MONTANT-LIGNE TO WS-TX-HT-AVOIR(WS-POSTE)
               ADD WS-MONTANT-TVA TO WS-TX-TVA-AVOIR(WS-POSTE)
           ELSE
               ADD WS-MONTANT-LIGNE TO WS-TX-HT-FACT(WS-POSTE)
               ADD WS-MONTANT-TVA TO WS-TX-TVA-FACT(WS-POSTE)
           END-IF.


       NOTER-ECART.

           IF WS-NB-ECARTS >= 200
               ADD 1 TO WS-NB-NON-LISTES
           ELSE
               ADD 1 TO WS-NB-ECARTS
               MOVE WS-FACT-NUM TO WS-ECA-NUM(WS-NB-ECARTS)
               MOVE WS-FACT-TYPE TO WS-ECA-TYPE(WS-NB-ECARTS)
               MOVE WS-FACT-DATE TO WS-ECA-DATE(WS-NB-ECARTS)
               MOVE WS-NOM-SOURCE TO WS-ECA-SOURCE(WS-NB-ECARTS)
               MOVE WS-FACT-TVA TO WS-ECA-TVA-ENT(WS-NB-ECARTS)
               MOVE WS-DOC-TVA-LIGNES
                   TO WS-ECA-TVA-LIG(WS-NB-ECARTS)
           END-IF.


      ******************************************************************
      *      EDITION DE LA DECLARATION                                 *
      ******************************************************************

       EDITER-ENTETE-DECLARATION.

           MOVE SPACES TO LIGNE-ETAT
           STRING 'DECLARATION DE TVA ' WS-LIBELLE-PERIODE
                  ' - PERIODE DU ' WS-DATE-DEBUT ' AU ' WS-DATE-FIN
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'SOURCES LUES'
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.


       EDITER-DECLARATION.

           MOVE 0 TO WS-TOTAL-NET-HT
           MOVE 0 TO WS-TOTAL-NET-TVA

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'Pieces retenues : ' WS-NB-FACT ' facture(s), '
                  WS-NB-AVOIR ' avoir(s)'
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF WS-IDX < 5
                   OR WS-TX-HT-FACT(WS-IDX) > 0
                   OR WS-TX-HT-AVOIR(WS-IDX) > 0
                   PERFORM EDITER-TAUX
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-TOTAL-NET-HT TO WS-HT-EDITE
           MOVE WS-TOTAL-NET-TVA TO WS-TVA-EDITEE
           MOVE SPACES TO LIGNE-ETAT
           STRING 'TOTAL A DECLARER     base HT ' WS-HT-EDITE
                  '   TVA collectee ' WS-TVA-EDITEE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-TVA-ENTETES TO WS-TVA-EDITEE
           MOVE SPACES TO LIGNE-ETAT
           STRING 'TVA nette des entetes (Total-TVA)  : ' WS-TVA-EDITEE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-TVA-LIGNES TO WS-TVA-EDITEE
           MOVE SPACES TO LIGNE-ETAT
           STRING 'TVA nette recalculee sur les lignes : ' WS-TVA-EDITEE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           IF WS-TX-HT-FACT(5) > 0 OR WS-TX-HT-AVOIR(5) > 0
               MOVE SPACES TO LIGNE-ETAT
               STRING 'ATTENTION : LIGNES A UN TAUX NON REGLEMENTAIRE'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF
           IF WS-NB-ARCH-ABSENTES > 0
               MOVE SPACES TO LIGNE-ETAT
               STRING 'ATTENTION : ' WS-NB-ARCH-ABSENTES
                      ' ARCHIVE(S) ILLISIBLE(S) - '
                      'DECLARATION INCOMPLETE'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.


       EDITER-TAUX.

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           IF WS-IDX = 5
               STRING 'AUTRES TAUX (anomalie)'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               MOVE WS-TX-TAUX(WS-IDX) TO WS-TAUX-EDITE
               STRING 'TAUX ' WS-TAUX-EDITE ' %'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT

           MOVE WS-TX-HT-FACT(WS-IDX) TO WS-HT-EDITE
           MOVE WS-TX-TVA-FACT(WS-IDX) TO WS-TVA-EDITEE
           MOVE SPACES TO LIGNE-ETAT
           STRING '  Factures           base HT ' WS-HT-EDITE
                  '   TVA collectee ' WS-TVA-EDITEE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           COMPUTE WS-NET-HT = 0 - WS-TX-HT-AVOIR(WS-IDX)
           COMPUTE WS-NET-TVA = 0 - WS-TX-TVA-AVOIR(WS-IDX)
           MOVE WS-NET-HT TO WS-HT-EDITE
           MOVE WS-NET-TVA TO WS-TVA-EDITEE
           MOVE SPACES TO LIGNE-ETAT
           STRING '  Avoirs             base HT ' WS-HT-EDITE
                  '   TVA collectee ' WS-TVA-EDITEE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           COMPUTE WS-NET-HT =
                   WS-TX-HT-FACT(WS-IDX) - WS-TX-HT-AVOIR(WS-IDX)
           COMPUTE WS-NET-TVA =
                   WS-TX-TVA-FACT(WS-IDX) - WS-TX-TVA-AVOIR(WS-IDX)
           ADD WS-NET-HT TO WS-TOTAL-NET-HT
           ADD WS-NET-TVA TO WS-TOTAL-NET-TVA
           MOVE WS-NET-HT TO WS-HT-EDITE
           MOVE WS-NET-TVA TO WS-TVA-EDITEE
           MOVE SPACES TO LIGNE-ETAT
           STRING '  Net a declarer     base HT ' WS-HT-EDITE
                  '   TVA collectee ' WS-TVA-EDITEE
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.


       EDITER-ECARTS.

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING 'CONTROLE TVA DES LIGNES / TOTAL-TVA DES ENTETES'
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           IF WS-NB-ECARTS = 0
               MOVE SPACES TO LIGNE-ETAT
               STRING '  Aucun ecart : les entetes concordent avec '
                      'les lignes'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           ELSE
               MOVE SPACES TO LIGNE-ETAT
               STRING '  Piece  T Date     Source               '
                      '    TVA entete      TVA lignes           Ecart'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NB-ECARTS
                   MOVE WS-ECA-TVA-ENT(WS-IDX) TO WS-HT-EDITE
                   MOVE WS-ECA-TVA-LIG(WS-IDX) TO WS-TVA-EDITEE
                   COMPUTE WS-ECART = WS-ECA-TVA-LIG(WS-IDX)
                                    - WS-ECA-TVA-ENT(WS-IDX)
                   MOVE WS-ECART TO WS-ECART-EDITE
                   MOVE SPACES TO LIGNE-ETAT
                   STRING '  ' WS-ECA-NUM(WS-IDX) ' '
                          WS-ECA-TYPE(WS-IDX) ' '
                          WS-ECA-DATE(WS-IDX) ' '
                          WS-ECA-SOURCE(WS-IDX) ' '
                          WS-HT-EDITE ' ' WS-TVA-EDITEE ' '
                          WS-ECART-EDITE
                          DELIMITED BY SIZE INTO LIGNE-ETAT
                   WRITE LIGNE-ETAT
               END-PERFORM
               MOVE SPACES TO LIGNE-ETAT
               STRING '  ' WS-NB-ECARTS ' piece(s) en ecart'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF

           IF WS-NB-NON-LISTES > 0
               MOVE SPACES TO LIGNE-ETAT
               STRING 'ATTENTION : ' WS-NB-NON-LISTES
                      ' AUTRE(S) PIECE(S) EN ECART NON LISTEE(S)'
                      ' (TABLE PLEINE)'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF
           IF WS-NB-SANS-LIGNE > 0
               MOVE SPACES TO LIGNE-ETAT
               STRING 'ATTENTION : ' WS-NB-SANS-LIGNE
                      ' PIECE(S) SANS LIGNE DANS LA PERIODE'
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.


       END PROGRAM DECLARATION_TVA.
