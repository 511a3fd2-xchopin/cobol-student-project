      ******************************************************************
      *      CHAINE_NUIT : ENCHAINEMENT DE LA CLOTURE DE PERIODE       *
      *      LES QUATRE ETAPES SONT PASSEES DANS L ORDRE :             *
      *      1 CONTROLE_FACTURES, 2 EXPORT_COMPTA, 3 SAUVEGARDE ET     *
      *      4 ROLLOVER. CHAQUE ETAPE EST TRACEE DANS LE JOURNAL       *
      *      JOURNAL_NUIT.TXT (DEBUT, FIN, STATUT, CODE RETOUR ET      *
      *      COMPTEURS DES FICHIERS DE LA PERIODE). LA CHAINE          *
      *      S ARRETE A LA PREMIERE ETAPE EN ANOMALIE OU EN ERREUR ;   *
      *      RELANCEE LE MEME JOUR, ELLE REPREND A L ETAPE EN ECHEC    *
      *      SANS REFAIRE CELLES QUI ONT REUSSI. LA CLOTURE N EST      *
      *      LANCEE QUE SI LE CONTROLE, L EXPORT ET LA SAUVEGARDE ONT  *
      *      REUSSI LE JOUR MEME ET QUE LES FACTURES N ONT PAS CHANGE  *
      *      DEPUIS LE CONTROLE. UNE CLOTURE INTERROMPUE EST ANALYSEE  *
      *      A LA RELANCE AVANT TOUTE AUTRE ETAPE.                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINE_NUIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Journal ASSIGN TO "journal_nuit.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-JNL.

           SELECT Facture ASSIGN TO "facture.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Num-fact
                           ALTERNATE RECORD KEY IS Num-client
                                           WITH DUPLICATES
                           FILE STATUS IS WS-ST-FACT.

           SELECT Ligne-Facture ASSIGN TO "lignefact.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Cle-Ligne
                           FILE STATUS IS WS-ST-LIGNE.

           SELECT Reglement ASSIGN TO "reglement.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS Reg-Cle
                           FILE STATUS IS WS-ST-REGL.

           SELECT Export ASSIGN TO "export_compta.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-EXPORT.

           SELECT Controle ASSIGN TO DYNAMIC WS-NOM-CONTROLE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-CTL.

           SELECT Periodes ASSIGN TO "periodes.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-PER.

       DATA DIVISION.
       FILE SECTION.

      *    Journal de la chaine : une ligne EN COURS au lancement
      *    de chaque etape, une ligne de fin (OK, ANOMALIE, ERREUR
      *    ou REFUSE) a son retour. Une ligne EN COURS sans ligne de
      *    fin signale une etape interrompue. L etape 0 marque le
      *    debut et la fin de chaque passage de la chaine. Le cycle
      *    numerote les clotures successives d une meme journee.
      *    Les compteurs sont ceux des fichiers de la periode au
      *    lancement de l etape ; Jnl-Nb-Traite est le nombre
      *    d enregistrements traites par l etape.
       FD  JOURNAL.
       01  ENR-JOURNAL.
           02 Jnl-Date         PIC X(8).
           02 Jnl-Cycle        PIC 99.
           02 Jnl-Etape        PIC 9.
           02 Jnl-Programme    PIC X(18).
           02 Jnl-Statut       PIC X(8).
           02 Jnl-Heure-Debut  PIC X(8).
           02 Jnl-Date-Fin     PIC X(8).
           02 Jnl-Heure-Fin    PIC X(8).
           02 Jnl-Code-Retour  PIC 9(4).
           02 Jnl-Nb-Fact      PIC 9(6).
           02 Jnl-Nb-Ligne     PIC 9(6).
           02 Jnl-Nb-Regl      PIC 9(6).
           02 Jnl-Total-TTC    PIC 9(11)v99.
           02 Jnl-Nb-Traite    PIC 9(6).
           02 Jnl-Operateur    PIC X(4).
           02 Jnl-Message      PIC X(50).

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

       FD  EXPORT.
       01  LIGNE-EXPORT PIC X(120).

       FD  CONTROLE.
       01  ENR-CONTROLE.
           02 Ctl-Fichier PIC X(12).
           02 Ctl-Nb      PIC 9(6).
           02 Ctl-Total   PIC 9(13)v99.

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

       01 WS-ST-JNL           PIC XX.
       01 WS-ST-FACT          PIC XX.
       01 WS-ST-LIGNE         PIC XX.
       01 WS-ST-REGL          PIC XX.
       01 WS-ST-EXPORT        PIC XX.
       01 WS-ST-CTL           PIC XX.
       01 WS-ST-PER           PIC XX.

       01 WS-DATE-JOUR        PIC X(8).
       01 WS-HEURE-DEBUT      PIC X(8).
       01 WS-NOM-CONTROLE     PIC X(26).
       01 WS-MODE-SVG         PIC X VALUE 'S'.
       01 WS-REP-CONF         PIC X.
       01 WS-FIN-FICHIER      PIC X.
       01 WS-JOURNAL-OUVERT   PIC X VALUE 'N'.
       01 WS-ARRET            PIC X.
       01 WS-BLOCAGE          PIC X.
       01 WS-CYCLE            PIC 99.
       01 WS-ETAPE            PIC 9.
       01 WS-ETAPE-DEPART     PIC 9.
       01 WS-CODE-RETOUR      PIC 9(4).
       01 WS-STATUT           PIC X(8).
       01 WS-MESSAGE          PIC X(50).
       01 WS-NB-TRAITE        PIC 9(6).
       01 WS-NB-OK            PIC 9.

      *    Compteurs des fichiers de la periode au moment de
      *    l appel de COMPTER-FICHIERS.
       01 WS-NB-FACT          PIC 9(6).
       01 WS-NB-LIGNE         PIC 9(6).
       01 WS-NB-REGL          PIC 9(6).
       01 WS-TOTAL-TTC        PIC 9(11)v99.

      *    Relus dans les fichiers produits par les etapes.
       01 WS-EXP-TYPE         PIC X.
       01 WS-EXP-NB-ENTETES   PIC 9(6).
       01 WS-EXP-NB-DETAILS   PIC 9(6).
       01 WS-EXP-TROUVE       PIC X.
       01 WS-SVG-NB-TOTAL     PIC 9(6).
       01 WS-SVG-NB-FACT      PIC 9(6).
       01 WS-SVG-TOTAL-FACT   PIC 9(13)v99.
       01 WS-SVG-TROUVE       PIC X.
       01 WS-PER-TROUVEE      PIC X.
       01 WS-PER-DATE         PIC X(8).
       01 WS-PER-NB-FACT      PIC 9(6).
       01 WS-PER-NB-LIGNE     PIC 9(6).
       01 WS-PER-NB-REGL      PIC 9(6).
       01 WS-PER-TOTAL-TTC    PIC 9(11)v99.

       01 WS-LISTE-PROGRAMMES.
           02 FILLER PIC X(18) VALUE 'CONTROLE_FACTURES'.
           02 FILLER PIC X(18) VALUE 'EXPORT_COMPTA'.
           02 FILLER PIC X(18) VALUE 'SAUVEGARDE'.
           02 FILLER PIC X(18) VALUE 'ROLLOVER'.
       01 WS-TAB-PROGRAMMES REDEFINES WS-LISTE-PROGRAMMES.
           02 WS-PROGRAMME PIC X(18) OCCURS 4.

      *    Etat de chaque etape pour le dernier cycle du jour, tel
      *    que relu dans le journal puis tenu a jour par la chaine.
       01 WS-TAB-ETAT.
           02 WS-ETAT-ETAPE OCCURS 4.
              03 WS-EE-STATUT    PIC X(8).
              03 WS-EE-NB-FACT   PIC 9(6).
              03 WS-EE-NB-LIGNE  PIC 9(6).
              03 WS-EE-NB-REGL   PIC 9(6).
              03 WS-EE-TOTAL-TTC PIC 9(11)v99.

      *    Derniere trace de la cloture (etape 4), tous jours
      *    confondus : une ligne EN COURS restee sans fin signale
      *    une cloture interrompue.
       01 WS-DER-CLOTURE.
           02 WS-DC-TROUVEE   PIC X.
           02 WS-DC-DATE      PIC X(8).
           02 WS-DC-CYCLE     PIC 99.
           02 WS-DC-STATUT    PIC X(8).
           02 WS-DC-HEURE     PIC X(8).
           02 WS-DC-NB-FACT   PIC 9(6).
           02 WS-DC-NB-LIGNE  PIC 9(6).
           02 WS-DC-NB-REGL   PIC 9(6).
           02 WS-DC-TOTAL-TTC PIC 9(11)v99.


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-CHAINE.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'CHAINE DE NUIT - CLOTURE DE PERIODE'.
           2 LINE 4 COL 2 VALUE 'Journee du :  '.
           2 PIC X(8) FROM WS-DATE-JOUR.
           2 LINE 4 COL 30 VALUE 'Cycle :  '.
           2 PIC 99 FROM WS-CYCLE.
           2 LINE 6 COL 2 VALUE '1 CONTROLE_FACTURES  '.
           2 PIC X(8) FROM WS-EE-STATUT (1).
           2 LINE 7 COL 2 VALUE '2 EXPORT_COMPTA      '.
           2 PIC X(8) FROM WS-EE-STATUT (2).
           2 LINE 8 COL 2 VALUE '3 SAUVEGARDE         '.
           2 PIC X(8) FROM WS-EE-STATUT (3).
           2 LINE 9 COL 2 VALUE '4 ROLLOVER           '.
           2 PIC X(8) FROM WS-EE-STATUT (4).
           2 LINE 11 COL 2 VALUE 'Depart a l etape :  '.
           2 PIC 9 FROM WS-ETAPE-DEPART.

         1 SCR-CONFIRME.
           2 LINE 13 COL 2 VALUE 'Lancer la chaine (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

         1 SCR-NOUVEAU-CYCLE.
           2 LINE 13 COL 2 VALUE 'Chaine deja terminee ce jour.'.
           2 LINE 14 COL 2 VALUE 'Lancer une nouvelle cloture (O/N) ? '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 'N' TO WS-ARRET
           MOVE 'N' TO WS-BLOCAGE
           MOVE 0 TO WS-ETAPE-DEPART

           PERFORM LIRE-JOURNAL
           PERFORM OUVRIR-JOURNAL

           IF WS-DC-TROUVEE = 'O' AND WS-DC-STATUT = 'EN COURS'
               PERFORM ANALYSER-CLOTURE-INTERROMPUE
           END-IF

           IF WS-BLOCAGE = 'N'
               PERFORM DETERMINER-REPRISE
           END-IF

           IF WS-BLOCAGE = 'N' AND WS-ETAPE-DEPART > 0
               DISPLAY SCR-CHAINE
               DISPLAY SCR-CONFIRME
               ACCEPT SCR-CONFIRME
               IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                   PERFORM EXECUTER-CHAINE
               ELSE
                   DISPLAY 'Chaine non lancee'
               END-IF
           END-IF

           IF WS-JOURNAL-OUVERT = 'O'
               CLOSE JOURNAL
           END-IF
           EXIT PROGRAM.


      ******************************************************************
      *      RELECTURE DU JOURNAL : ETAT DES ETAPES DU DERNIER CYCLE   *
      *      DU JOUR ET DERNIERE TRACE DE CLOTURE                      *
      ******************************************************************

       LIRE-JOURNAL.

           MOVE 0 TO WS-CYCLE
           PERFORM INITIALISER-ETAT
           MOVE 'N' TO WS-DC-TROUVEE

           OPEN INPUT JOURNAL
           IF WS-ST-JNL = '00'
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ JOURNAL
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       PERFORM RETENIR-LIGNE-JOURNAL
                   END-IF
               END-PERFORM
               CLOSE JOURNAL
           END-IF.


       RETENIR-LIGNE-JOURNAL.

           IF Jnl-Date = WS-DATE-JOUR
               IF Jnl-Cycle > WS-CYCLE
                   MOVE Jnl-Cycle TO WS-CYCLE
                   PERFORM INITIALISER-ETAT
               END-IF
               IF Jnl-Cycle = WS-CYCLE
                   AND Jnl-Etape >= 1 AND Jnl-Etape <= 4
                   MOVE Jnl-Statut TO WS-EE-STATUT (Jnl-Etape)
                   MOVE Jnl-Nb-Fact TO WS-EE-NB-FACT (Jnl-Etape)
                   MOVE Jnl-Nb-Ligne TO WS-EE-NB-LIGNE (Jnl-Etape)
                   MOVE Jnl-Nb-Regl TO WS-EE-NB-REGL (Jnl-Etape)
                   MOVE Jnl-Total-TTC TO WS-EE-TOTAL-TTC (Jnl-Etape)
               END-IF
           END-IF

           IF Jnl-Etape = 4
               MOVE 'O' TO WS-DC-TROUVEE
               MOVE Jnl-Date TO WS-DC-DATE
               MOVE Jnl-Cycle TO WS-DC-CYCLE
               MOVE Jnl-Statut TO WS-DC-STATUT
               MOVE Jnl-Heure-Debut TO WS-DC-HEURE
               MOVE Jnl-Nb-Fact TO WS-DC-NB-FACT
               MOVE Jnl-Nb-Ligne TO WS-DC-NB-LIGNE
               MOVE Jnl-Nb-Regl TO WS-DC-NB-REGL
               MOVE Jnl-Total-TTC TO WS-DC-TOTAL-TTC
           END-IF.


       INITIALISER-ETAT.

           PERFORM VARYING WS-ETAPE FROM 1 BY 1 UNTIL WS-ETAPE > 4
               MOVE 'A FAIRE' TO WS-EE-STATUT (WS-ETAPE)
               MOVE 0 TO WS-EE-NB-FACT (WS-ETAPE)
               MOVE 0 TO WS-EE-NB-LIGNE (WS-ETAPE)
               MOVE 0 TO WS-EE-NB-REGL (WS-ETAPE)
               MOVE 0 TO WS-EE-TOTAL-TTC (WS-ETAPE)
           END-PERFORM.


       OUVRIR-JOURNAL.

           OPEN EXTEND JOURNAL
           IF WS-ST-JNL NOT = '00'
               OPEN OUTPUT JOURNAL
               CLOSE JOURNAL
               OPEN EXTEND JOURNAL
           END-IF
           IF WS-ST-JNL = '00'
               MOVE 'O' TO WS-JOURNAL-OUVERT
           ELSE
               MOVE 'O' TO WS-BLOCAGE
               DISPLAY 'Journal journal_nuit.txt inaccessible - statut '
                       WS-ST-JNL
           END-IF.


      ******************************************************************
      *      CLOTURE INTERROMPUE : ROLLOVER A ETE LANCE SANS QUE SA    *
      *      FIN SOIT TRACEE. TROIS CAS :                              *
      *      - LA PERIODE EST AU REGISTRE AVEC LES COMPTEURS DU        *
      *        LANCEMENT ET FACTURE.TXT EST VIDE : LA CLOTURE EST      *
      *        ALLEE A SON TERME, ELLE EST TRACEE OK ;                 *
      *      - LES FICHIERS SONT INTACTS (MEMES COMPTEURS QU AU        *
      *        LANCEMENT) : LA CLOTURE PEUT ETRE REFAITE ;             *
      *      - SINON LES FICHIERS SONT DANS UN ETAT INTERMEDIAIRE :    *
      *        LA CHAINE REFUSE DE CONTINUER TANT QUE LE JEU DE        *
      *        SAUVEGARDE DU JOUR DE LA CLOTURE N EST PAS RESTAURE.    *
      ******************************************************************

       ANALYSER-CLOTURE-INTERROMPUE.

           PERFORM COMPTER-FICHIERS
           PERFORM LIRE-DERNIERE-PERIODE

           MOVE SPACES TO WS-STATUT
           IF WS-PER-TROUVEE = 'O'
               AND WS-PER-DATE = WS-DC-DATE
               AND WS-PER-NB-FACT = WS-DC-NB-FACT
               AND WS-PER-NB-LIGNE = WS-DC-NB-LIGNE
               AND WS-PER-NB-REGL = WS-DC-NB-REGL
               AND WS-PER-TOTAL-TTC = WS-DC-TOTAL-TTC
               AND WS-NB-FACT = 0
               MOVE 'OK' TO WS-STATUT
               MOVE 'CLOTURE TERMINEE AVANT INTERRUPTION'
                   TO WS-MESSAGE
               MOVE WS-PER-NB-FACT TO WS-NB-TRAITE
           ELSE
           IF WS-NB-FACT = WS-DC-NB-FACT
               AND WS-NB-LIGNE = WS-DC-NB-LIGNE
               AND WS-NB-REGL = WS-DC-NB-REGL
               AND WS-TOTAL-TTC = WS-DC-TOTAL-TTC
               MOVE 'ERREUR' TO WS-STATUT
               MOVE 'CLOTURE INTERROMPUE - FICHIERS INTACTS'
                   TO WS-MESSAGE
               MOVE 0 TO WS-NB-TRAITE
           END-IF
           END-IF

           IF WS-STATUT = SPACES
               MOVE 'O' TO WS-BLOCAGE
               DISPLAY 'CLOTURE DU ' WS-DC-DATE ' INTERROMPUE : '
                       'FICHIERS DANS UN ETAT INTERMEDIAIRE'
               DISPLAY 'Restaurer le jeu de sauvegarde du '
                       WS-DC-DATE ' (menu G, mode R)'
               DISPLAY 'puis relancer la chaine'
           ELSE
      *        La trace de fin reprend la date, le cycle, l heure de
      *        debut et les compteurs de la ligne EN COURS.
               MOVE WS-DC-DATE TO Jnl-Date
               MOVE WS-DC-CYCLE TO Jnl-Cycle
               MOVE 4 TO Jnl-Etape
               MOVE WS-PROGRAMME (4) TO Jnl-Programme
               MOVE WS-STATUT TO Jnl-Statut
               MOVE WS-DC-HEURE TO Jnl-Heure-Debut
               ACCEPT Jnl-Date-Fin FROM DATE YYYYMMDD
               ACCEPT Jnl-Heure-Fin FROM TIME
               MOVE 0 TO Jnl-Code-Retour
               MOVE WS-DC-NB-FACT TO Jnl-Nb-Fact
               MOVE WS-DC-NB-LIGNE TO Jnl-Nb-Ligne
               MOVE WS-DC-NB-REGL TO Jnl-Nb-Regl
               MOVE WS-DC-TOTAL-TTC TO Jnl-Total-TTC
               MOVE WS-NB-TRAITE TO Jnl-Nb-Traite
               MOVE Ope-Appelant TO Jnl-Operateur
               MOVE WS-MESSAGE TO Jnl-Message
               WRITE ENR-JOURNAL
               DISPLAY 'Cloture du ' WS-DC-DATE ' : ' WS-MESSAGE
               IF WS-DC-DATE = WS-DATE-JOUR AND WS-DC-CYCLE = WS-CYCLE
                   MOVE WS-STATUT TO WS-EE-STATUT (4)
               END-IF
           END-IF.


      ******************************************************************
      *      POINT DE REPRISE : PREMIERE ETAPE DU DERNIER CYCLE DU     *
      *      JOUR QUI N A PAS REUSSI. SI LES FACTURES ONT CHANGE       *
      *      DEPUIS LE CONTROLE, LA CHAINE REPART DU CONTROLE. UNE     *
      *      CHAINE TERMINEE PEUT ETRE SUIVIE D UNE NOUVELLE CLOTURE   *
      *      (CYCLE SUIVANT).                                          *
      ******************************************************************

       DETERMINER-REPRISE.

           MOVE 0 TO WS-ETAPE-DEPART
           IF WS-CYCLE = 0
               MOVE 1 TO WS-CYCLE
               MOVE 1 TO WS-ETAPE-DEPART
           ELSE
               PERFORM VARYING WS-ETAPE FROM 4 BY -1
                       UNTIL WS-ETAPE < 1
                   IF WS-EE-STATUT (WS-ETAPE) NOT = 'OK'
                       MOVE WS-ETAPE TO WS-ETAPE-DEPART
                   END-IF
               END-PERFORM

               IF WS-ETAPE-DEPART = 0
                   DISPLAY SCR-CHAINE
                   DISPLAY SCR-NOUVEAU-CYCLE
                   ACCEPT SCR-NOUVEAU-CYCLE
                   IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                       ADD 1 TO WS-CYCLE
                       PERFORM INITIALISER-ETAT
                       MOVE 1 TO WS-ETAPE-DEPART
                   ELSE
                       DISPLAY 'Chaine non relancee'
                   END-IF
               ELSE
               IF WS-ETAPE-DEPART > 1
                   PERFORM COMPTER-FICHIERS
                   IF WS-NB-FACT NOT = WS-EE-NB-FACT (1)
                       OR WS-NB-LIGNE NOT = WS-EE-NB-LIGNE (1)
                       OR WS-NB-REGL NOT = WS-EE-NB-REGL (1)
                       OR WS-TOTAL-TTC NOT = WS-EE-TOTAL-TTC (1)
                       DISPLAY 'Factures ou reglements modifies '
                               'depuis le controle : reprise a '
                               'l etape 1'
                       MOVE 1 TO WS-ETAPE-DEPART
                   END-IF
               END-IF
               END-IF
           END-IF.


      ******************************************************************
      *      EXECUTION DES ETAPES A PARTIR DU POINT DE REPRISE,        *
      *      ARRET A LA PREMIERE ETAPE QUI NE REUSSIT PAS              *
      ******************************************************************

       EXECUTER-CHAINE.

           ACCEPT WS-HEURE-DEBUT FROM TIME
           MOVE 0 TO WS-ETAPE
           MOVE 'DEBUT' TO WS-STATUT
           MOVE SPACES TO WS-MESSAGE
           STRING 'Depart a l etape ' WS-ETAPE-DEPART
                  DELIMITED BY SIZE INTO WS-MESSAGE
           PERFORM COMPTER-FICHIERS
           MOVE 0 TO WS-CODE-RETOUR
           MOVE 0 TO WS-NB-TRAITE
           PERFORM ECRIRE-JOURNAL

           PERFORM VARYING WS-ETAPE FROM WS-ETAPE-DEPART BY 1
                   UNTIL WS-ETAPE > 4 OR WS-ARRET = 'O'
               PERFORM EXECUTER-ETAPE
           END-PERFORM

           MOVE 0 TO WS-NB-OK
           PERFORM VARYING WS-ETAPE FROM 1 BY 1 UNTIL WS-ETAPE > 4
               IF WS-EE-STATUT (WS-ETAPE) = 'OK'
                   ADD 1 TO WS-NB-OK
               END-IF
           END-PERFORM

           ACCEPT WS-HEURE-DEBUT FROM TIME
           MOVE 0 TO WS-ETAPE
           MOVE SPACES TO WS-MESSAGE
           IF WS-ARRET = 'O'
               MOVE 'ARRETEE' TO WS-STATUT
               STRING 'Relancer pour reprendre, ' WS-NB-OK
                      ' etape(s) sur 4 reussie(s)'
                      DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE 'TERMINEE' TO WS-STATUT
               MOVE 'Periode cloturee' TO WS-MESSAGE
           END-IF
           PERFORM COMPTER-FICHIERS
           MOVE 0 TO WS-CODE-RETOUR
           MOVE 0 TO WS-NB-TRAITE
           PERFORM ECRIRE-JOURNAL

           DISPLAY SCR-CHAINE
           DISPLAY 'Chaine ' WS-STATUT ' - ' WS-MESSAGE
           DISPLAY 'Detail dans journal_nuit.txt'.


       EXECUTER-ETAPE.

           PERFORM COMPTER-FICHIERS
           MOVE 0 TO WS-CODE-RETOUR
           MOVE 0 TO WS-NB-TRAITE
           MOVE SPACES TO WS-MESSAGE

           IF WS-ETAPE = 4
               PERFORM VERIFIER-PREALABLES-CLOTURE
           END-IF

           IF WS-ARRET = 'N'
               ACCEPT WS-HEURE-DEBUT FROM TIME
               MOVE 'EN COURS' TO WS-STATUT
               PERFORM ECRIRE-JOURNAL
               MOVE 'EN COURS' TO WS-EE-STATUT (WS-ETAPE)

               EVALUATE WS-ETAPE
                   WHEN 1
                       CALL "CONTROLE_FACTURES"
                   WHEN 2
                       CALL "EXPORT_COMPTA"
                   WHEN 3
                       MOVE 'S' TO WS-MODE-SVG
                       CALL "SAUVEGARDE" USING WS-MODE-SVG
                   WHEN 4
                       CALL "ROLLOVER" USING Ope-Appelant
               END-EVALUATE
               MOVE RETURN-CODE TO WS-CODE-RETOUR

               EVALUATE WS-ETAPE
                   WHEN 1
                       PERFORM JUGER-CONTROLE
                   WHEN 2
                       PERFORM JUGER-EXPORT
                   WHEN 3
                       PERFORM JUGER-SAUVEGARDE
                   WHEN 4
                       PERFORM JUGER-CLOTURE
               END-EVALUATE

      *        La ligne de fin garde l heure de debut et les
      *        compteurs du lancement de l etape.
               PERFORM ECRIRE-JOURNAL
               MOVE WS-STATUT TO WS-EE-STATUT (WS-ETAPE)
               MOVE WS-NB-FACT TO WS-EE-NB-FACT (WS-ETAPE)
               MOVE WS-NB-LIGNE TO WS-EE-NB-LIGNE (WS-ETAPE)
               MOVE WS-NB-REGL TO WS-EE-NB-REGL (WS-ETAPE)
               MOVE WS-TOTAL-TTC TO WS-EE-TOTAL-TTC (WS-ETAPE)
               IF WS-STATUT NOT = 'OK'
                   MOVE 'O' TO WS-ARRET
               END-IF
           END-IF.


      ******************************************************************
      *      LA CLOTURE N EST LANCEE QUE SI LE CONTROLE, L EXPORT ET   *
      *      LA SAUVEGARDE ONT REUSSI DANS LE CYCLE DU JOUR ET SI LES  *
      *      FICHIERS SONT CEUX QUI ONT ETE CONTROLES, EXPORTES ET     *
      *      SAUVEGARDES                                               *
      ******************************************************************

       VERIFIER-PREALABLES-CLOTURE.

           IF WS-EE-STATUT (1) NOT = 'OK'
               MOVE 'CONTROLE NON REUSSI CE JOUR' TO WS-MESSAGE
           ELSE
           IF WS-EE-STATUT (2) NOT = 'OK'
               MOVE 'EXPORT COMPTABLE NON REUSSI CE JOUR' TO WS-MESSAGE
           ELSE
           IF WS-EE-STATUT (3) NOT = 'OK'
               MOVE 'SAUVEGARDE NON REUSSIE CE JOUR' TO WS-MESSAGE
           ELSE
           IF WS-NB-FACT NOT = WS-EE-NB-FACT (3)
               OR WS-NB-LIGNE NOT = WS-EE-NB-LIGNE (3)
               OR WS-NB-REGL NOT = WS-EE-NB-REGL (3)
               OR WS-TOTAL-TTC NOT = WS-EE-TOTAL-TTC (3)
               MOVE 'FICHIERS MODIFIES DEPUIS LA SAUVEGARDE'
                   TO WS-MESSAGE
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-MESSAGE NOT = SPACES
               ACCEPT WS-HEURE-DEBUT FROM TIME
               MOVE 'REFUSE' TO WS-STATUT
               PERFORM ECRIRE-JOURNAL
               MOVE 'REFUSE' TO WS-EE-STATUT (4)
               MOVE 'O' TO WS-ARRET
               DISPLAY 'Cloture refusee : ' WS-MESSAGE
           END-IF.


       JUGER-CONTROLE.

           EVALUATE WS-CODE-RETOUR
               WHEN 0
                   MOVE 'OK' TO WS-STATUT
                   MOVE WS-NB-FACT TO WS-NB-TRAITE
               WHEN 4
                   MOVE 'ANOMALIE' TO WS-STATUT
                   MOVE WS-NB-FACT TO WS-NB-TRAITE
                   MOVE 'ANOMALIES : VOIR CONTROLE_INTEGRITE.TXT'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'ERREUR' TO WS-STATUT
                   MOVE 'CONTROLE EN ERREUR' TO WS-MESSAGE
           END-EVALUATE.


      *    L export doit porter toutes les factures de la periode :
      *    le nombre d entetes de l enregistrement T de fin est
      *    rapproche du nombre de factures.
       JUGER-EXPORT.

           EVALUATE WS-CODE-RETOUR
               WHEN 0
                   PERFORM LIRE-FIN-EXPORT
                   MOVE WS-EXP-NB-ENTETES TO WS-NB-TRAITE
                   IF WS-EXP-TROUVE NOT = 'O'
                       MOVE 'ERREUR' TO WS-STATUT
                       MOVE 'EXPORT SANS ENREGISTREMENT DE FIN'
                           TO WS-MESSAGE
                   ELSE
                   IF WS-EXP-NB-ENTETES NOT = WS-NB-FACT
                       MOVE 'ERREUR' TO WS-STATUT
                       MOVE 'EXPORT INCOMPLET' TO WS-MESSAGE
                   ELSE
                       MOVE 'OK' TO WS-STATUT
                       STRING WS-EXP-NB-DETAILS ' ligne(s) exportee(s)'
                              DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
                   END-IF
               WHEN 4
                   MOVE 'OK' TO WS-STATUT
                   MOVE 'AUCUNE FACTURE A EXPORTER' TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'ERREUR' TO WS-STATUT
                   MOVE 'EXPORT EN ERREUR' TO WS-MESSAGE
           END-EVALUATE.


      *    Le fichier de controle du jeu de sauvegarde du jour doit
      *    exister et porter les factures de la periode.
       JUGER-SAUVEGARDE.

           IF WS-CODE-RETOUR NOT = 0
               MOVE 'ERREUR' TO WS-STATUT
               MOVE 'SAUVEGARDE EN ERREUR' TO WS-MESSAGE
           ELSE
               PERFORM LIRE-CONTROLE-SAUVEGARDE
               MOVE WS-SVG-NB-TOTAL TO WS-NB-TRAITE
               IF WS-SVG-TROUVE NOT = 'O'
                   MOVE 'ERREUR' TO WS-STATUT
                   MOVE 'FICHIER DE CONTROLE ABSENT' TO WS-MESSAGE
               ELSE
               IF WS-SVG-NB-FACT NOT = WS-NB-FACT
                   OR WS-SVG-TOTAL-FACT NOT = WS-TOTAL-TTC
                   MOVE 'ERREUR' TO WS-STATUT
                   MOVE 'FACTURES MAL SAUVEGARDEES' TO WS-MESSAGE
               ELSE
                   MOVE 'OK' TO WS-STATUT
                   STRING 'Jeu ' WS-NOM-CONTROLE
                          DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
               END-IF
           END-IF.


      *    Apres la cloture, la periode doit figurer au registre
      *    avec les compteurs du lancement et facture.txt doit
      *    etre vide.
       JUGER-CLOTURE.

           EVALUATE WS-CODE-RETOUR
               WHEN 0
                   PERFORM LIRE-DERNIERE-PERIODE
                   MOVE WS-PER-NB-FACT TO WS-NB-TRAITE
                   IF WS-PER-TROUVEE = 'O'
                       AND WS-PER-DATE = WS-DATE-JOUR
                       AND WS-PER-NB-FACT = WS-NB-FACT
                       AND WS-PER-NB-LIGNE = WS-NB-LIGNE
                       AND WS-PER-NB-REGL = WS-NB-REGL
                       MOVE 'OK' TO WS-STATUT
                       MOVE 'Periode archivee et registre a jour'
                           TO WS-MESSAGE
                   ELSE
                       MOVE 'ERREUR' TO WS-STATUT
                       MOVE 'REGISTRE DES PERIODES INCOHERENT'
                           TO WS-MESSAGE
                   END-IF
               WHEN 4
                   MOVE 'OK' TO WS-STATUT
                   MOVE 'AUCUNE FACTURE A ARCHIVER' TO WS-MESSAGE
               WHEN 12
                   MOVE 'REFUSE' TO WS-STATUT
                   MOVE 'CLOTURE REFUSEE - REMISES EN BANQUE EN ATTENTE'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'ERREUR' TO WS-STATUT
                   MOVE 'ARCHIVAGE INCOMPLET - FICHIERS CONSERVES'
                       TO WS-MESSAGE
           END-EVALUATE.


       ECRIRE-JOURNAL.

           MOVE WS-DATE-JOUR TO Jnl-Date
           MOVE WS-CYCLE TO Jnl-Cycle
           MOVE WS-ETAPE TO Jnl-Etape
           IF WS-ETAPE = 0
               MOVE 'CHAINE_NUIT' TO Jnl-Programme
           ELSE
               MOVE WS-PROGRAMME (WS-ETAPE) TO Jnl-Programme
           END-IF
           MOVE WS-STATUT TO Jnl-Statut
           MOVE WS-HEURE-DEBUT TO Jnl-Heure-Debut
           IF WS-STATUT = 'EN COURS'
               MOVE SPACES TO Jnl-Date-Fin
               MOVE SPACES TO Jnl-Heure-Fin
           ELSE
               ACCEPT Jnl-Date-Fin FROM DATE YYYYMMDD
               ACCEPT Jnl-Heure-Fin FROM TIME
           END-IF
           MOVE WS-CODE-RETOUR TO Jnl-Code-Retour
           MOVE WS-NB-FACT TO Jnl-Nb-Fact
           MOVE WS-NB-LIGNE TO Jnl-Nb-Ligne
           MOVE WS-NB-REGL TO Jnl-Nb-Regl
           MOVE WS-TOTAL-TTC TO Jnl-Total-TTC
           MOVE WS-NB-TRAITE TO Jnl-Nb-Traite
           MOVE Ope-Appelant TO Jnl-Operateur
           MOVE WS-MESSAGE TO Jnl-Message
           WRITE ENR-JOURNAL
           IF WS-ST-JNL NOT = '00'
               DISPLAY 'Erreur ecriture journal_nuit.txt - statut '
                       WS-ST-JNL
           END-IF.


      ******************************************************************
      *      COMPTEURS DES FICHIERS DE LA PERIODE : FACTURES (ET       *
      *      TOTAL TTC), LIGNES ET REGLEMENTS. UN FICHIER ABSENT       *
      *      COMPTE POUR ZERO.                                         *
      ******************************************************************

       COMPTER-FICHIERS.

           MOVE 0 TO WS-NB-FACT
           MOVE 0 TO WS-NB-LIGNE
           MOVE 0 TO WS-NB-REGL
           MOVE 0 TO WS-TOTAL-TTC

           OPEN INPUT FACTURE
           IF WS-ST-FACT = '00'
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ FACTURE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       ADD 1 TO WS-NB-FACT
                       ADD Total-TTC TO WS-TOTAL-TTC
                   END-IF
               END-PERFORM
               CLOSE FACTURE
           END-IF

           OPEN INPUT LIGNE-FACTURE
           IF WS-ST-LIGNE = '00'
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ LIGNE-FACTURE NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       ADD 1 TO WS-NB-LIGNE
                   END-IF
               END-PERFORM
               CLOSE LIGNE-FACTURE
           END-IF

           OPEN INPUT REGLEMENT
           IF WS-ST-REGL = '00'
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ REGLEMENT NEXT RECORD
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       ADD 1 TO WS-NB-REGL
                   END-IF
               END-PERFORM
               CLOSE REGLEMENT
           END-IF.


       LIRE-FIN-EXPORT.

           MOVE 'N' TO WS-EXP-TROUVE
           MOVE 0 TO WS-EXP-NB-ENTETES
           MOVE 0 TO WS-EXP-NB-DETAILS
           OPEN INPUT EXPORT
           IF WS-ST-EXPORT = '00'
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ EXPORT
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       AND LIGNE-EXPORT(1:2) = 'T;'
                       MOVE 'O' TO WS-EXP-TROUVE
                       UNSTRING LIGNE-EXPORT DELIMITED BY ';'
                           INTO WS-EXP-TYPE WS-EXP-NB-ENTETES
                                WS-EXP-NB-DETAILS
                       END-UNSTRING
                   END-IF
               END-PERFORM
               CLOSE EXPORT
           END-IF.


       LIRE-CONTROLE-SAUVEGARDE.

           MOVE 'N' TO WS-SVG-TROUVE
           MOVE 0 TO WS-SVG-NB-TOTAL
           MOVE 0 TO WS-SVG-NB-FACT
           MOVE 0 TO WS-SVG-TOTAL-FACT
           MOVE SPACES TO WS-NOM-CONTROLE
           STRING 'SAUVE-CONTROLE-' WS-DATE-JOUR DELIMITED BY SIZE
                  INTO WS-NOM-CONTROLE
           OPEN INPUT CONTROLE
           IF WS-ST-CTL = '00'
               MOVE 'O' TO WS-SVG-TROUVE
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ CONTROLE
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       ADD Ctl-Nb TO WS-SVG-NB-TOTAL
                       IF Ctl-Fichier = 'FACTURE'
                           MOVE Ctl-Nb TO WS-SVG-NB-FACT
                           MOVE Ctl-Total TO WS-SVG-TOTAL-FACT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROLE
           END-IF.


       LIRE-DERNIERE-PERIODE.

           MOVE 'N' TO WS-PER-TROUVEE
           OPEN INPUT PERIODES
           IF WS-ST-PER = '00'
               MOVE 'N' TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 'O'
                   READ PERIODES
                       AT END MOVE 'O' TO WS-FIN-FICHIER
                   END-READ
                   IF WS-FIN-FICHIER = 'N'
                       MOVE 'O' TO WS-PER-TROUVEE
                       MOVE Per-Date-Cloture TO WS-PER-DATE
                       MOVE Per-Nb-Fact TO WS-PER-NB-FACT
                       MOVE Per-Nb-Ligne TO WS-PER-NB-LIGNE
                       MOVE Per-Nb-Regl TO WS-PER-NB-REGL
                       MOVE Per-Total-TTC TO WS-PER-TOTAL-TTC
                   END-IF
               END-PERFORM
               CLOSE PERIODES
           END-IF.


       END PROGRAM CHAINE_NUIT.
