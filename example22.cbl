      ******************************************************************
      *      COURS_DEVISE : COURS DE CHANGE DES DEVISES CLIENTS        *
      *      UN COURS PAR DEVISE ET DATE D EFFET, EXPRIME EN UNITES    *
      *      DE DEVISE POUR 1 EURO (EX. CHF 0,950000). LE COURS EN     *
      *      VIGUEUR A UNE DATE EST LE DERNIER DONT LA DATE D EFFET    *
      *      NE LA DEPASSE PAS : EDITER L APPLIQUE A LA DATE DE LA     *
      *      FACTURE, SAISIE_REGLEMENT ET IMPORT_BANQUE A LA DATE DU   *
      *      REGLEMENT POUR CALCULER L ECART DE CHANGE. LA SAISIE EST  *
      *      RESERVEE AU SUPERVISEUR ; LA CONSULTATION ET LA LISTE     *
      *      (COURS_DEVISE_LISTE.TXT) SONT OUVERTES A TOUS.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURS_DEVISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Cours-Devise ASSIGN TO "cours_devise.txt"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS Crs-Cle
                           FILE STATUS IS WS-ST-CRS.

           SELECT Liste ASSIGN TO "cours_devise_liste.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-ST-LISTE.

       DATA DIVISION.
       FILE SECTION.

      *    Cours de change par devise et date d effet, avec la date
      *    de saisie et l operateur qui l a saisi.
       FD  COURS-DEVISE.
       01  ENR-COURS.
           02 Crs-Cle.
              03 Crs-Devise     PIC X(3).
              03 Crs-Date-Effet PIC X(8).
           02 Crs-Taux       PIC 9(4)v9(6).
           02 Crs-Date-Maj   PIC X(8).
           02 Crs-Operateur  PIC X(4).

       FD  LISTE.
       01  LIGNE-LISTE PIC X(100).


       WORKING-STORAGE SECTION.

       01 WS-ST-CRS           PIC XX.
       01 WS-ST-LISTE         PIC XX.

       01 WS-DATE-JOUR        PIC X(8).
       01 WS-CONTINUER        PIC X VALUE 'O'.
       01 WS-MODE             PIC X.
       01 WS-REP-CONF         PIC X.
       01 WS-TROUVE           PIC X.
       01 WS-FIN-COURS        PIC X.
       01 WS-DATE-OK          PIC X.
       01 WS-DATE-SAISIE      PIC X(8).
       01 WS-MM               PIC 99.
       01 WS-JJ               PIC 99.
       01 WS-AAAA             PIC 9(4).
       01 WS-JOURS-MAX        PIC 99.
       01 WS-DEVISE           PIC X(3).
       01 WS-TAUX             PIC 9(4)v9(6).
       01 WS-TAUX-AVANT       PIC 9(4)v9(6).
       01 WS-COURS-TROUVE     PIC X.
       01 WS-DATE-COURS       PIC X(8).
       01 WS-NB-COURS         PIC 9(5).
       01 WS-DEVISE-PREC      PIC X(3).


       LINKAGE SECTION.

       01 Ope-Appelant PIC X(4).
       01 Ope-Profil-Appelant PIC X.


       SCREEN SECTION.

         1 SCR-MODE-COURS.
           2 BLANK SCREEN.
           2 LINE 2 COL 20 VALUE 'COURS DE CHANGE DES DEVISES'.
           2 LINE 4 COL 5 VALUE 'S = Saisir un cours (superviseur)'.
           2 LINE 5 COL 5 VALUE 'C = Consulter le cours en vigueur'.
           2 LINE 6 COL 5 VALUE 'L = Liste des cours'.
           2 LINE 7 COL 5 VALUE 'Q = Revenir au menu'.
           2 LINE 9 COL 5 VALUE 'Votre choix :  '.
           2 PIC X TO WS-MODE.

         1 SCR-DEVISE.
           2 LINE 11 COL 2 VALUE 'Code devise (CHF, GBP, ...) :  '.
           2 PIC X(3) TO WS-DEVISE.

         1 SCR-DATE-EFFET.
           2 LINE 12 COL 2 VALUE 'Date d effet (AAAAMMJJ) :  '.
           2 PIC X(8) USING WS-DATE-SAISIE.

         1 SCR-TAUX.
           2 LINE 13 COL 2 VALUE 'Unites de devise pour 1 EUR :  '.
           2 PIC 9(4)v9(6) USING WS-TAUX.

         1 SCR-DATE-CONSULT.
           2 LINE 12 COL 2 VALUE 'Cours en vigueur au (AAAAMMJJ) :  '.
           2 PIC X(8) USING WS-DATE-SAISIE.

         1 SCR-CONFIRME-REMPL.
           2 LINE 15 COL 2 VALUE 'Un cours existe a cette date.'.
           2 LINE 16 COL 2 VALUE 'Le remplacer (O/N) ?  '.
           2 PIC X TO WS-REP-CONF.

       PROCEDURE DIVISION USING Ope-Appelant Ope-Profil-Appelant.

           MOVE 'O' TO WS-CONTINUER
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN I-O COURS-DEVISE
           IF WS-ST-CRS = '35'
               OPEN OUTPUT COURS-DEVISE
               CLOSE COURS-DEVISE
               OPEN I-O COURS-DEVISE
           END-IF

           PERFORM UNTIL WS-CONTINUER = 'N'
               DISPLAY SCR-MODE-COURS
               ACCEPT SCR-MODE-COURS

               EVALUATE WS-MODE
                   WHEN 'S' WHEN 's'
                       IF Ope-Profil-Appelant NOT = 'S'
                           DISPLAY 'Saisie des cours reservee au '
                                   'superviseur'
                       ELSE
                           PERFORM SAISIR-COURS
                       END-IF
                   WHEN 'C' WHEN 'c'
                       PERFORM CONSULTER-COURS
                   WHEN 'L' WHEN 'l'
                       PERFORM EDITER-LISTE-COURS
                   WHEN 'Q' WHEN 'q'
                       MOVE 'N' TO WS-CONTINUER
                   WHEN OTHER
                       DISPLAY 'Choix inconnu : ' WS-MODE
               END-EVALUATE
           END-PERFORM

           CLOSE COURS-DEVISE
           EXIT PROGRAM.


      ******************************************************************
      *      SAISIE D UN COURS : DEVISE AUTRE QUE L EURO, DATE D EFFET *
      *      VALIDE ET TAUX NON NUL. UN COURS DEJA SAISI A LA MEME     *
      *      DATE N EST REMPLACE QU APRES CONFIRMATION ; LES FACTURES  *
      *      DEJA EMISES GARDENT LE COURS QUI LEUR A ETE APPLIQUE.     *
      ******************************************************************

       SAISIR-COURS.

           PERFORM SAISIR-DEVISE
           IF WS-DEVISE NOT = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               MOVE 'N' TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = 'O'
                   DISPLAY SCR-DATE-EFFET
                   ACCEPT SCR-DATE-EFFET
                   PERFORM VERIFIER-DATE
               END-PERFORM

               MOVE WS-DEVISE TO Crs-Devise
               MOVE WS-DATE-SAISIE TO Crs-Date-Effet
               READ COURS-DEVISE KEY IS Crs-Cle
                   INVALID KEY MOVE 'N' TO WS-TROUVE
                   NOT INVALID KEY MOVE 'O' TO WS-TROUVE
               END-READ

               IF WS-TROUVE = 'O'
                   MOVE Crs-Taux TO WS-TAUX-AVANT
                   MOVE Crs-Taux TO WS-TAUX
               ELSE
                   MOVE 0 TO WS-TAUX
               END-IF
               DISPLAY SCR-TAUX
               ACCEPT SCR-TAUX

               IF WS-TAUX = ZERO
                   DISPLAY 'Cours nul : saisie annulee'
               ELSE
               IF WS-TROUVE = 'O'
                   DISPLAY SCR-CONFIRME-REMPL
                   ACCEPT SCR-CONFIRME-REMPL
                   IF WS-REP-CONF = 'O' OR WS-REP-CONF = 'o'
                       MOVE WS-TAUX TO Crs-Taux
                       MOVE WS-DATE-JOUR TO Crs-Date-Maj
                       MOVE Ope-Appelant TO Crs-Operateur
                       REWRITE ENR-COURS
                           INVALID KEY
                               DISPLAY 'Erreur mise a jour du cours'
                           NOT INVALID KEY
                               DISPLAY 'Cours ' WS-DEVISE ' du '
                                       Crs-Date-Effet ' remplace ('
                                       WS-TAUX-AVANT ' -> ' Crs-Taux
                                       ')'
                       END-REWRITE
                   ELSE
                       DISPLAY 'Cours inchange'
                   END-IF
               ELSE
                   MOVE WS-TAUX TO Crs-Taux
                   MOVE WS-DATE-JOUR TO Crs-Date-Maj
                   MOVE Ope-Appelant TO Crs-Operateur
                   WRITE ENR-COURS
                       INVALID KEY
                           DISPLAY 'Erreur enregistrement du cours'
                       NOT INVALID KEY
                           DISPLAY 'Cours ' WS-DEVISE ' enregistre au '
                                   Crs-Date-Effet
                   END-WRITE
               END-IF
               END-IF
           END-IF.


       SAISIR-DEVISE.

           MOVE SPACES TO WS-DEVISE
           DISPLAY SCR-DEVISE
           ACCEPT SCR-DEVISE
           INSPECT WS-DEVISE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-DEVISE = 'EUR'
               DISPLAY 'L euro est la devise de tenue des comptes : '
                       'pas de cours'
               MOVE SPACES TO WS-DEVISE
           END-IF.


       CONSULTER-COURS.

           PERFORM SAISIR-DEVISE
           IF WS-DEVISE NOT = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
               MOVE 'N' TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = 'O'
                   DISPLAY SCR-DATE-CONSULT
                   ACCEPT SCR-DATE-CONSULT
                   PERFORM VERIFIER-DATE
               END-PERFORM
               PERFORM DETERMINER-COURS-EN-VIGUEUR
               IF WS-COURS-TROUVE = 'O'
                   DISPLAY '1 EUR = ' WS-TAUX ' ' WS-DEVISE
                           ' (cours du ' WS-DATE-COURS ')'
               ELSE
                   DISPLAY 'Aucun cours ' WS-DEVISE ' en vigueur au '
                           WS-DATE-SAISIE
               END-IF
           END-IF.


      ******************************************************************
      *      COURS EN VIGUEUR A WS-DATE-SAISIE POUR WS-DEVISE :        *
      *      DERNIERE ENTREE DONT LA DATE D EFFET NE DEPASSE PAS LA    *
      *      DATE DEMANDEE                                             *
      ******************************************************************

       DETERMINER-COURS-EN-VIGUEUR.

           MOVE 'N' TO WS-COURS-TROUVE
           MOVE 0 TO WS-TAUX
           MOVE SPACES TO WS-DATE-COURS
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
           END-PERFORM.


      ******************************************************************
      *      LISTE DES COURS PAR DEVISE ET DATE D EFFET, AVEC LA DATE  *
      *      DE SAISIE ET L OPERATEUR                                  *
      ******************************************************************

       EDITER-LISTE-COURS.

           MOVE 0 TO WS-NB-COURS
           MOVE SPACES TO WS-DEVISE-PREC
           OPEN OUTPUT LISTE

           MOVE SPACES TO LIGNE-LISTE
           STRING 'COURS DE CHANGE AU ' WS-DATE-JOUR
                  ' (UNITES DE DEVISE POUR 1 EUR)'
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE

           MOVE LOW-VALUES TO Crs-Cle
           MOVE 'N' TO WS-FIN-COURS
           START COURS-DEVISE KEY IS NOT LESS THAN Crs-Cle
               INVALID KEY MOVE 'O' TO WS-FIN-COURS
           END-START

           PERFORM UNTIL WS-FIN-COURS = 'O'
               READ COURS-DEVISE NEXT RECORD
                   AT END MOVE 'O' TO WS-FIN-COURS
               END-READ
               IF WS-FIN-COURS = 'N'
                   IF Crs-Devise NOT = WS-DEVISE-PREC
                       MOVE SPACES TO LIGNE-LISTE
                       WRITE LIGNE-LISTE
                       MOVE Crs-Devise TO WS-DEVISE-PREC
                   END-IF
                   ADD 1 TO WS-NB-COURS
                   MOVE SPACES TO LIGNE-LISTE
                   STRING Crs-Devise '  effet ' Crs-Date-Effet
                          '  cours ' Crs-Taux
                          '  saisi le ' Crs-Date-Maj
                          ' par ' Crs-Operateur
                          DELIMITED BY SIZE INTO LIGNE-LISTE
                   WRITE LIGNE-LISTE
               END-IF
           END-PERFORM

           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           STRING 'Nombre de cours : ' WS-NB-COURS
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           CLOSE LISTE

           DISPLAY WS-NB-COURS ' cours listes dans '
                   'cours_devise_liste.txt'.


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


       END PROGRAM COURS_DEVISE.
