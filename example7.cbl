           MOVE 'N' TO WS-FACT-FILE-OK
           MOVE 'N' TO WS-LIGNE-FILE-OK

           MOVE 0 TO RETURN-CODE
           DISPLAY SCR-CONTROLE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

               CLOSE ETAT
               DISPLAY 'Controle edite dans controle_integrite.txt'
               DISPLAY WS-NB-ANOMALIES ' anomalie(s) detectee(s)'
      *        Code retour 4 : la chaine de nuit s arrete avant
      *        l export et la cloture.
               IF WS-NB-ANOMALIES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-FACT-FILE-OK = 'O'
