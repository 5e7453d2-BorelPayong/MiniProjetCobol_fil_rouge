        01 FS-SAUVE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CPT-SAUVE PIC 9(7) VALUE 0.
        01 WS-HASH-SAUVE PIC S9(13)V99 VALUE 0.
           IF FS-SAUVE = '00'
              DISPLAY ' FILE SAUVE OPEN SUCCES : ' FS-SAUVE
           ELSE
              MOVE 'FSAUVE' TO WS-ERR-FICHIER
              MOVE FS-SAUVE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FCTLLOG
           IF FS-CTLLOG = '00'
              DISPLAY ' FILE CTLLOG OPEN SUCCES : ' FS-CTLLOG
           ELSE
              MOVE 'FCTLLOG' TO WS-ERR-FICHIER
              MOVE FS-CTLLOG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
                 INVALID KEY
                    DISPLAY ' CLE EN DOUBLE AU RECHARGEMENT : '
                            WS-NUM-COMPTE
                    MOVE 'FCLIENT' TO WS-ERR-FICHIER
                    MOVE FS-CLIENT TO WS-ERR-STATUT
                    MOVE 'FONCTION-RECHARGER-CLIENTS'
                      TO WS-ERR-PARAGRAPHE
                    MOVE NUM-COMPTE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
              END-WRITE
              PERFORM FONCTION-READ-SAUVE
           END-PERFORM
              DISPLAY ' RESTAURATION CONTROLEE CONFORME '
           ELSE
              DISPLAY ' RESTAURATION EN ECART - A CONTROLER '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-READ-SAUVE.
           READ FSAUVE INTO WS-CLIENT
           END-IF
           MOVE WS-CPT-RESTAURE TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST47' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
