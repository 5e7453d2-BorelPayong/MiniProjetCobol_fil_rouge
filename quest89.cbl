        01 FS-SUSPQ PIC X(2).
        01 FS-REPRIS PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-SUSPQ PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
           IF FS-SUSPQ = '00'
              DISPLAY ' FILE SUSPQ OPEN SUCCES : ' FS-SUSPQ
           ELSE
              MOVE 'FSUSPQ' TO WS-ERR-FICHIER
              MOVE FS-SUSPQ TO WS-ERR-STATUT
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
                 PERFORM FONCTION-EXTRAIRE-CORRIGES
              WHEN OTHER
                 DISPLAY ' MODE INCONNU : ' WS-MODE
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
           END-EVALUATE
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           PERFORM FONCTION-CHERCHER-DERNIER-SEQ
           OPEN INPUT FSUSPNEW
           IF FS-SUSPNEW NOT = '00'
              MOVE 'FSUSPNEW' TO WS-ERR-FICHIER
              MOVE FS-SUSPNEW TO WS-ERR-STATUT
              MOVE 'FONCTION-CHARGER-FILE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
              WRITE SUSPQ
                 INVALID KEY
                    DISPLAY ' SEQUENCE EN DOUBLE : ' SUS-SEQ
                    MOVE 'FSUSPQ' TO WS-ERR-FICHIER
                    MOVE FS-SUSPQ TO WS-ERR-STATUT
                    MOVE 'FONCTION-CHARGER-FILE' TO WS-ERR-PARAGRAPHE
                    MOVE SUS-SEQ TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
              END-WRITE
              ADD 1 TO WS-CPT-CHARGES
              PERFORM FONCTION-READ-SUSPNEW
        FONCTION-EXTRAIRE-CORRIGES.
           OPEN OUTPUT FREPRIS
           IF FS-REPRIS NOT = '00'
              MOVE 'FREPRIS' TO WS-ERR-FICHIER
              MOVE FS-REPRIS TO WS-ERR-STATUT
              MOVE 'FONCTION-EXTRAIRE-CORRIGES' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-FIN-SUSPQ
              MOVE WS-CPT-EXTRAITS TO CTLLOG-COMPTEUR
           END-IF
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST89' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSUSPQ
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
