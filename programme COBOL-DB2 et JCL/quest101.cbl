        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-CDC PIC X(2).
           COPY WSERREUR.
        01 WS-DATE-TRT PIC X(10).
        01 WS-END-OF-FILE PIC X(1).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FCDC
           IF FS-CDC = '00'
              DISPLAY ' FILE CDC OPEN SUCCES : ' FS-CDC
           ELSE
              MOVE 'FCDC' TO WS-ERR-FICHIER
              MOVE FS-CDC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT
           IF FS-PRINT = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT
           ELSE
              MOVE 'FPRINT' TO WS-ERR-FICHIER
              MOVE FS-PRINT TO WS-ERR-STATUT
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
              DISPLAY ' ECART TRANSFERT : AVANT '
                      WS-CPT-PARTANT-AVANT ' / TRANSFERES '
                      WS-CPT-TRANSFERES
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           DISPLAY 'DATE DE TRAITEMENT (AAAA-MM-JJ) :'
        FONCTION-VERIFIER-SUCCESSEUR.
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST101' TO FCIFAL-NOMJOB
           MOVE 'L0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-UNQ TO TRUE
           MOVE WS-GEST-SUCCESSEUR TO EMLENT-EMPID
           REWRITE CLIENT
              INVALID KEY
                 DISPLAY ' REWRITE IMPOSSIBLE COMPTE : ' NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-TRANSFERER-CLIENT' TO WS-ERR-PARAGRAPHE
                 MOVE NUM-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 ADD 1 TO WS-CPT-TRANSFERES
                 PERFORM FONCTION-ECRIRE-CDC
           MOVE ' CLIENTS REAFFECTES GESTION ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-TRANSFERES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST101' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FCDC
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
