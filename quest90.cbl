        01 FS-ARCHIVE PIC X(2).
        01 FS-ARCHIX PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CUR-NUM-COMPTE PIC X(6).
        01 WS-CUR-DATE-MOUV PIC X(10).
           IF FS-ARCHIVE = '00'
              DISPLAY ' FILE ARCHIVE OPEN SUCCES : ' FS-ARCHIVE
           ELSE
              MOVE 'FARCHIVE' TO WS-ERR-FICHIER
              MOVE FS-ARCHIVE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FARCHIX
           IF FS-ARCHIX = '00'
              DISPLAY ' FILE ARCHIX OPEN SUCCES : ' FS-ARCHIX
           ELSE
              MOVE 'FARCHIX' TO WS-ERR-FICHIER
              MOVE FS-ARCHIX TO WS-ERR-STATUT
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
              WRITE ARCHIX
                 INVALID KEY
                    DISPLAY ' CLE EN DOUBLE ARCHIX : ' ARX-CLE
                    MOVE 'FARCHIX' TO WS-ERR-FICHIER
                    MOVE FS-ARCHIX TO WS-ERR-STATUT
                    MOVE 'FONCTION-ECRIRE-ARCHIX' TO WS-ERR-PARAGRAPHE
                    MOVE ARX-CLE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                 NOT INVALID KEY
                    ADD 1 TO WS-CPT-CHARGES
              END-WRITE
           MOVE ' MOUVEMENTS ARCHIVES INDEXES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CHARGES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST90' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FARCHIX
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
