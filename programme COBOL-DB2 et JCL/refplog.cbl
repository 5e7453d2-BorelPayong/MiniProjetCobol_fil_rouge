           05 WS-DATERUN       PIC X(10).
       01 WS-CRIT-DATEMIN      PIC X(10).
       01  W-Lbl                         PIC X(30).
      *-- Zone d'appel du service d'erreur standard PGMERR
           COPY WSERREUR.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                    SET W-Err-CleDup       TO TRUE
              WHEN OTHER
                    SET W-Err-DB2          TO TRUE
           END-EVALUATE
      *-- Toute erreur SQL autre que l'absence de donnee est
      *-- journalisee par le service d'erreur standard PGMERR, sous
      *-- le job batch appelant (FCIFAL-NomJob)
           IF NOT DB2RET-NON-TROUVE
              MOVE FCIFAL-NomJob TO WS-ERR-JOB
              MOVE C-NomPgm      TO WS-ERR-PROGRAMME
              MOVE 'TREFLOG'     TO WS-ERR-FICHIER
              MOVE W-Lbl         TO WS-ERR-PARAGRAPHE
              MOVE WS-JOBNAME    TO WS-ERR-CLE
              MOVE SQLCODE       TO WS-ERR-SQLCODE
              CALL 'PGMERR' USING WS-ERREUR
           END-IF.
