      *  +---------------------------------------------------------+   *
      *  I 02/09/26 I        CREATION FICHIER        I   FCIT      I   *
      *  +---------------------------------------------------------+   *
      *  I 10/15/26 I        ERREURS SQL VERS PGMERR I   FCIT      I   *
      *  +---------------------------------------------------------+   *
      *                                                                *
      * ============================================================== *
      *  COPY UTILISES :                                               *
           05 WS-DATEVALEUR    PIC X(8).
      *-- Label du paragraphe traite
       01  W-Lbl                         PIC X(30).
      *-- Zone d'appel du service d'erreur standard PGMERR
           COPY WSERREUR.
      *-- Variable de conversion du code retour DB2
       01  W-SQLCod                      PIC ZZ9+  BLANK WHEN ZERO.
      *-- Variables DB2
                    SET W-Err-DeadlockTimeout TO TRUE
              WHEN OTHER
                    SET W-Err-DB2          TO TRUE
           END-EVALUATE
      *-- Toute erreur SQL autre que l'absence de donnee est
      *-- journalisee par le service d'erreur standard PGMERR, sous
      *-- le job batch appelant (FCIFAL-NomJob)
           IF NOT DB2RET-NON-TROUVE
              MOVE FCIFAL-NomJob TO WS-ERR-JOB
              MOVE C-NomPgm      TO WS-ERR-PROGRAMME
              MOVE 'TREFMVT'     TO WS-ERR-FICHIER
              MOVE W-Lbl         TO WS-ERR-PARAGRAPHE
              MOVE WS-REFMOUV    TO WS-ERR-CLE
              MOVE SQLCODE       TO WS-ERR-SQLCODE
              CALL 'PGMERR' USING WS-ERREUR
           END-IF.
