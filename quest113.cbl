        WORKING-STORAGE SECTION.
        01 FS-AUDIT PIC X(2).
        01 FS-CDC PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
           IF FS-AUDIT = '00'
              DISPLAY ' FILE AUDIT OPEN SUCCES : ' FS-AUDIT
           ELSE
              MOVE 'FAUDIT' TO WS-ERR-FICHIER
              MOVE FS-AUDIT TO WS-ERR-STATUT
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
        FONCTION-PROGRAMME.
           READ FAUDIT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST113' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FAUDIT
           CLOSE FCDC
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
