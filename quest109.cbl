        WORKING-STORAGE SECTION.
        01 FS-PARMIX PIC X(2).
        01 FS-PARAM PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-MOTCLE-COURANT PIC X(30).
           IF FS-PARMIX = '00'
              DISPLAY ' FILE PARMIX OPEN SUCCES : ' FS-PARMIX
           ELSE
              MOVE 'FPARMIX' TO WS-ERR-FICHIER
              MOVE FS-PARMIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPARAM
           IF FS-PARAM = '00'
              DISPLAY ' FILE PARAM OPEN SUCCES : ' FS-PARAM
           ELSE
              MOVE 'FPARAM' TO WS-ERR-FICHIER
              MOVE FS-PARAM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           READ FPARMIX
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST109' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPARMIX
           CLOSE FPARAM
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
