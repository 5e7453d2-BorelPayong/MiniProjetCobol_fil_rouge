        01 FS-ARCHIVE PIC X(2).
        01 FS-MOUVEM-NEW PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-CPT-LUS PIC 9(5) VALUE 0.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FARCHIVE.
           IF FS-ARCHIVE = '00'
              DISPLAY ' FILE ARCHIVE OPEN SUCCES : ' FS-ARCHIVE
           ELSE
              MOVE 'FARCHIVE' TO WS-ERR-FICHIER
              MOVE FS-ARCHIVE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FMOUVEM-NEW.
           IF FS-MOUVEM-NEW = '00'
              DISPLAY ' FILE MOUVEM-NEW OPEN SUCCES : ' FS-MOUVEM-NEW
           ELSE
              MOVE 'FMOUVEM-NEW' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM-NEW TO WS-ERR-STATUT
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
           READ FMOUVEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST26' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVEM
           CLOSE FARCHIVE
           CLOSE FMOUVEM-NEW
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
