        01 FS-ARCHIVE PIC X(2).
        01 FS-REFNUM PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-SOURCE PIC X(8).
        01 WS-DERNIERE-REF PIC 9(8) VALUE 0.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FREJET
           IF FS-REJET = '00'
              DISPLAY ' FILE REJET OPEN SUCCES : ' FS-REJET
           ELSE
              MOVE 'FREJET' TO WS-ERR-FICHIER
              MOVE FS-REJET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSUSPENS
           IF FS-SUSPENS = '00'
              DISPLAY ' FILE SUSPENS OPEN SUCCES : ' FS-SUSPENS
           ELSE
              MOVE 'FSUSPENS' TO WS-ERR-FICHIER
              MOVE FS-SUSPENS TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSUSPNEW
           IF FS-SUSPNEW = '00'
              DISPLAY ' FILE SUSPNEW OPEN SUCCES : ' FS-SUSPNEW
           ELSE
              MOVE 'FSUSPNEW' TO WS-ERR-FICHIER
              MOVE FS-SUSPNEW TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FARCHIVE
           IF FS-ARCHIVE = '00'
              DISPLAY ' FILE ARCHIVE OPEN SUCCES : ' FS-ARCHIVE
           ELSE
              MOVE 'FARCHIVE' TO WS-ERR-FICHIER
              MOVE FS-ARCHIVE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FREFNUM
           IF FS-REFNUM = '00'
              DISPLAY ' FILE REFNUM OPEN SUCCES : ' FS-REFNUM
           ELSE
              MOVE 'FREFNUM' TO WS-ERR-FICHIER
              MOVE FS-REFNUM TO WS-ERR-STATUT
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
        FONCTION-PROGRAMME.
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           IF WS-CPT-TROUS > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-LIRE-REFNUM.
           READ FREFNUM
           DISPLAY ' REFERENCES RENCONTREES : ' WS-CPT-REFERENCES
           DISPLAY ' TROUS DETECTES : ' WS-CPT-TROUS
           DISPLAY ' REFERENCES MANQUANTES : ' WS-CPT-MANQUANTES.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST108' TO WS-ERR-PROGRAMME
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
           CLOSE FREJET
           CLOSE FSUSPENS
           CLOSE FARCHIVE
           CLOSE FREFNUM
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
