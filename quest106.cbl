        01 FS-HISTSOL PIC X(2).
        01 FS-CERTREG PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-HISTSOL PIC X(1).
        01 WS-DATE-TRT PIC X(10).
           IF FS-ATTDEM = '00'
              DISPLAY ' FILE ATTDEM OPEN SUCCES : ' FS-ATTDEM
           ELSE
              MOVE 'FATTDEM' TO WS-ERR-FICHIER
              MOVE FS-ATTDEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FHISTSOL
           IF FS-HISTSOL = '00'
              DISPLAY ' FILE HISTSOL OPEN SUCCES : ' FS-HISTSOL
           ELSE
              MOVE 'FHISTSOL' TO WS-ERR-FICHIER
              MOVE FS-HISTSOL TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FCERTREG
           IF FS-CERTREG = '00'
              DISPLAY ' FILE CERTREG OPEN SUCCES : ' FS-CERTREG
           ELSE
              MOVE 'FCERTREG' TO WS-ERR-FICHIER
              MOVE FS-CERTREG TO WS-ERR-STATUT
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
           PERFORM FONCTION-ECRIRE-LIGNE
           MOVE WS-ED-LIGNE3 TO REC-PRT
           PERFORM FONCTION-ECRIRE-LIGNE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST106' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FATTDEM
           CLOSE FCLIENT
           CLOSE FHISTSOL
           CLOSE FCERTREG
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
