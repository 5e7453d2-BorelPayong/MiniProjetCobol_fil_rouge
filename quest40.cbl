        01 FS-MVTOLD PIC X(2).
        01 FS-MVTNEW PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CPT-CLI-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-CLI-ECRITS PIC 9(7) VALUE 0.
           IF FS-CLIOLD = '00'
              DISPLAY ' FILE CLIOLD OPEN SUCCES : ' FS-CLIOLD
           ELSE
              MOVE 'FCLIOLD' TO WS-ERR-FICHIER
              MOVE FS-CLIOLD TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCLINEW
           IF FS-CLINEW = '00'
              DISPLAY ' FILE CLINEW OPEN SUCCES : ' FS-CLINEW
           ELSE
              MOVE 'FCLINEW' TO WS-ERR-FICHIER
              MOVE FS-CLINEW TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMVTOLD
           IF FS-MVTOLD = '00'
              DISPLAY ' FILE MVTOLD OPEN SUCCES : ' FS-MVTOLD
           ELSE
              MOVE 'FMVTOLD' TO WS-ERR-FICHIER
              MOVE FS-MVTOLD TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FMVTNEW
           IF FS-MVTNEW = '00'
              DISPLAY ' FILE MVTNEW OPEN SUCCES : ' FS-MVTNEW
           ELSE
              MOVE 'FMVTNEW' TO WS-ERR-FICHIER
              MOVE FS-MVTNEW TO WS-ERR-STATUT
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
           MOVE ' MOUVEMENTS CONVERTIS NUM 6 ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-MVT-ECRITS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST40' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
