        01 FS-REJMOIS PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
      *-- IMAGE DE L'ENREGISTREMENT D'ECHANGE COURANT, AVEC SES
      *-- VUES ENTETE ET FIN DE FICHIER
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-MOUVE1 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE1
           ELSE
              MOVE 'FMOUVE1' TO WS-ERR-FICHIER
              MOVE FS-MOUVE1 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE2
           IF FS-MOUVE2 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE2
           ELSE
              MOVE 'FMOUVE2' TO WS-ERR-FICHIER
              MOVE FS-MOUVE2 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE3
           IF FS-MOUVE3 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE3
           ELSE
              MOVE 'FMOUVE3' TO WS-ERR-FICHIER
              MOVE FS-MOUVE3 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FREJMOIS
           IF FS-REJMOIS = '00'
              DISPLAY ' FILE REJMOIS OPEN SUCCES : ' FS-REJMOIS
           ELSE
              MOVE 'FREJMOIS' TO WS-ERR-FICHIER
              MOVE FS-REJMOIS TO WS-ERR-STATUT
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
                      WS-CPT-OUT
              PERFORM FONCTION-ECRIRE-CTLLOG
      *-- UNE FUSION ABANDONNEE NE POSE PAS LE JALON DE FIN
              MOVE WS-CPT-TOTAL-SOURCES TO WS-CHAIN-VOLUME
              MOVE 'F' TO WS-CHAIN-ACTION
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
           ELSE
              DISPLAY ' CONTROLES D ECHANGE EN ANOMALIE - '
                      'FUSION ABANDONNEE '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      **************************************************************
      * PASSE DE CONTROLE : CHAQUE FICHIER EST LU EN ENTIER POUR   *
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST33' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST21 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST21' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FREJMOIS
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
