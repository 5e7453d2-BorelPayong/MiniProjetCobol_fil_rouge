        01 FS-MOUVEM-OUT PIC X(2).
        01 FS-REJMOIS PIC X(2).
        01 FS-PRINT PIC X(2).
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
           OPEN INPUT FMOUVE4
           IF FS-MOUVE4 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE4
           ELSE
              MOVE 'FMOUVE4' TO WS-ERR-FICHIER
              MOVE FS-MOUVE4 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE5
           IF FS-MOUVE5 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE5
           ELSE
              MOVE 'FMOUVE5' TO WS-ERR-FICHIER
              MOVE FS-MOUVE5 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE6
           IF FS-MOUVE6 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE6
           ELSE
              MOVE 'FMOUVE6' TO WS-ERR-FICHIER
              MOVE FS-MOUVE6 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE7
           IF FS-MOUVE7 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE7
           ELSE
              MOVE 'FMOUVE7' TO WS-ERR-FICHIER
              MOVE FS-MOUVE7 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE8
           IF FS-MOUVE8 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE8
           ELSE
              MOVE 'FMOUVE8' TO WS-ERR-FICHIER
              MOVE FS-MOUVE8 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE9
           IF FS-MOUVE9 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE9
           ELSE
              MOVE 'FMOUVE9' TO WS-ERR-FICHIER
              MOVE FS-MOUVE9 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE10
           IF FS-MOUVE10 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE10
           ELSE
              MOVE 'FMOUVE10' TO WS-ERR-FICHIER
              MOVE FS-MOUVE10 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE11
           IF FS-MOUVE11 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE11
           ELSE
              MOVE 'FMOUVE11' TO WS-ERR-FICHIER
              MOVE FS-MOUVE11 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVE12
           IF FS-MOUVE12 = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVE12
           ELSE
              MOVE 'FMOUVE12' TO WS-ERR-FICHIER
              MOVE FS-MOUVE12 TO WS-ERR-STATUT
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
        FONCTION-PROGRAMME.
              DISPLAY ' TOTAL ENREGISTREMENTS FMOUVEM-OUT : '
                      WS-CPT-OUT
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
        FONCTION-VERIFIER-SOURCES.
           MOVE 'O' TO WS-TOUT-OK
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST33' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST24 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST24' TO WS-ERR-PROGRAMME
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
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
