        01 FS-CLIENT PIC X(2).
        01 FS-PRINT1 PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).                             
        01 WS-PREVIOUS-REGION PIC 9(2).
        01 WS-PREVIOUS-ACTI-PRO PIC 9(2).
           IF FS-CLIENT = '00'                                    
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT     
           ELSE                                                   
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME                      
           END-IF.                                                
           OPEN OUTPUT FPRINT1                                    
           IF FS-PRINT1 = '00'                                    
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT1      
           ELSE                                                   
              MOVE 'FPRINT1' TO WS-ERR-FICHIER
              MOVE FS-PRINT1 TO WS-ERR-STATUT
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
           IF WS-CPT-LIGNES + WS-LIGNES-GROUPE > WS-MAX-LIGNES
              MOVE WS-MAX-LIGNES TO WS-CPT-LIGNES
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST10' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT.
           CLOSE FPRINT1.
           CLOSE FCTLLOG.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.                                                                                                                                                                                                                                                                                                                                                                                                                  
