           05 FILLER PIC X(58).                                
        01 FS-NATCOMP PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIRST-ENR PIC X(1).
        01 WS-ENTETE PIC X(1).
           IF FS-REGION = '00'                                     
              DISPLAY ' FILE REGION OPEN SUCCES : ' FS-REGION      
           ELSE                                                    
              MOVE 'FREGION' TO WS-ERR-FICHIER
              MOVE FS-REGION TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME                       
           END-IF.                                                 
           OPEN I-O FACTIPRO.                                      
           IF FS-ACTIPRO = '00'                                    
              DISPLAY ' FILE REGION OPEN SUCCES : ' FS-ACTIPRO     
           ELSE                                                    
              MOVE 'FACTIPRO' TO WS-ERR-FICHIER
              MOVE FS-ACTIPRO TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME                       
           END-IF.                                                 
           OPEN I-O FNATCOMP.                                      
           IF FS-NATCOMP = '00'                                    
              DISPLAY ' FILE NATURE COMPTE OPEN : ' FS-NATCOMP     
           ELSE  
              MOVE 'FNATCOMP' TO WS-ERR-FICHIER
              MOVE FS-NATCOMP TO WS-ERR-STATUT
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
           MOVE ' NAT-COMPTE LUES SUR FNATCOMP ' TO CTLLOG-LIBELLE
           MOVE WS-TOTAL-COUNT TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST14' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FREGION
           CLOSE FACTIPRO
           CLOSE FNATCOMP
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.                                                                                                                                                                                                                                                                                                                                                                                                                                                                                    
