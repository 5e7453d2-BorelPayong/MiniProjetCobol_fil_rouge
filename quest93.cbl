        01 FS-TARIFC PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
      *-- CUMULS PAR NATURE, PAR REGION ET PAR COMPTE
        01 WS-TAB-NAT.
           05 WS-TAB-NA-NB PIC 9(4) VALUE 0.
           05 WS-TAB-NA-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-NA-NB
                INDEXED BY WS-NA-IDX.
              10 WS-TAB-NA-CODE PIC X(3).
              10 WS-TAB-NA-PROPOSE PIC 9(10)V99.
        01 WS-TAB-REG.
           05 WS-TAB-RE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-RE-ENTREE OCCURS 0 TO 99 TIMES
                DEPENDING ON WS-TAB-RE-NB
                INDEXED BY WS-RE-IDX.
              10 WS-TAB-RE-CODE PIC 9(2).
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FTARIF
           IF FS-TARIF = '00'
              DISPLAY ' FILE TARIF OPEN SUCCES : ' FS-TARIF
           ELSE
              MOVE 'FTARIF' TO WS-ERR-FICHIER
              MOVE FS-TARIF TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FTARIFC
           IF FS-TARIFC = '00'
              DISPLAY ' FILE TARIFC OPEN SUCCES : ' FS-TARIFC
           ELSE
              MOVE 'FTARIFC' TO WS-ERR-FICHIER
              MOVE FS-TARIFC TO WS-ERR-STATUT
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
           SET WS-NA-IDX TO 1
           SEARCH WS-TAB-NA-ENTREE
              AT END
                 IF WS-TAB-NA-NB < 2000
                    ADD 1 TO WS-TAB-NA-NB
                    SET WS-NA-IDX TO WS-TAB-NA-NB
                    MOVE WS-NAT-MOUV TO WS-TAB-NA-CODE(WS-NA-IDX)
           SET WS-RE-IDX TO 1
           SEARCH WS-TAB-RE-ENTREE
              AT END
                 IF WS-TAB-RE-NB < 99
                    ADD 1 TO WS-TAB-RE-NB
                    SET WS-RE-IDX TO WS-TAB-RE-NB
                    MOVE WS-CODE-REGION-MOUV
           DISPLAY ' MOUVEMENTS SIMULES : ' WS-CPT-MOUVEMENTS
           DISPLAY ' COMPTES EN HAUSSE : ' WS-CPT-HAUSSE
           DISPLAY ' COMPTES EN BAISSE : ' WS-CPT-BAISSE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST93' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
