           05 PRD-CODE-FORFAIT PIC X(3).
           05 PRD-DECOUVERT PIC X(1).
           05 PRD-DELAI-DORMANCE PIC 9(3).
           05 PRD-NAT-ADULTE PIC 9(2).
           05 FILLER PIC X(44).
        FD FRETENUE.
        01 RETENUE.
           05 RET-CLE.
        01 FS-PERIODE PIC X(2).
        01 FS-RETENUE PIC X(2).
        01 FS-PRODUIT PIC X(2).
           COPY WSERREUR.
        01 WS-TAUX-PRODUIT PIC 9(3)V9(2).
        01 WS-TAUXRET-ENTIER PIC 9(5).
        01 WS-TAUX-RETENUE PIC 9(3)V9(2).
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FMOUVEM.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FPERIODE.
           IF FS-PERIODE = '00'
              DISPLAY ' FILE PERIODE OPEN SUCCES : ' FS-PERIODE
           ELSE
              MOVE 'FPERIODE' TO WS-ERR-FICHIER
              MOVE FS-PERIODE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FREFNUM.
           IF FS-REFNUM = '00'
              DISPLAY ' FILE REFNUM OPEN SUCCES : ' FS-REFNUM
           ELSE
              MOVE 'FREFNUM' TO WS-ERR-FICHIER
              MOVE FS-REFNUM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPRODUIT
           IF FS-PRODUIT = '00'
              DISPLAY ' FILE PRODUIT OPEN SUCCES : ' FS-PRODUIT
           ELSE
              MOVE 'FPRODUIT' TO WS-ERR-FICHIER
              MOVE FS-PRODUIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FRETENUE
           IF FS-RETENUE = '00'
              DISPLAY ' FILE RETENUE OPEN SUCCES : ' FS-RETENUE
           ELSE
              MOVE 'FRETENUE' TO WS-ERR-FICHIER
              MOVE FS-RETENUE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           READ FCLIENT INTO WS-CLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST25' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FMOUVEM
           CLOSE FPERIODE
           CLOSE FREFNUM
           CLOSE FRETENUE
           CLOSE FPRODUIT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
