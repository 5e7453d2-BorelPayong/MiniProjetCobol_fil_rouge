        01 FS-PERSON PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-PERSONNE.
           05 WS-PER-NUM-CLIENT PIC X(8).
           IF FS-PERSON = '00'
              DISPLAY ' FILE PERSON OPEN SUCCES : ' FS-PERSON
           ELSE
              MOVE 'FPERSON' TO WS-ERR-FICHIER
              MOVE FS-PERSON TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCLILINK
           IF FS-CLILINK = '00'
              DISPLAY ' FILE CLILINK OPEN SUCCES : ' FS-CLILINK
           ELSE
              MOVE 'FCLILINK' TO WS-ERR-FICHIER
              MOVE FS-CLILINK TO WS-ERR-STATUT
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
        FONCTION-PROGRAMME.
           MOVE WS-PER-TEL TO PER-TEL
           MOVE WS-PER-EMAIL TO PER-EMAIL
           WRITE PERSON
              INVALID KEY
                 DISPLAY ' PERSONNE DEJA EXISTANTE '
                 MOVE 'FPERSON' TO WS-ERR-FICHIER
                 MOVE FS-PERSON TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-PERSONNE' TO WS-ERR-PARAGRAPHE
                 MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' PERSONNE CREEE '
           END-WRITE.
        FONCTION-MODIFIER-PERSONNE.
           READ FPERSON
              INVALID KEY
                 DISPLAY ' PERSONNE INCONNUE : ' WS-PER-NUM-CLIENT
                 MOVE 'FPERSON' TO WS-ERR-FICHIER
                 MOVE FS-PERSON TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-PERSONNE' TO WS-ERR-PARAGRAPHE
                 MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-PER-NOM TO PER-NOM
                 MOVE WS-PER-PRENOM TO PER-PRENOM
           DELETE FPERSON
              INVALID KEY
                 DISPLAY ' PERSONNE INCONNUE : ' WS-PER-NUM-CLIENT
                 MOVE 'FPERSON' TO WS-ERR-FICHIER
                 MOVE FS-PERSON TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-PERSONNE' TO WS-ERR-PARAGRAPHE
                 MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' PERSONNE SUPPRIMEE '
           END-DELETE.
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU : ' WS-LNK-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-RATTACHER-COMPTE' TO WS-ERR-PARAGRAPHE
                 MOVE NU-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           MOVE WS-PER-NUM-CLIENT TO PER-NUM-CLIENT
           READ FPERSON
              INVALID KEY
                 DISPLAY ' PERSONNE INCONNUE : ' WS-PER-NUM-CLIENT
                 MOVE 'FPERSON' TO WS-ERR-FICHIER
                 MOVE FS-PERSON TO WS-ERR-STATUT
                 MOVE 'FONCTION-RATTACHER-COMPTE' TO WS-ERR-PARAGRAPHE
                 MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           MOVE WS-LNK-NUM-COMPTE TO LNK-NUM-COMPTE
           DELETE FCLILINK
              INVALID KEY
                 DISPLAY ' COMPTE NON RATTACHE : ' WS-LNK-NUM-COMPTE
                 MOVE 'FCLILINK' TO WS-ERR-FICHIER
                 MOVE FS-CLILINK TO WS-ERR-STATUT
                 MOVE 'FONCTION-DETACHER-COMPTE' TO WS-ERR-PARAGRAPHE
                 MOVE LNK-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' COMPTE DETACHE '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST69' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPERSON
           CLOSE FCLILINK
           CLOSE FCLIENT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
