           05 FILLER PIC X(44).
        WORKING-STORAGE SECTION.
        01 FS-LIMITE PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-LIMITE.
           05 WS-LIM-NUM-COMPTE PIC X(6).
           IF FS-LIMITE = '00'
              DISPLAY ' FILE LIMITE OPEN SUCCES : ' FS-LIMITE
           ELSE
              MOVE 'FLIMITE' TO WS-ERR-FICHIER
              MOVE FS-LIMITE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           MOVE WS-LIM-DATE-EXPIR TO LIM-DATE-EXPIR
           MOVE SPACES TO LIM-DATE-DEPASS
           WRITE LIMITE
              INVALID KEY
                 DISPLAY ' AUTORISATION DEJA EXISTANTE '
                 MOVE 'FLIMITE' TO WS-ERR-FICHIER
                 MOVE FS-LIMITE TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-LIMITE' TO WS-ERR-PARAGRAPHE
                 MOVE LIM-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' AUTORISATION CREEE '
           END-WRITE.
        FONCTION-MODIFIER-LIMITE.
           READ FLIMITE
              INVALID KEY
                 DISPLAY ' AUTORISATION INCONNUE : ' WS-LIM-NUM-COMPTE
                 MOVE 'FLIMITE' TO WS-ERR-FICHIER
                 MOVE FS-LIMITE TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-LIMITE' TO WS-ERR-PARAGRAPHE
                 MOVE LIM-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-LIM-MONTANT TO LIM-MONTANT
                 MOVE WS-LIM-DATE-EXPIR TO LIM-DATE-EXPIR
           DELETE FLIMITE
              INVALID KEY
                 DISPLAY ' AUTORISATION INCONNUE : ' WS-LIM-NUM-COMPTE
                 MOVE 'FLIMITE' TO WS-ERR-FICHIER
                 MOVE FS-LIMITE TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-LIMITE' TO WS-ERR-PARAGRAPHE
                 MOVE LIM-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' AUTORISATION SUPPRIMEE '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST34' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FLIMITE.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
