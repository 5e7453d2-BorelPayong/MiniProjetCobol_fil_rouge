      *PERIODICITE ('M' MENSUEL, 'T' TRIMESTRIEL, 'A' ANNUEL),      *
      *DATE DE PROCHAINE EXECUTION ET DATE DE FIN, SUR LE MODELE    *
      *DE QUEST34 POUR FLIMITE. LA GENERATION QUOTIDIENNE DES       *
      *MOUVEMENTS ECHUS EST ASSUREE PAR QUEST66. LA SUSPENSION ET   *
      *LA REPRISE D'UN ORDRE SE FONT EN LIGNE PAR PGORDMAJ, UNE     *
      *MODIFICATION BATCH CONSERVE L'ETAT DE SUSPENSION             *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST65.
           05 ORD-PERIODICITE PIC X(1).
           05 ORD-DATE-PROCH PIC X(10).
           05 ORD-DATE-FIN PIC X(10).
           05 ORD-STATUT PIC X(1).
           05 ORD-DATE-REPRISE PIC X(10).
           05 FILLER PIC X(12).
        WORKING-STORAGE SECTION.
        01 FS-ORDPERM PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-ORDRE.
           05 WS-ORD-NUM-COMPTE PIC X(6).
           IF FS-ORDPERM = '00'
              DISPLAY ' FILE ORDPERM OPEN SUCCES : ' FS-ORDPERM
           ELSE
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           MOVE WS-ORD-PERIODICITE TO ORD-PERIODICITE
           MOVE WS-ORD-DATE-PROCH TO ORD-DATE-PROCH
           MOVE WS-ORD-DATE-FIN TO ORD-DATE-FIN
           MOVE SPACE TO ORD-STATUT
           MOVE SPACES TO ORD-DATE-REPRISE
           WRITE ORDPERM
              INVALID KEY
                 DISPLAY ' ORDRE DEJA EXISTANT '
                 MOVE 'FORDPERM' TO WS-ERR-FICHIER
                 MOVE FS-ORDPERM TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-ORDRE' TO WS-ERR-PARAGRAPHE
                 MOVE ORD-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' ORDRE CREE '
           END-WRITE.
        FONCTION-MODIFIER-ORDRE.
              INVALID KEY
                 DISPLAY ' ORDRE INCONNU : ' WS-ORD-NUM-COMPTE
                         '/' WS-ORD-SEQ
                 MOVE 'FORDPERM' TO WS-ERR-FICHIER
                 MOVE FS-ORDPERM TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-ORDRE' TO WS-ERR-PARAGRAPHE
                 MOVE ORD-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-ORD-LIBELLE TO ORD-LIBELLE
                 MOVE WS-ORD-MONTANT TO ORD-MONTANT
              INVALID KEY
                 DISPLAY ' ORDRE INCONNU : ' WS-ORD-NUM-COMPTE
                         '/' WS-ORD-SEQ
                 MOVE 'FORDPERM' TO WS-ERR-FICHIER
                 MOVE FS-ORDPERM TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-ORDRE' TO WS-ERR-PARAGRAPHE
                 MOVE ORD-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' ORDRE SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST65' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FORDPERM.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
