        WORKING-STORAGE SECTION.
        01 FS-KYC PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-KYC-SAISIE.
           05 WS-KYC-NUM-COMPTE PIC X(6).
           IF FS-KYC = '00'
              DISPLAY ' FILE KYC OPEN SUCCES : ' FS-KYC
           ELSE
              MOVE 'FKYC' TO WS-ERR-FICHIER
              MOVE FS-KYC TO WS-ERR-STATUT
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
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU DANS FCLIENT : '
                         WS-KYC-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-CONTROLER-SAISIE' TO WS-ERR-PARAGRAPHE
                 MOVE NU-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF WS-ACTION NOT = 'S'
           MOVE WS-KYC-DATE-EXPIR TO KYC-DATE-EXPIR
           MOVE WS-KYC-VERIFIE-PAR TO KYC-VERIFIE-PAR
           WRITE KYC
              INVALID KEY
                 DISPLAY ' PIECE DEJA ENREGISTREE '
                 MOVE 'FKYC' TO WS-ERR-FICHIER
                 MOVE FS-KYC TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-PIECE' TO WS-ERR-PARAGRAPHE
                 MOVE KYC-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' PIECE ENREGISTREE '
           END-WRITE.
        FONCTION-MODIFIER-PIECE.
              INVALID KEY
                 DISPLAY ' PIECE INCONNUE : ' WS-KYC-NUM-COMPTE
                         '/' WS-KYC-TYPE-DOC
                 MOVE 'FKYC' TO WS-ERR-FICHIER
                 MOVE FS-KYC TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-PIECE' TO WS-ERR-PARAGRAPHE
                 MOVE KYC-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-KYC-REFERENCE TO KYC-REFERENCE
                 MOVE WS-KYC-DATE-DELIV TO KYC-DATE-DELIV
              INVALID KEY
                 DISPLAY ' PIECE INCONNUE : ' WS-KYC-NUM-COMPTE
                         '/' WS-KYC-TYPE-DOC
                 MOVE 'FKYC' TO WS-ERR-FICHIER
                 MOVE FS-KYC TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-PIECE' TO WS-ERR-PARAGRAPHE
                 MOVE KYC-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' PIECE SUPPRIMEE '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST114' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FKYC
           CLOSE FCLIENT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
