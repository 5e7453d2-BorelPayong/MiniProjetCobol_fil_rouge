           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
        DATA DIVISION.
        FILE SECTION.
        FD FCPTAGE.
           05 FILLER PIC X(71).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        WORKING-STORAGE SECTION.
        01 FS-CPTAGE PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-ACTION PIC X(1).
        01 WS-AGC-NUM-COMPTE PIC X(6).
        01 WS-AGC-CODE-AGENCE PIC X(3).
           IF FS-CPTAGE = '00'
              DISPLAY ' FILE CPTAGE OPEN SUCCES : ' FS-CPTAGE
           ELSE
              MOVE 'FCPTAGE' TO WS-ERR-FICHIER
              MOVE FS-CPTAGE TO WS-ERR-STATUT
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
                         WS-AGC-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-CONTROLER-SAISIE' TO WS-ERR-PARAGRAPHE
                 MOVE NU-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF WS-ACTION NOT = 'S'
              MOVE 'L' TO WS-REF-ACTION
              MOVE 'AGENCE' TO WS-REF-TABLE
              MOVE WS-AGC-CODE-AGENCE TO WS-REF-CODE
              CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                    WS-REF-CODE, WS-REF-LIBELLE,
                                    WS-REF-CODE-LIE, WS-REF-RANG,
                                    WS-REF-CR
              IF WS-REF-CR NOT = '0'
                 DISPLAY ' AGENCE INCONNUE DANS FAGENCE : '
                         WS-AGC-CODE-AGENCE
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF.
        FONCTION-AJOUTER-CROISEMENT.
           MOVE SPACES TO CPTAGE
           MOVE WS-AGC-NUM-COMPTE TO AGC-NUM-COMPTE
           MOVE WS-AGC-CODE-AGENCE TO AGC-CODE-AGENCE
           WRITE CPTAGE
              INVALID KEY
                 DISPLAY ' CROISEMENT DEJA EXISTANT '
                 MOVE 'FCPTAGE' TO WS-ERR-FICHIER
                 MOVE FS-CPTAGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-CROISEMENT' TO WS-ERR-PARAGRAPHE
                 MOVE AGC-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' CROISEMENT CREE '
           END-WRITE.
        FONCTION-MODIFIER-CROISEMENT.
           READ FCPTAGE
              INVALID KEY
                 DISPLAY ' CROISEMENT INCONNU : ' WS-AGC-NUM-COMPTE
                 MOVE 'FCPTAGE' TO WS-ERR-FICHIER
                 MOVE FS-CPTAGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-CROISEMENT'
                   TO WS-ERR-PARAGRAPHE
                 MOVE AGC-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-AGC-CODE-AGENCE TO AGC-CODE-AGENCE
                 REWRITE CPTAGE
           DELETE FCPTAGE
              INVALID KEY
                 DISPLAY ' CROISEMENT INCONNU : ' WS-AGC-NUM-COMPTE
                 MOVE 'FCPTAGE' TO WS-ERR-FICHIER
                 MOVE FS-CPTAGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-CROISEMENT'
                   TO WS-ERR-PARAGRAPHE
                 MOVE AGC-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' CROISEMENT SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST112' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FCPTAGE
           CLOSE FCLIENT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
