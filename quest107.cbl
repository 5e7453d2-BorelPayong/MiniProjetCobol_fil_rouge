      *DEBITEUR : REJET A L'ENTREE QUEST33, MISE EN SUSPENS A LA    *
      *COMPTABILISATION QUEST30, REFUS DE SAISIE PGMOUSAI, ET REFUS *
      *DE MAINTENANCE PGDELETE/PGREWRIT SUR LA FICHE. L'ACTION 'E'  *
      *EDITE L'ETAT QUOTIDIEN DES BLOCAGES ACTIFS. LE TYPE 'G' (GEL *
      *DES AVOIRS) EST POSE PAR LE FILTRAGE SANCTIONS QUEST120 SUR  *
      *CORRESPONDANCE CONFIRMEE ; IL SE MODIFIE ET SE LEVE ICI      *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST107.
        01 FS-BLOCAGE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-FIN-BLOCAGE PIC X(1).
        01 WS-CPT-BLOCAGES PIC 9(5) VALUE 0.
           IF FS-BLOCAGE = '00'
              DISPLAY ' FILE BLOCAGE OPEN SUCCES : ' FS-BLOCAGE
           ELSE
              MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
              MOVE FS-BLOCAGE TO WS-ERR-STATUT
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
              ACCEPT WS-BLO-NUM-COMPTE
           END-IF
           IF WS-ACTION = 'A' OR WS-ACTION = 'M'
              DISPLAY 'TYPE (S=SAISIE U=SUCCESSION J=JUDICIAIRE '
                      'G=GEL DES AVOIRS) :'
              ACCEPT WS-BLO-TYPE
              DISPLAY 'DATE DE DEBUT (AAAA-MM-JJ) :'
              ACCEPT WS-BLO-DATE-DEBUT
              IF WS-BLO-TYPE NOT = 'S'
                 AND WS-BLO-TYPE NOT = 'U'
                 AND WS-BLO-TYPE NOT = 'J'
                 AND WS-BLO-TYPE NOT = 'G'
                 DISPLAY ' TYPE DE BLOCAGE INVALIDE : ' WS-BLO-TYPE
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
                 INVALID KEY
                    DISPLAY ' COMPTE INCONNU DANS FCLIENT : '
                            WS-BLO-NUM-COMPTE
                    MOVE 'FCLIENT' TO WS-ERR-FICHIER
                    MOVE FS-CLIENT TO WS-ERR-STATUT
                    MOVE 'FONCTION-CONTROLER-SAISIE'
                      TO WS-ERR-PARAGRAPHE
                    MOVE NU-COMPTE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
           END-IF.
           MOVE WS-BLO-DATE-DEBUT TO BLO-DATE-DEBUT
           MOVE WS-BLO-REFERENCE TO BLO-REFERENCE
           WRITE BLOCAGE
              INVALID KEY
                 DISPLAY ' BLOCAGE DEJA POSE SUR CE COMPTE '
                 MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
                 MOVE FS-BLOCAGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-BLOCAGE' TO WS-ERR-PARAGRAPHE
                 MOVE BLO-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' BLOCAGE POSE '
           END-WRITE.
        FONCTION-MODIFIER-BLOCAGE.
           READ FBLOCAGE
              INVALID KEY
                 DISPLAY ' BLOCAGE INCONNU : ' WS-BLO-NUM-COMPTE
                 MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
                 MOVE FS-BLOCAGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-BLOCAGE' TO WS-ERR-PARAGRAPHE
                 MOVE BLO-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-BLO-TYPE TO BLO-TYPE
                 MOVE WS-BLO-DATE-DEBUT TO BLO-DATE-DEBUT
           DELETE FBLOCAGE
              INVALID KEY
                 DISPLAY ' BLOCAGE INCONNU : ' WS-BLO-NUM-COMPTE
                 MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
                 MOVE FS-BLOCAGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-BLOCAGE' TO WS-ERR-PARAGRAPHE
                 MOVE BLO-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' BLOCAGE LEVE '
           END-DELETE.
              MOVE WS-LIGNE03 TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST107' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FBLOCAGE
           CLOSE FCLIENT
           CLOSE FPRINT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
