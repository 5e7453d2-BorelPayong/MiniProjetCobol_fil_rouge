        01 FS-CLIENT PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-CDC PIC X(2).
           COPY WSERREUR.
      *-- MODE DELTA : SEULES LES CLES JOURNALISEES DANS FCDC PAR
      *-- LES PROGRAMMES QUI ECRIVENT FCLIENT SONT SYNCHRONISEES ;
      *-- LE BALAYAGE COMPLET HEBDOMADAIRE RESTE LE FILET DE
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCDC
           IF FS-CDC = '00'
              DISPLAY ' FILE CDC OPEN SUCCES : ' FS-CDC
           ELSE
              MOVE 'FCDC' TO WS-ERR-FICHIER
              MOVE FS-CDC TO WS-ERR-STATUT
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
                       OR FCIFRE-CODRET-TRTCRF
                       ADD 1 TO WS-CPT-MODIFIES
                    ELSE
                       PERFORM FONCTION-SIGNALER-ACCESSEUR
                    END-IF
                 ELSE
                    ADD 1 TO WS-CPT-INCHANGES
                    OR FCIFRE-CODRET-TRTCRF
                    ADD 1 TO WS-CPT-INSERES
                 ELSE
                    PERFORM FONCTION-SIGNALER-ACCESSEUR
                 END-IF
              WHEN OTHER
                 PERFORM FONCTION-SIGNALER-ACCESSEUR
           END-EVALUATE.
        FONCTION-PREPARER-ENTREE.
           INITIALIZE YFCIFAL YFCIFRE YCLPENT YCLPSOR
           MOVE 'CLIENT' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST59' TO FCIFAL-NOMJOB
           MOVE NUM-COMPTE TO CLPENT-NUMCOMPTE
           MOVE CODE-REGION TO CLPENT-CODEREGION
           MOVE NAT-COMPTE TO CLPENT-NATCOMPTE
              OR CLPSOR-TELCLIENT NOT = TEL-CLIENT
              MOVE 'O' TO WS-DIFFERENT
           END-IF.
      *-- LE DETAIL SQL EST JOURNALISE PAR L'ACCESSEUR LUI-MEME ;
      *-- LE COMPTE NON SYNCHRONISE MET LE PASSAGE EN ERREUR
        FONCTION-SIGNALER-ACCESSEUR.
           ADD 1 TO WS-CPT-ERREURS
           DISPLAY ' ERREUR ACCESSEUR COMPTE ' NUM-COMPTE
                   ' CODE ' FCIFRE-CODRETPMR
                   '/' FCIFRE-CODRETSCD
           IF WS-ERR-RC-JOB < 8
              MOVE 8 TO WS-ERR-RC-JOB
           END-IF.
        FONCTION-READ-CLIENT.
           READ FCLIENT NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-INSERES
                   + WS-CPT-MODIFIES + WS-CPT-INCHANGES
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST59' TO WS-ERR-PROGRAMME
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
           CLOSE FCDC
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
