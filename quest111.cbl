           ACCESS IS RANDOM
           RECORD KEY IS AGC-NUM-COMPTE
           FILE STATUS IS FS-CPTAGE.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 AGC-NUM-COMPTE PIC X(6).
           05 AGC-CODE-AGENCE PIC X(3).
           05 FILLER PIC X(71).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        WORKING-STORAGE SECTION.
        01 FS-MOUVEM PIC X(2).
        01 FS-CPTAGE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-AGENCE-GESTION PIC X(3).
        01 WS-AGENCE-DOIT PIC X(3).
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCPTAGE
           IF FS-CPTAGE = '00'
              DISPLAY ' FILE CPTAGE OPEN SUCCES : ' FS-CPTAGE
           ELSE
              MOVE 'FCPTAGE' TO WS-ERR-FICHIER
              MOVE FS-CPTAGE TO WS-ERR-STATUT
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
           END-IF.
        FONCTION-PRINT-UN-COUPLE.
           MOVE WS-TAB-AG-CODE(WS-I) TO WS-PRT-AG-DOIT
           MOVE WS-TAB-AG-CODE(WS-I) TO WS-REF-CODE
           PERFORM FONCTION-CHERCHER-NOM
           MOVE WS-REF-LIBELLE TO WS-PRT-NOM-DOIT
           MOVE WS-TAB-AG-CODE(WS-J) TO WS-PRT-AG-RECOIT
           MOVE WS-TAB-AG-CODE(WS-J) TO WS-REF-CODE
           PERFORM FONCTION-CHERCHER-NOM
           MOVE WS-REF-LIBELLE TO WS-PRT-NOM-RECOIT
           COMPUTE WS-PRT-MONTANT =
                   WS-TAB-AG-MONTANT(WS-I, WS-J)
                   - WS-TAB-AG-MONTANT(WS-J, WS-I)
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-CHERCHER-NOM.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'AGENCE' TO WS-REF-TABLE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR.
      *-- POSITION NETTE PAR AGENCE : TOUT CE QU'ELLE RECOIT MOINS
      *-- TOUT CE QU'ELLE DOIT, SUR L'ENSEMBLE DE LA MATRICE
        FONCTION-PRINT-POSITIONS.
           MOVE ' FLUX INTER-AGENCES COMPENSES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-FLUX TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST111' TO WS-ERR-PROGRAMME
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
           CLOSE FMOUVEM
           CLOSE FCPTAGE
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
