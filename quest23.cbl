           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CDC.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        FILE SECTION.
        FD FCLIENT.
           COPY CLIENT.
        FD FCDC.
        01 CDC-REC.
           05 CDC-NUM-COMPTE PIC X(6).
           05 FILLER PIC X(19).
        01 FS-CLIENT PIC X(2).
        01 FS-CDC PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CODE-REGION-KEY PIC X(2).
        01 WS-ACTI-PRO-KEY PIC X(2).
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
           OPEN OUTPUT FPRINT.
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
           END-IF.
        FONCTION-VALIDATE-CLIENT.
           MOVE WS-CODE-REGION TO WS-CODE-REGION-KEY
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-CODE-REGION-KEY TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           PERFORM FONCTION-CONTROLER-REFERENTIEL
           IF WS-REF-CR NOT = '0'
              ADD 1 TO WS-BAD-REGION-COUNT
              MOVE ' CODE-REGION ' TO WS-PRINT-TYPE
              MOVE WS-CODE-REGION-KEY TO WS-PRINT-CODE
              PERFORM FONCTION-PRINT-ANOMALIE
           END-IF
           MOVE WS-ACTI-PRO TO WS-ACTI-PRO-KEY
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'ACTIPRO' TO WS-REF-TABLE
           MOVE WS-ACTI-PRO-KEY TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           PERFORM FONCTION-CONTROLER-REFERENTIEL
           IF WS-REF-CR NOT = '0'
              ADD 1 TO WS-BAD-ACTIPRO-COUNT
              MOVE ' ACTI-PRO ' TO WS-PRINT-TYPE
              MOVE WS-ACTI-PRO-KEY TO WS-PRINT-CODE
              PERFORM FONCTION-PRINT-ANOMALIE
           END-IF
           MOVE WS-NAT-COMPTE TO WS-NAT-COMPTE-KEY
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE WS-NAT-COMPTE-KEY TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           PERFORM FONCTION-CONTROLER-REFERENTIEL
           IF WS-REF-CR NOT = '0'
              ADD 1 TO WS-BAD-NATCOMP-COUNT
              MOVE ' NAT-COMPTE ' TO WS-PRINT-TYPE
              MOVE WS-NAT-COMPTE-KEY TO WS-PRINT-CODE
              PERFORM FONCTION-PRINT-ANOMALIE
           END-IF.
      *-- UNE TABLE DE REFERENCE INACCESSIBLE FERAIT REJETER TOUS
      *-- LES CLIENTS : LE CONTROLE EST ALORS ABANDONNE
        FONCTION-CONTROLER-REFERENTIEL.
           IF WS-REF-CR = '8'
              DISPLAY ' TABLE DE REFERENCE INACCESSIBLE : '
                      WS-REF-TABLE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PRINT-ANOMALIE.
           MOVE WS-NUM-COMPTE TO WS-PRINT-NUM-COMPTE
           MOVE WS-LIGNE04 TO REC-PRT
           IF WS-CPT-LIGNES + WS-LIGNES-GROUPE > WS-MAX-LIGNES
              MOVE WS-MAX-LIGNES TO WS-CPT-LIGNES
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST23' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT
           CLOSE FCDC
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
