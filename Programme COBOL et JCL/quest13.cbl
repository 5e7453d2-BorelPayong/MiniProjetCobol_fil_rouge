           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
        DATA DIVISION.
        FILE SECTION.
        FD FCLIENT.
           COPY CLIENT.
        WORKING-STORAGE SECTION.
        01 WS-CLIENT.                                    
           05 WS-NUM-COMPTE PIC X(6).
           05 WS-DATE-CLOTURE PIC 9(8).
           05 WS-GEST-EMPLOYE PIC 9(9).
        01 FS-CLIENT PIC 9(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-SOLDE-SAISIE PIC 9(10).
        01 WS-CODE-REGION-KEY PIC X(2).
        01 WS-ACTI-PRO-KEY PIC X(2).
           IF FS-CLIENT = 00
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-CLIENT.
        FONCTION-VALIDATE-REFERENTIEL.
           MOVE 'O' TO WS-CLIENT-VALIDE
           MOVE WS-CODE-REGION TO WS-CODE-REGION-KEY
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-CODE-REGION-KEY TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' CODE REGION INCONNU : ' WS-CODE-REGION
              MOVE 'N' TO WS-CLIENT-VALIDE
           END-IF
           MOVE WS-ACTI-PRO TO WS-ACTI-PRO-KEY
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'ACTIPRO' TO WS-REF-TABLE
           MOVE WS-ACTI-PRO-KEY TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' ACTIVITE PRO INCONNUE : ' WS-ACTI-PRO
              MOVE 'N' TO WS-CLIENT-VALIDE
           END-IF
           MOVE WS-NAT-COMPTE TO WS-NAT-COMPTE-KEY
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE WS-NAT-COMPTE-KEY TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' NATURE COMPTE INCONNUE : ' WS-NAT-COMPTE
              MOVE 'N' TO WS-CLIENT-VALIDE
           END-IF.
        FONCTION-ACCEPT-CLIENT.
           DISPLAY 'NUMERO DE COMPTE :'
           ACCEPT WS-NUM-COMPTE
             INVALID KEY DISPLAY ' RECORD NOT FOUND '
             NOT INVALID KEY DISPLAY ' RECORD IS : ' WS-CLIENT
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST13' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.                                                                                                                                                                                                                                                         
