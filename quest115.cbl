      *TOTAUX PAR REGION ET GENERAUX : LE DOSSIER QUE LE REGULATEUR *
      *RECLAMAIT EN UNE SEMAINE DE RECHERCHE PAPIER SORT EN UNE     *
      *PASSE                                                        *
      *LES LIGNES DE CHAQUE REGION (ENTETE, COMPTES ET TOTAL) SONT  *
      *AUSSI VERSEES DANS LE FICHIER FRAPEXT QUE QUEST166 CHARGE    *
      *DANS LA BIBLIOTHEQUE D'ETATS CONSULTEE EN LIGNE PAR LES      *
      *AGENCES (PGRAPVUE)                                           *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST115.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FRAPEXT ASSIGN TO DDRAPEXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPEXT.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FRAPEXT.
           COPY RAPEXT.
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-KYC PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-RAPEXT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-KYC PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-NB-EXPIREES PIC 9(3).
        01 WS-REGION-COURANTE PIC 9(2).
        01 WS-REGION-OUVERTE PIC X(1) VALUE 'N'.
        01 WS-RAP-COMPTE PIC X(6).
        01 WS-CPT-REG-SANS PIC 9(5).
        01 WS-CPT-REG-EXPIRES PIC 9(5).
        01 WS-CPT-CLIENTS PIC 9(7) VALUE 0.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FKYC
           IF FS-KYC = '00'
              DISPLAY ' FILE KYC OPEN SUCCES : ' FS-KYC
           ELSE
              MOVE 'FKYC' TO WS-ERR-FICHIER
              MOVE FS-KYC TO WS-ERR-STATUT
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
           OPEN EXTEND FRAPEXT
           IF FS-RAPEXT = '00'
              DISPLAY ' FILE RAPEXT OPEN SUCCES : ' FS-RAPEXT
           ELSE
              MOVE 'FRAPEXT' TO WS-ERR-FICHIER
              MOVE FS-RAPEXT TO WS-ERR-STATUT
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
           MOVE 'O' TO WS-REGION-OUVERTE
           MOVE WS-CODE-REGION TO WS-PRT-REGION
           MOVE WS-LIGNE-REGION TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-RAP-COMPTE
           PERFORM FONCTION-VERSER-LIGNE.
      *-- LES PIECES DU COMPTE SONT BALAYEES DANS FKYC : AUCUNE
      *-- PIECE = DOSSIER ABSENT, UNE DATE D'EXPIRATION DEPASSEE =
      *-- PIECE A RENOUVELER (UNE EXPIRATION A BLANC EST UNE PIECE
           MOVE WS-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE WS-NOM-CLIENT TO WS-PRT-NOM
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           MOVE WS-NUM-COMPTE TO WS-RAP-COMPTE
           PERFORM FONCTION-VERSER-LIGNE.
        FONCTION-TOTAL-REGION.
           MOVE WS-REGION-COURANTE TO WS-TR-REGION
           MOVE WS-CPT-REG-SANS TO WS-TR-SANS
           MOVE WS-CPT-REG-EXPIRES TO WS-TR-EXPIRES
           MOVE WS-LIGNE-TRAILER TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-RAP-COMPTE
           PERFORM FONCTION-VERSER-LIGNE.
      *-- LA LIGNE EDITEE EST VERSEE A LA BIBLIOTHEQUE D'ETATS SOUS
      *-- LA REGION EN COURS (CHARGEMENT QUEST166)
        FONCTION-VERSER-LIGNE.
           MOVE SPACES TO RAPEXT-REC
           MOVE 'QUEST115' TO RPX-RAPPORT
           MOVE WS-REGION-COURANTE TO RPX-REGION
           MOVE WS-RAP-COMPTE TO RPX-COMPTE
           MOVE REC-PRT TO RPX-TEXTE
           WRITE RAPEXT-REC.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-SANS-PIECE
                   + WS-CPT-EXPIRES
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST115' TO WS-ERR-PROGRAMME
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
           CLOSE FKYC
           CLOSE FPRINT
           CLOSE FRAPEXT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
