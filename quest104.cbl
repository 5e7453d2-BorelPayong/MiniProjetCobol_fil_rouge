      *EFFACEE PAR QUEST35), SON HISTORIQUE DE RELANCE EST PURGE.   *
      *LES SEUILS SONT COMPTES EN JOURS OUVRES DU CALENDRIER        *
      *FCALEND (PGMCALEN), AVEC REPLI SUR L'ARITHMETIQUE 360 JOURS  *
      *UN DESTINATAIRE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE *
      *PAR UN RETOUR DE COURRIER (QUEST161) NE RECOIT PAS LA LETTRE,*
      *QUI EST CONSIGNEE DANS LE COURRIER RETENU FCOURRET (TYPE     *
      *'RD') POUR REEMISSION APRES CORRECTION DE L'ADRESSE ; LE     *
      *NIVEAU EST NEANMOINS MEMORISE DANS FRELANCE                  *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST104.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
           SELECT FCOURRET ASSIGN TO DDCOURET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COURRET.
        DATA DIVISION.
        FILE SECTION.
        FD FLIMITE.
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FRELANCE.
        01 RELANCE.
           05 REL-CLE.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 FS-LIMITE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-RELANCE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-COURRET PIC X(2).
           COPY WSERREUR.
        01 WS-ADRESSE-INVALIDE PIC X(1).
        01 WS-CPT-RETENUS PIC 9(7) VALUE 0.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-NUM.
           IF FS-LIMITE = '00'
              DISPLAY ' FILE LIMITE OPEN SUCCES : ' FS-LIMITE
           ELSE
              MOVE 'FLIMITE' TO WS-ERR-FICHIER
              MOVE FS-LIMITE TO WS-ERR-STATUT
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
           OPEN INPUT FADRESSE
           IF FS-ADRESSE = '00'
              DISPLAY ' FILE ADRESSE OPEN SUCCES : ' FS-ADRESSE
           ELSE
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FRELANCE
           IF FS-RELANCE = '00'
              DISPLAY ' FILE RELANCE OPEN SUCCES : ' FS-RELANCE
           ELSE
              MOVE 'FRELANCE' TO WS-ERR-FICHIER
              MOVE FS-RELANCE TO WS-ERR-STATUT
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
           OPEN EXTEND FCOURRET
           IF FS-COURRET = '00'
              DISPLAY ' FILE COURRET OPEN SUCCES : ' FS-COURRET
           ELSE
              MOVE 'FCOURRET' TO WS-ERR-FICHIER
              MOVE FS-COURRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              END-READ
           END-IF.
        FONCTION-EMETTRE-LETTRE.
           PERFORM FONCTION-CONTROLER-ADRESSE
           IF WS-ADRESSE-INVALIDE = 'O'
              PERFORM FONCTION-RETENIR-COURRIER
           ELSE
              PERFORM FONCTION-IMPRIMER-LETTRE
           END-IF
           MOVE LIM-NUM-COMPTE TO REL-NUM-COMPTE
           MOVE WS-NIVEAU-DU TO REL-NIVEAU
           MOVE WS-DATE-TRT TO REL-DATE-ENVOI
           MOVE SPACES TO RELANCE(18:63)
           WRITE RELANCE
              INVALID KEY
                 DISPLAY ' HISTORIQUE RELANCE NON MIS A JOUR : '
                         LIM-NUM-COMPTE
                 MOVE 'FRELANCE' TO WS-ERR-FICHIER
                 MOVE FS-RELANCE TO WS-ERR-STATUT
                 MOVE 'FONCTION-EMETTRE-LETTRE' TO WS-ERR-PARAGRAPHE
                 MOVE REL-CLE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
           END-WRITE.
        FONCTION-IMPRIMER-LETTRE.
           ADD 1 TO WS-CPT-LETTRES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-DESTINATAIRE.
           MOVE LIM-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
           MOVE 'QUEST104' TO CTLLOG-JOB
           MOVE ' LETTRES DE RELANCE EMISES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-LETTRES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST104' TO CTLLOG-JOB
           MOVE ' COURRIERS RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- UNE ADRESSE FADRESSE MARQUEE INVALIDE PAR UN RETOUR DE
      *-- COURRIER (QUEST161) NE RECOIT PLUS DE DOCUMENT POSTAL :
      *-- LE DOCUMENT EST CONSIGNE DANS LE COURRIER RETENU FCOURRET
      *-- POUR REEMISSION PAR L'AGENCE APRES CORRECTION
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE LIM-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ADR-STATUT = 'I'
                    MOVE 'O' TO WS-ADRESSE-INVALIDE
                 END-IF
           END-READ.
        FONCTION-RETENIR-COURRIER.
           ADD 1 TO WS-CPT-RETENUS
           MOVE SPACES TO COURRET-REC
           MOVE LIM-NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-DATE-TRT TO COURRET-DATE
           MOVE 'QUEST104' TO COURRET-JOB
           MOVE 'RD' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'RELANCE DECOUVERT NIVEAU' TO COURRET-REFERENCE
           MOVE WS-NIVEAU-DU TO COURRET-REFERENCE(26:1)
           WRITE COURRET-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST104' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FLIMITE
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FRELANCE
           CLOSE FPRINT
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
