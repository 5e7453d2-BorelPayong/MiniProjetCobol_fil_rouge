      *MESSAGERIE UN FICHIER D'EXTRAIT (UN ENREGISTREMENT PAR      *
      *LIGNE DE RELEVE, ADRESSE AVEC EMAIL-CLIENT) EN LISANT LES   *
      *MOUVEMENTS DU KSDS FMOUVIX. LES CLIENTS SANS ADRESSE EMAIL  *
      *SONT IGNORES ET COMPTES POUR LE REPLI POSTAL, COMME CEUX    *
      *DONT LA PERSONNE (FCLILINK) A REFUSE LE COURRIEL AU         *
      *REGISTRE DES CONSENTEMENTS FCONSENT (CANAL 'E'). LES        *
      *RETOURS DE DISTRIBUTION SONT TRAITES PAR QUEST57            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST56.
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FCONSENT ASSIGN TO DDCONSEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CNS-CLE
           FILE STATUS IS FS-CONSENT.
           SELECT FEXTRAIT ASSIGN TO DDEXTRAI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY MOUVIDX.
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FCONSENT.
           COPY CONSENT.
        FD FEXTRAIT.
        01 EXTRAIT.
           05 EXT-NUM-COMPTE PIC X(6).
           05 FILLER PIC X(10).
        01 FS-MOUVIX PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-CONSENT PIC X(2).
        01 FS-EXTRAIT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CUR-NUM-COMPTE PIC X(6) VALUE SPACES.
        01 WS-EMAIL-COURANT PIC X(9).
        01 WS-CLIENT-AVEC-EMAIL PIC X(1).
        01 WS-CPT-CLIENTS-EXTRAITS PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-EMAIL PIC 9(7) VALUE 0.
        01 WS-CPT-REFUS-EMAIL PIC 9(7) VALUE 0.
        01 WS-CNS-ACCORD PIC X(1).
        01 WS-CPT-LIGNES PIC 9(7) VALUE 0.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           IF FS-MOUVIX = '00'
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLILINK
           IF FS-CLILINK = '00'
              DISPLAY ' FILE CLILINK OPEN SUCCES : ' FS-CLILINK
           ELSE
              MOVE 'FCLILINK' TO WS-ERR-FICHIER
              MOVE FS-CLILINK TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCONSENT
           IF FS-CONSENT = '00'
              DISPLAY ' FILE CONSENT OPEN SUCCES : ' FS-CONSENT
           ELSE
              MOVE 'FCONSENT' TO WS-ERR-FICHIER
              MOVE FS-CONSENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FEXTRAIT
           IF FS-EXTRAIT = '00'
              DISPLAY ' FILE EXTRAIT OPEN SUCCES : ' FS-EXTRAIT
           ELSE
              MOVE 'FEXTRAIT' TO WS-ERR-FICHIER
              MOVE FS-EXTRAIT TO WS-ERR-STATUT
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
           END-PERFORM
           DISPLAY ' CLIENTS EXTRAITS : ' WS-CPT-CLIENTS-EXTRAITS
           DISPLAY ' CLIENTS SANS EMAIL : ' WS-CPT-SANS-EMAIL
           DISPLAY ' CLIENTS REFUSANT LE COURRIEL : '
                   WS-CPT-REFUS-EMAIL
           DISPLAY ' LIGNES EXTRAITES : ' WS-CPT-LIGNES
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-CHERCHER-EMAIL.
                 IF EMAIL-CLIENT = SPACES
                    ADD 1 TO WS-CPT-SANS-EMAIL
                 ELSE
                    PERFORM FONCTION-LIRE-CONSENTEMENT
                    IF WS-CNS-ACCORD = 'N'
                       ADD 1 TO WS-CPT-REFUS-EMAIL
                    ELSE
                       MOVE EMAIL-CLIENT TO WS-EMAIL-COURANT
                       MOVE 'O' TO WS-CLIENT-AVEC-EMAIL
                       ADD 1 TO WS-CPT-CLIENTS-EXTRAITS
                    END-IF
                 END-IF
           END-READ.
      *-- CONSENTEMENT AU COURRIEL DE LA PERSONNE DU COMPTE : SEUL
      *-- UN REFUS ENREGISTRE ('N') BLOQUE L'ENVOI
        FONCTION-LIRE-CONSENTEMENT.
           MOVE SPACES TO WS-CNS-ACCORD
           MOVE WS-NUM-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO CNS-NUM-CLIENT
                 MOVE 'E' TO CNS-CANAL
                 READ FCONSENT
                    NOT INVALID KEY
                       MOVE CNS-ACCORD TO WS-CNS-ACCORD
                 END-READ
           END-READ.
        FONCTION-ECRIRE-EXTRAIT.
           MOVE SPACES TO EXTRAIT
           MOVE WS-NUM-COMPTE TO EXT-NUM-COMPTE
           MOVE ' LIGNES RELEVES EXTRAITES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-LIGNES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST56' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVIX
           CLOSE FCLIENT
           CLOSE FCLILINK
           CLOSE FCONSENT
           CLOSE FEXTRAIT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
