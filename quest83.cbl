      *PASSERELLE DE MESSAGERIE, ADRESSES AVEC EMAIL-CLIENT ET      *
      *TEL-CLIENT COMME LES RELEVES QUEST56 - CE SONT DES MESSAGES  *
      *D'EVENEMENT EMIS LA NUIT MEME, DISTINCTS DE L'ENVOI DES      *
      *RELEVES MENSUELS.                                            *
      *LE REGISTRE DES CONSENTEMENTS FCONSENT DE LA PERSONNE DU     *
      *COMPTE (FCLILINK) EST CONSULTE AVANT L'ENVOI : UN REFUS DU   *
      *COURRIEL (CANAL 'E') OU DU SMS (CANAL 'S') MET L'ADRESSE     *
      *CORRESPONDANTE A BLANC ; SI LES DEUX SONT REFUSES L'ALERTE   *
      *N'EST PAS EMISE ET EST COMPTEE A PART                        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST83.
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
           SELECT FNOTIF ASSIGN TO DDNOTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FILLER PIC X(63).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FCONSENT.
           COPY CONSENT.
        FD FNOTIF.
        01 NOTIF.
           05 NOT-NUM-COMPTE PIC X(6).
        01 FS-MOUVEM PIC X(2).
        01 FS-ALERTE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-CONSENT PIC X(2).
        01 FS-NOTIF PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-ALERTE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-SOLDE-ABS PIC 9(8)V99.
        01 WS-CPT-NOTIF-DEBIT PIC 9(7) VALUE 0.
        01 WS-CPT-NOTIF-SOLDE PIC 9(7) VALUE 0.
        01 WS-CPT-NOTIF-REFUS PIC 9(7) VALUE 0.
        01 WS-CNS-COMPTE PIC X(6).
        01 WS-REFUS-EMAIL PIC X(1).
        01 WS-REFUS-SMS PIC X(1).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FALERTE
           IF FS-ALERTE = '00'
              DISPLAY ' FILE ALERTE OPEN SUCCES : ' FS-ALERTE
           ELSE
              MOVE 'FALERTE' TO WS-ERR-FICHIER
              MOVE FS-ALERTE TO WS-ERR-STATUT
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
           OPEN OUTPUT FNOTIF
           IF FS-NOTIF = '00'
              DISPLAY ' FILE NOTIF OPEN SUCCES : ' FS-NOTIF
           ELSE
              MOVE 'FNOTIF' TO WS-ERR-FICHIER
              MOVE FS-NOTIF TO WS-ERR-STATUT
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
           PERFORM FONCTION-BALAYER-ABONNEMENTS
           PERFORM FONCTION-ECRIRE-CTLLOG
           DISPLAY ' ALERTES DEBIT EMISES : ' WS-CPT-NOTIF-DEBIT
           DISPLAY ' ALERTES SOLDE EMISES : ' WS-CPT-NOTIF-SOLDE
           DISPLAY ' ALERTES NON EMISES (REFUS) : ' WS-CPT-NOTIF-REFUS.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST83-DATE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
                 MOVE SPACES TO EMAIL-CLIENT
                 MOVE SPACES TO TEL-CLIENT
           END-READ
           MOVE WS-NUM-COMPTE TO WS-CNS-COMPTE
           PERFORM FONCTION-APPLIQUER-CONSENTEMENT
           IF WS-REFUS-EMAIL = 'O' AND WS-REFUS-SMS = 'O'
              ADD 1 TO WS-CPT-NOTIF-REFUS
           ELSE
              ADD 1 TO WS-CPT-NOTIF-DEBIT
              MOVE WS-NUM-COMPTE TO NOT-NUM-COMPTE
              MOVE 'D' TO NOT-TYPE
              MOVE EMAIL-CLIENT TO NOT-EMAIL
              MOVE TEL-CLIENT TO NOT-TEL
              MOVE WS-MONT-MOUV TO NOT-MONTANT
              MOVE ALE-SEUIL TO NOT-SEUIL
              MOVE WS-DATE-TRT TO NOT-DATE
              MOVE 'DEBIT AU DESSUS DU SEUIL' TO NOT-MESSAGE
              WRITE NOTIF
           END-IF.
      *-- LES ABONNEMENTS SOLDE SONT BALAYES EN FIN DE PASSE : LE
      *-- SOLDE FCLIENT PORTE DEJA LES MOUVEMENTS DE LA NUIT
        FONCTION-BALAYER-ABONNEMENTS.
                    CONTINUE
                 NOT INVALID KEY
                    IF SOLDE < ALE-SEUIL
                       MOVE ALE-NUM-COMPTE TO WS-CNS-COMPTE
                       PERFORM FONCTION-APPLIQUER-CONSENTEMENT
                       IF WS-REFUS-EMAIL = 'O' AND WS-REFUS-SMS = 'O'
                          ADD 1 TO WS-CPT-NOTIF-REFUS
                       ELSE
                          PERFORM FONCTION-EMETTRE-ALERTE-SOLDE
                       END-IF
                    END-IF
              END-READ
           END-IF.
           MOVE WS-DATE-TRT TO NOT-DATE
           MOVE 'SOLDE SOUS LE SEUIL' TO NOT-MESSAGE
           WRITE NOTIF.
      *-- CONSENTEMENTS DE LA PERSONNE DU COMPTE : SEUL UN REFUS
      *-- ENREGISTRE ('N') RETIRE LE CANAL DE L'ALERTE
        FONCTION-APPLIQUER-CONSENTEMENT.
           MOVE 'N' TO WS-REFUS-EMAIL
           MOVE 'N' TO WS-REFUS-SMS
           MOVE WS-CNS-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO CNS-NUM-CLIENT
                 MOVE 'E' TO CNS-CANAL
                 READ FCONSENT
                    NOT INVALID KEY
                       IF CNS-ACCORD = 'N'
                          MOVE 'O' TO WS-REFUS-EMAIL
                          MOVE SPACES TO EMAIL-CLIENT
                       END-IF
                 END-READ
                 MOVE LNK-NUM-CLIENT TO CNS-NUM-CLIENT
                 MOVE 'S' TO CNS-CANAL
                 READ FCONSENT
                    NOT INVALID KEY
                       IF CNS-ACCORD = 'N'
                          MOVE 'O' TO WS-REFUS-SMS
                          MOVE SPACES TO TEL-CLIENT
                       END-IF
                 END-READ
           END-READ.
        FONCTION-READ-MOUVEM.
           READ FMOUVEM INTO WS-MOUVEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-NOTIF-DEBIT
                   + WS-CPT-NOTIF-SOLDE
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST83' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVEM
           CLOSE FALERTE
           CLOSE FCLIENT
           CLOSE FCLILINK
           CLOSE FCONSENT
           CLOSE FNOTIF
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
