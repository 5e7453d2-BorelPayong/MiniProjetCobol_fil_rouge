      **************************************************************
      *PROGRAMME DE SCORE DE RISQUE PAR COMPTE POUR LE RECOUVREMENT*
      *: COMBINE LA POSITION DU SOLDE ET LE DEPASSEMENT DE         *
      *L'AUTORISATION LUS SUR L'EXTRAIT FSNAPCLI, LA FREQUENCE DES *
      *MOUVEMENTS ET LA PART DES MOUVEMENTS DEBITEURS DANS         *
      *L'HISTORIQUE FMOUVEM RECENT. LE SCORE (0-100) ET SES        *
      *COMPOSANTES SONT CONSERVES DANS LE FICHIER FSCORE ET LES    *
      *COMPTES LES PLUS RISQUES SONT EDITES AVEC LE DETAIL DES     *
      *FACTEURS.                                                   *
      *BAREME : SOLDE DEBITEUR 30, DEPASSEMENT D'AUTORISATION 30,  *
      *MOINS DE 3 MOUVEMENTS 20, PLUS DE 70 POUR CENT DE DEBITS 20.*
      *UN SALAIRE DOMICILIE (FICHIER FSALDOM TENU PAR QUEST167)    *
      *RETIRE 10 POINTS, SANS DESCENDRE SOUS 0 ; LE DRAPEAU ET LES *
      *POINTS RETIRES SONT CONSERVES DANS FSCORE                   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST53.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STATS.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FSCORE ASSIGN TO DDSCORE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SCORE.
           SELECT FSCORE-WK ASSIGN TO FWORK2.
           SELECT FSALDOM ASSIGN TO DDSALDOM
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SAL-NUM-COMPTE
           FILE STATUS IS FS-SALDOM.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 STA-NB-MOUV PIC 9(5).
           05 STA-NB-DB PIC 9(5).
           05 FILLER PIC X(64).
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FSCORE.
        01 SCORE.
           05 SCO-NUM-COMPTE PIC X(6).
           05 SCO-PTS-LIMITE PIC 9(3).
           05 SCO-PTS-FREQ PIC 9(3).
           05 SCO-PTS-DB PIC 9(3).
           05 SCO-SALAIRE PIC X(1).
           05 SCO-PTS-SALAIRE PIC 9(3).
           05 FILLER PIC X(55).
        SD FSCORE-WK.
        01 SCORE-WK.
           05 SCO-NUM-COMPTE-WK PIC X(6).
           05 SCO-PTS-LIMITE-WK PIC 9(3).
           05 SCO-PTS-FREQ-WK PIC 9(3).
           05 SCO-PTS-DB-WK PIC 9(3).
           05 SCO-SALAIRE-WK PIC X(1).
           05 SCO-PTS-SALAIRE-WK PIC 9(3).
           05 FILLER PIC X(55).
        FD FSALDOM.
           COPY SALDOM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        WORKING-STORAGE SECTION.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        01 WS-MOUVEM.
           05 WS-NUM-COMPTE PIC X(6).
           05 WS-LIBELLE-MOUV PIC X(15).
           05 WS-SCO-PTS-LIMITE PIC 9(3).
           05 WS-SCO-PTS-FREQ PIC 9(3).
           05 WS-SCO-PTS-DB PIC 9(3).
           05 WS-SCO-SALAIRE PIC X(1).
           05 WS-SCO-PTS-SALAIRE PIC 9(3).
           05 FILLER PIC X(55).
        01 FS-MOUVEM PIC X(2).
        01 FS-STATS PIC X(2).
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-SCORE PIC X(2).
        01 FS-SALDOM PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-FIN-STATS PIC X(1).
           05 FILLER PIC X(9) VALUE ' LIMITE '.
           05 FILLER PIC X(8) VALUE ' FREQ '.
           05 FILLER PIC X(9) VALUE ' PART DB '.
           05 FILLER PIC X(8) VALUE ' SALAIRE'.
           05 FILLER PIC X(15) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 WS-PRT-DB PIC ZZ9.
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-SALAIRE PIC ZZ9.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FSCORE
           IF FS-SCORE = '00'
              DISPLAY ' FILE SCORE OPEN SUCCES : ' FS-SCORE
           ELSE
              MOVE 'FSCORE' TO WS-ERR-FICHIER
              MOVE FS-SCORE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSALDOM
           IF FS-SALDOM = '00'
              DISPLAY ' FILE SALDOM OPEN SUCCES : ' FS-SALDOM
           ELSE
              MOVE 'FSALDOM' TO WS-ERR-FICHIER
              MOVE FS-SALDOM TO WS-ERR-STATUT
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
      * PASSE 1 : CUMUL PAR COMPTE DU NOMBRE DE MOUVEMENTS ET DU   *
      * NOMBRE DE DEBITS DANS LE FICHIER DE STATISTIQUES FSTATS,   *
      * PRODUIT EN ORDRE DE COMPTE POUR LE RAPPROCHEMENT AVEC      *
      * L'EXTRAIT FSNAPCLI EN PASSE 2                              *
      **************************************************************
        FONCTION-CUMULER-STATS.
           OPEN OUTPUT FSTATS
           MOVE WS-NB-DB TO STA-NB-DB
           WRITE STATS.
      **************************************************************
      * PASSE 2 : RAPPROCHEMENT CO-SEQUENTIEL FSNAPCLI / FSTATS,   *
      * CALCUL DU SCORE ET DE SES COMPOSANTES, ECRITURE DANS       *
      * FSCORE ET ALIMENTATION DU TRI DESCENDANT POUR L'EDITION    *
      **************************************************************
        FONCTION-SCORER-CLIENTS.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI NOT = '00'
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-SCORER-CLIENTS' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           OPEN INPUT FSTATS
           MOVE 'N' TO WS-FIN-CLIENT
           MOVE 'N' TO WS-FIN-STATS
              PERFORM FONCTION-CALCULER-SCORE
              PERFORM FONCTION-LIRE-CLIENT
           END-PERFORM
           CLOSE FSNAPCLI
           CLOSE FSTATS.
        FONCTION-CALCULER-SCORE.
           MOVE SPACES TO WS-SCORE
           MOVE 0 TO WS-SCO-PTS-LIMITE
           MOVE 0 TO WS-SCO-PTS-FREQ
           MOVE 0 TO WS-SCO-PTS-DB
           MOVE 0 TO WS-SCO-PTS-SALAIRE
           IF SOLDE < 0
              MOVE 30 TO WS-SCO-PTS-SOLDE
              COMPUTE WS-SOLDE-DB = SOLDE * -1
              MOVE SNP-LIM-MONTANT TO WS-LIMITE-AUTORISEE
              IF WS-SOLDE-DB > WS-LIMITE-AUTORISEE
                 MOVE 30 TO WS-SCO-PTS-LIMITE
              END-IF
           COMPUTE WS-SCO-SCORE = WS-SCO-PTS-SOLDE
                   + WS-SCO-PTS-LIMITE + WS-SCO-PTS-FREQ
                   + WS-SCO-PTS-DB
           PERFORM FONCTION-LIRE-SALAIRE
           IF WS-SCO-SALAIRE = 'O'
              MOVE 10 TO WS-SCO-PTS-SALAIRE
              IF WS-SCO-SCORE < WS-SCO-PTS-SALAIRE
                 MOVE WS-SCO-SCORE TO WS-SCO-PTS-SALAIRE
              END-IF
              SUBTRACT WS-SCO-PTS-SALAIRE FROM WS-SCO-SCORE
           END-IF
           WRITE SCORE FROM WS-SCORE
           RELEASE SCORE-WK FROM WS-SCORE
           ADD 1 TO WS-CPT-SCORES.
      *-- SEUL UN SALAIRE ENCORE DOMICILIE ALLEGE LE RISQUE ; UN
      *-- COMPTE ABSENT DE FSALDOM OU UN SALAIRE ARRETE VAUT 'N'
        FONCTION-LIRE-SALAIRE.
           MOVE 'N' TO WS-SCO-SALAIRE
           MOVE NU-COMPTE TO SAL-NUM-COMPTE
           READ FSALDOM
              NOT INVALID KEY
                 IF SAL-DOMICILIE = 'O'
                    MOVE 'O' TO WS-SCO-SALAIRE
                 END-IF
           END-READ.
        FONCTION-EDITER-TOP.
           MOVE 'N' TO WS-END-OF-FILE
              MOVE WS-SCO-PTS-LIMITE TO WS-PRT-LIMITE
              MOVE WS-SCO-PTS-FREQ TO WS-PRT-FREQ
              MOVE WS-SCO-PTS-DB TO WS-PRT-DB
              MOVE WS-SCO-PTS-SALAIRE TO WS-PRT-SALAIRE
              MOVE WS-LIGNE04 TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
              PERFORM FONCTION-READ-SCORE-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-LIRE-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-FIN-CLIENT
           END-READ
           IF WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-FIN-CLIENT
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE SNP-CLIENT TO CLIENT
              END-IF
           END-IF.
      *-- L'EXTRAIT N'EST ACCEPTE QUE COMPLET : ENREGISTREMENT DE
      *-- CONTROLE PRESENT ET NOMBRE DE COMPTES LUS CONCORDANT
        FONCTION-CONTROLER-EXTRAIT.
           IF WS-SNP-CONTROLE NOT = 'O'
              DISPLAY ' EXTRAIT CLIENTS SANS ENREGISTREMENT DE CONTROLE'
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF SNT-NB-COMPTES NOT = WS-SNP-LUS
              DISPLAY ' EXTRAIT CLIENTS INCOMPLET : ' WS-SNP-LUS
                      ' COMPTES LUS POUR ' SNT-NB-COMPTES
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-LIRE-STATS.
           READ FSTATS
              AT END MOVE 'Y' TO WS-FIN-STATS
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST53' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSCORE
           CLOSE FSALDOM
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
