      *(NAT-MOUV 'DAT', SENS CR, REFERENCE TIREE DE FREFNUM COMME   *
      *QUEST25), MARQUE LE DEPOT ECHU ET EDITE LE JOURNAL DES       *
      *ECHEANCES. UN DEPOT DONT LE COMPTE A ETE CLOTURE ENTRE       *
      *TEMPS EST SIGNALE ET LAISSE OUVERT POUR TRAITEMENT MANUEL.   *
      *UN DEPOT NANTI EN GARANTIE D'UN PRET (GARANTIE 'D' ACTIVE    *
      *DU REGISTRE FGARANT) N'EST PAS LIBERE : IL EST EDITE ET      *
      *LAISSE OUVERT JUSQU'A LA MAINLEVEE PAR QUEST153              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST78.
           ACCESS IS DYNAMIC
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FGARANT ASSIGN TO DDGARANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS GAR-CLE
           FILE STATUS IS FS-GARANT.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           05 DAT-DATE-ECHEANCE PIC X(10).
           05 DAT-STATUT PIC X(1).
           05 FILLER PIC X(35).
      *-- GARANTIE DE PRET, 120 OCTETS (VOIR QUEST153)
        FD FGARANT.
        01 GARANT.
           05 GAR-CLE.
              10 GAR-NUM-COMPTE PIC X(6).
              10 GAR-SEQ-PRET PIC 9(2).
              10 GAR-NUMERO PIC 9(2).
           05 GAR-TYPE PIC X(1).
           05 GAR-VALEUR PIC 9(9)V99.
           05 GAR-DATE-EVAL PIC X(10).
           05 GAR-DATE-EXPIR PIC X(10).
           05 GAR-NUM-PERSONNE PIC X(8).
           05 GAR-DAT-COMPTE PIC X(6).
           05 GAR-DAT-SEQ PIC 9(2).
           05 GAR-STATUT PIC X(1).
           05 GAR-DATE-STATUT PIC X(10).
           05 GAR-LIBELLE PIC X(20).
           05 FILLER PIC X(31).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FMOUVEM.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-DAT PIC X(2).
        01 FS-GARANT PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-REFNUM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-DENOUES PIC 9(7) VALUE 0.
        01 WS-CPT-SIGNALES PIC 9(7) VALUE 0.
        01 WS-CPT-NANTIS PIC 9(7) VALUE 0.
      *-- DEPOTS NANTIS PAR UNE GARANTIE DE PRET ACTIVE : ILS NE
      *-- SONT PAS DENOUES AVANT LA MAINLEVEE (QUEST153)
        01 WS-DEPOT-NANTI PIC X(1).
        01 WS-TAB-NANTISSEMENTS.
           05 WS-TAB-NA-NB PIC 9(5) VALUE 0.
           05 WS-TAB-NA-ENTREE OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-TAB-NA-NB
                INDEXED BY WS-NA-IDX.
              10 WS-TAB-NA-DAT-COMPTE PIC X(6).
              10 WS-TAB-NA-DAT-SEQ PIC 9(2).
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRINT-CPT-DENOUES PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE ' SIGNALES : '.
           05 WS-PRINT-CPT-SIGNALES PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' NANTIS : '.
           05 WS-PRINT-CPT-NANTIS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           IF FS-DAT = '00'
              DISPLAY ' FILE DAT OPEN SUCCES : ' FS-DAT
           ELSE
              MOVE 'FDAT' TO WS-ERR-FICHIER
              MOVE FS-DAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FGARANT
           IF FS-GARANT = '00'
              DISPLAY ' FILE GARANT OPEN SUCCES : ' FS-GARANT
           ELSE
              MOVE 'FGARANT' TO WS-ERR-FICHIER
              MOVE FS-GARANT TO WS-ERR-STATUT
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
           OPEN EXTEND FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FREFNUM
           IF FS-REFNUM = '00'
              DISPLAY ' FILE REFNUM OPEN SUCCES : ' FS-REFNUM
           ELSE
              MOVE 'FREFNUM' TO WS-ERR-FICHIER
              MOVE FS-REFNUM TO WS-ERR-STATUT
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
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-CHARGER-NANTISSEMENTS
           PERFORM FONCTION-LIRE-REFNUM
           PERFORM FONCTION-PRINT-ENTETE
           MOVE LOW-VALUES TO DAT-CLE
              END-IF
           END-IF.
        FONCTION-DENOUER-DEPOT.
           PERFORM FONCTION-CHERCHER-NANTISSEMENT
           IF WS-DEPOT-NANTI = 'O'
              PERFORM FONCTION-RETENIR-DEPOT
           ELSE
              MOVE DAT-NUM-COMPTE TO NU-COMPTE
              READ FCLIENT
                 INVALID KEY
                    PERFORM FONCTION-SIGNALER-DEPOT
                 NOT INVALID KEY
                    IF STATUT-COMPTE = 'C'
                       PERFORM FONCTION-SIGNALER-DEPOT
                    ELSE
                       PERFORM FONCTION-POSTER-REMBOURSEMENT
                    END-IF
              END-READ
           END-IF.
      *-- NANTISSEMENTS ACTIFS DU REGISTRE DES GARANTIES DE PRET
        FONCTION-CHARGER-NANTISSEMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FGARANT NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 AND GAR-TYPE = 'D' AND GAR-STATUT = 'A'
                 IF WS-TAB-NA-NB < 5000
                    ADD 1 TO WS-TAB-NA-NB
                    SET WS-NA-IDX TO WS-TAB-NA-NB
                    MOVE GAR-DAT-COMPTE
                         TO WS-TAB-NA-DAT-COMPTE(WS-NA-IDX)
                    MOVE GAR-DAT-SEQ TO WS-TAB-NA-DAT-SEQ(WS-NA-IDX)
                 ELSE
                    DISPLAY ' TABLE DES NANTISSEMENTS PLEINE '
                    MOVE 8 TO RETURN-CODE
                    PERFORM FONCTION-FIN-PROGRAMME
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY ' DEPOTS NANTIS CHARGES : ' WS-TAB-NA-NB.
        FONCTION-CHERCHER-NANTISSEMENT.
           MOVE 'N' TO WS-DEPOT-NANTI
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1
                   UNTIL WS-NA-IDX > WS-TAB-NA-NB
                      OR WS-DEPOT-NANTI = 'O'
              IF WS-TAB-NA-DAT-COMPTE(WS-NA-IDX) = DAT-NUM-COMPTE
                 AND WS-TAB-NA-DAT-SEQ(WS-NA-IDX) = DAT-SEQ
                 MOVE 'O' TO WS-DEPOT-NANTI
              END-IF
           END-PERFORM.
      *-- UN DEPOT NANTI ECHU RESTE OUVERT JUSQU'A LA MAINLEVEE DE
      *-- LA GARANTIE ; IL SERA DENOUE AU PASSAGE SUIVANT
        FONCTION-RETENIR-DEPOT.
           ADD 1 TO WS-CPT-NANTIS
           MOVE 0 TO WS-INTERET
           MOVE DAT-CAPITAL TO WS-MONTANT-DU
           MOVE ' NANTI - ATTENTE MAINLEVEE ' TO WS-PRINT-DEVENIR
           PERFORM FONCTION-PRINT-DEPOT.
      *-- INTERETS SIMPLES PRORATA TEMPORIS : CAPITAL X TAUX ANNUEL
      *-- X DUREE EN MOIS / 12 / 100
        FONCTION-POSTER-REMBOURSEMENT.
              ELSE
                 DISPLAY ' COMPTEUR REFNUM NON MIS A JOUR : '
                         FS-REFNUM
                 MOVE 'FREFNUM' TO WS-ERR-FICHIER
                 MOVE FS-REFNUM TO WS-ERR-STATUT
                 MOVE 'FONCTION-MAJ-REFNUM' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
              END-IF
           END-IF.
        FONCTION-PRINT-ENTETE.
           MOVE WS-CPT-LUS TO WS-PRINT-CPT-LUS
           MOVE WS-CPT-DENOUES TO WS-PRINT-CPT-DENOUES
           MOVE WS-CPT-SIGNALES TO WS-PRINT-CPT-SIGNALES
           MOVE WS-CPT-NANTIS TO WS-PRINT-CPT-NANTIS
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' DEPOTS DENOUES : ' WS-CPT-DENOUES
           DISPLAY ' DEPOTS SIGNALES : ' WS-CPT-SIGNALES
           DISPLAY ' DEPOTS NANTIS : ' WS-CPT-NANTIS.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST78' TO CTLLOG-JOB
           MOVE ' DEPOTS A TERME DENOUES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DENOUES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST78' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FDAT
           CLOSE FGARANT
           CLOSE FCLIENT
           CLOSE FMOUVEM
           CLOSE FREFNUM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
