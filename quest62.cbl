      *PRODUIT RECOIT L'ENTETE ET LA FIN DE FICHIER ('HDR'/'TRL')  *
      *ATTENDUS PAR LES FUSIONS, UN ETAT D'EQUILIBRAGE PAR         *
      *TERMINAL (NOMBRE ET MONTANTS) EST EDITE ET LA FILE EST      *
      *VIDEE, PRETE POUR LA JOURNEE SUIVANTE. LES SAISIES          *
      *RETENUES AU DELA DU PLAFOND DE L'OPERATEUR ET NON ENCORE    *
      *VALIDEES PAR LE SUPERVISEUR (STATUT 'R', ECRAN PGLIBSAI)    *
      *RESTENT DANS LA FILE, NE SONT PAS DEVERSEES ET SONT EDITEES *
      *EN EXCEPTION (CODE RETOUR 4). CHAQUE SAISIE DEVERSEE EST    *
      *AUSSI PORTEE AU JOURNAL FSAISHIS AVEC SON OPERATEUR, BASE   *
      *DU SUIVI HEBDOMADAIRE DES OPERATEURS (QUEST128)             *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST62.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
           SELECT FSAISHIS ASSIGN TO DDSAIHIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAISHIS.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 QUE-NAT PIC X(3).
           05 QUE-LIBELLE PIC X(15).
           05 QUE-DATE-VALEUR PIC X(8).
           05 QUE-STATUT PIC X(1).
           05 QUE-OPERID PIC X(4).
           05 FILLER PIC X(12).
        FD FMOUVEM.
        01 ENR-SORTIE.
           05 FILLER PIC X(80).
      *-- JOURNAL DES SAISIES DEVERSEES AVEC L'OPERATEUR QUI LES A
      *-- PORTEES : GENERATION QUOTIDIENNE, RELUE PAR QUEST128
        FD FSAISHIS.
        01 SAISHIS-REC.
           05 SHI-DATE-TRT PIC X(10).
           05 SHI-AGENCE PIC X(3).
           05 SHI-TRMID PIC X(4).
           05 SHI-OPERID PIC X(4).
           05 SHI-NUM-COMPTE PIC X(6).
           05 SHI-MONTANT PIC 9(6)V99.
           05 SHI-SENS PIC X(2).
           05 SHI-NAT PIC X(3).
           05 FILLER PIC X(40).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
           05 FILLER PIC X(56) VALUE ALL ' '.
        01 FS-MOUVQ PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-SAISHIS PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-AGENCE-GUICHET PIC X(3).
        01 WS-TRM-CR PIC 9(8)V99.
        01 WS-CPT-QUEUE PIC 9(7) VALUE 0.
        01 WS-CPT-CONVERTIS PIC 9(7) VALUE 0.
        01 WS-CPT-RETENUES PIC 9(7) VALUE 0.
        01 WS-HASH-TOTAL PIC 9(12)V99 VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 WS-PRT-CR PIC ZZZZZZZ9.99.
           05 FILLER PIC X(13) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-RETENUE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(10) VALUE ' RETENUE :'.
           05 WS-PRT-RET-TRMID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RET-OPERID PIC X(4).
           05 FILLER PIC X(10) VALUE ' COMPTE : '.
           05 WS-PRT-RET-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RET-SENS PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RET-NAT PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RET-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(26) VALUE ' EN ATTENTE SUPERVISEUR '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(21) VALUE ' SAISIES DEVERSEES : '.
           05 WS-PRT-TOTAL PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE ' RETENUES : '.
           05 WS-PRT-RETENUES PIC ZZZZZZ9.
           05 FILLER PIC X(31) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           IF FS-MOUVQ = '00'
              DISPLAY ' FILE MOUVQ OPEN SUCCES : ' FS-MOUVQ
           ELSE
              MOVE 'FMOUVQ' TO WS-ERR-FICHIER
              MOVE FS-MOUVQ TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FSAISHIS
           IF FS-SAISHIS = '00'
              DISPLAY ' FILE SAISHIS OPEN SUCCES : ' FS-SAISHIS
           ELSE
              MOVE 'FSAISHIS' TO WS-ERR-FICHIER
              MOVE FS-SAISHIS TO WS-ERR-STATUT
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
                 MOVE 0 TO WS-TRM-DB
                 MOVE 0 TO WS-TRM-CR
              END-IF
              IF QUE-STATUT = 'R'
                 PERFORM FONCTION-EDITER-RETENUE
              ELSE
                 PERFORM FONCTION-CONVERTIR-SAISIE
                 PERFORM FONCTION-PURGER-SAISIE
              END-IF
              PERFORM FONCTION-READ-QUEUE
           END-PERFORM
           IF WS-TRMID-COURANT NOT = SPACES
      *-- QUELLE ; ABSENTE, QUEST33 LA POSERA A LA DATE D'OPERATION
           MOVE QUE-DATE-VALEUR TO WS-DATE-VALEUR
           WRITE ENR-SORTIE FROM WS-MOUVEM
           PERFORM FONCTION-JOURNALISER-SAISIE
           ADD 1 TO WS-CPT-CONVERTIS
           ADD QUE-MONTANT TO WS-HASH-TOTAL
           ADD 1 TO WS-TRM-NB
           ELSE
              ADD QUE-MONTANT TO WS-TRM-CR
           END-IF.
        FONCTION-JOURNALISER-SAISIE.
           MOVE SPACES TO SAISHIS-REC
           MOVE WS-DATE-TRT TO SHI-DATE-TRT
           MOVE WS-AGENCE-GUICHET TO SHI-AGENCE
           MOVE QUE-TRMID TO SHI-TRMID
           MOVE QUE-OPERID TO SHI-OPERID
           MOVE QUE-NUM-COMPTE TO SHI-NUM-COMPTE
           MOVE QUE-MONTANT TO SHI-MONTANT
           MOVE QUE-SENS TO SHI-SENS
           MOVE QUE-NAT TO SHI-NAT
           WRITE SAISHIS-REC.
      *-- UNE SAISIE RETENUE RESTE EN FILE JUSQU'A LA DECISION DU
      *-- SUPERVISEUR ; ELLE EST EDITEE CHAQUE SOIR EN EXCEPTION
        FONCTION-EDITER-RETENUE.
           ADD 1 TO WS-CPT-RETENUES
           MOVE QUE-TRMID TO WS-PRT-RET-TRMID
           MOVE QUE-OPERID TO WS-PRT-RET-OPERID
           MOVE QUE-NUM-COMPTE TO WS-PRT-RET-COMPTE
           MOVE QUE-SENS TO WS-PRT-RET-SENS
           MOVE QUE-NAT TO WS-PRT-RET-NAT
           MOVE QUE-MONTANT TO WS-PRT-RET-MONTANT
           MOVE WS-LIGNE-RETENUE TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-PURGER-SAISIE.
      *-- LA FILE EST VIDEE AU FIL DE L'EAU : CHAQUE SAISIE
      *-- DEVERSEE EST SUPPRIMEE, LA FILE EST PRETE POUR LE
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-CONVERTIS TO WS-PRT-TOTAL
           MOVE WS-CPT-RETENUES TO WS-PRT-RETENUES
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' SAISIES LUES : ' WS-CPT-QUEUE
           DISPLAY ' SAISIES DEVERSEES : ' WS-CPT-CONVERTIS
           DISPLAY ' SAISIES RETENUES : ' WS-CPT-RETENUES
           IF WS-CPT-RETENUES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           IF WS-CPT-QUEUE NOT = WS-CPT-CONVERTIS + WS-CPT-RETENUES
              DISPLAY ' DEVERSEMENT EN ECART - A CONTROLER '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST62' TO CTLLOG-JOB
           MOVE ' SAISIES EN LIGNE DEVERSEES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CONVERTIS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST62' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVQ
           CLOSE FMOUVEM
           CLOSE FSAISHIS
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
