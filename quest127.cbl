      **************************************************************
      *PROGRAMME QUOTIDIEN DE RAPPROCHEMENT DES TIROIRS-CAISSES PAR *
      *GUICHETIER : CHAQUE TIROIR FERME DU FICHIER FTIROIR (OUVERT  *
      *ET FERME EN LIGNE PAR PGTIROIR) EST RAPPROCHE DES MOUVEMENTS *
      *'ESP' SAISIS SUR SON TERMINAL LE JOUR DU TIROIR DANS LA FILE *
      *FMOUVQ : COMPTAGE D'OUVERTURE PLUS ENTREES MOINS SORTIES,    *
      *COMPARE AU COMPTAGE DE FERMETURE. LES ECARTS SONT EDITES PAR *
      *GUICHETIER (NOM FOPERAT) ET SIGNALES EN CODE RETOUR 4, LES   *
      *ESPECES SAISIES HORS TIROIR SONT LISTEES, ET LE TIROIR EST   *
      *MARQUE RAPPROCHE ('R'). LA VARIATION DES TIROIRS DE CHAQUE   *
      *AGENCE (FERMETURE MOINS OUVERTURE, PAR COUPURE) EST ECRITE   *
      *EN FEUILLET DE CAISSE FESPTIR AU FORMAT FESPECES ('CR' POUR  *
      *LES HAUSSES, 'DB' POUR LES BAISSES), REPRIS PAR QUEST81 AVEC *
      *LES FEUILLETS DES GUICHETS POUR QUE LA POSITION FCAISSE DE   *
      *L'AGENCE SOIT LA SOMME DE SES TIROIRS. A PASSER AVANT LE     *
      *DEVERSEMENT QUEST62 QUI VIDE LA FILE FMOUVQ                  *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST127.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FTIROIR ASSIGN TO DDTIROIR
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TIR-CLE
           FILE STATUS IS FS-TIROIR.
           SELECT FMOUVQ ASSIGN TO DDMOUVQ
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS QUE-CLE
           FILE STATUS IS FS-MOUVQ.
           SELECT FOPERAT ASSIGN TO DDOPERAT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPE-CODE
           FILE STATUS IS FS-OPERAT.
           SELECT FESPTIR ASSIGN TO DDESPTIR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESPTIR.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
        DATA DIVISION.
        FILE SECTION.
      *-- TIROIR-CAISSE DU GUICHETIER : ETAT 'O' OUVERT, 'F' FERME,
      *-- 'R' RAPPROCHE. LA DATE EST CELLE DE LA TACHE CICS
      *-- (0CYYDDD), COMME DANS LA CLE DE LA FILE FMOUVQ
        FD FTIROIR.
        01 TIROIR.
           05 TIR-CLE.
              10 TIR-OPERID PIC X(4).
              10 TIR-DATE PIC 9(7).
           05 TIR-AGENCE PIC X(3).
           05 TIR-TRMID PIC X(4).
           05 TIR-ETAT PIC X(1).
           05 TIR-OUV-B500 PIC 9(5).
           05 TIR-OUV-B200 PIC 9(5).
           05 TIR-OUV-B100 PIC 9(5).
           05 TIR-OUV-B050 PIC 9(5).
           05 TIR-OUV-B020 PIC 9(5).
           05 TIR-OUV-B010 PIC 9(5).
           05 TIR-OUV-PIECES PIC 9(6)V99.
           05 TIR-FER-B500 PIC 9(5).
           05 TIR-FER-B200 PIC 9(5).
           05 TIR-FER-B100 PIC 9(5).
           05 TIR-FER-B050 PIC 9(5).
           05 TIR-FER-B020 PIC 9(5).
           05 TIR-FER-B010 PIC 9(5).
           05 TIR-FER-PIECES PIC 9(6)V99.
           05 TIR-HEURE-OUV PIC 9(7).
           05 TIR-HEURE-FER PIC 9(7).
           05 FILLER PIC X(11).
        FD FMOUVQ.
        01 QUEUE-REC.
           05 QUE-CLE.
              10 QUE-TRMID PIC X(4).
              10 QUE-DATE PIC 9(7).
              10 QUE-TIME PIC 9(7).
              10 QUE-SEQ PIC 9(3).
           05 QUE-NUM-COMPTE PIC X(6).
           05 QUE-MONTANT PIC 9(6)V99.
           05 QUE-SENS PIC X(2).
           05 QUE-NAT PIC X(3).
           05 QUE-LIBELLE PIC X(15).
           05 QUE-DATE-VALEUR PIC X(8).
           05 QUE-STATUT PIC X(1).
           05 QUE-OPERID PIC X(4).
           05 FILLER PIC X(12).
        FD FOPERAT.
        01 OPERAT.
           05 OPE-CODE PIC X(4).
           05 OPE-NOM PIC X(10).
           05 OPE-PRENOM PIC X(10).
           05 OPE-PROFIL PIC X(1).
           05 OPE-PASSE PIC X(8).
           05 OPE-NB-ECHECS PIC 9(1).
           05 OPE-VERROU PIC X(1).
           05 OPE-PLAFOND PIC 9(7)V99.
           05 OPE-AGENCE PIC X(3).
           05 OPE-DERN-CNX PIC 9(7).
           05 OPE-ORIG-CNX PIC X(1).
           05 OPE-DATE-RECERT PIC X(10).
           05 OPE-DECISION PIC X(1).
           05 OPE-RESPONSABLE PIC X(4).
           05 OPE-DATE-NAIS PIC 9(8).
           05 FILLER PIC X(2).
      *-- FEUILLET DE CAISSE DES TIROIRS, MEME FORMAT QUE LE
      *-- FEUILLET FESPECES DES GUICHETS LU PAR QUEST81
        FD FESPTIR.
        01 ESPTIR.
           05 EST-CODE-AGENCE PIC X(3).
           05 EST-SENS PIC X(2).
           05 EST-NB-B500 PIC 9(5).
           05 EST-NB-B200 PIC 9(5).
           05 EST-NB-B100 PIC 9(5).
           05 EST-NB-B050 PIC 9(5).
           05 EST-NB-B020 PIC 9(5).
           05 EST-NB-B010 PIC 9(5).
           05 EST-MONT-PIECES PIC 9(6)V99.
           05 FILLER PIC X(37).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-TIROIR PIC X(2).
        01 FS-MOUVQ PIC X(2).
        01 FS-OPERAT PIC X(2).
        01 FS-ESPTIR PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-TIROIR PIC X(1).
        01 WS-MONTANT PIC S9(10)V99.
        01 WS-ATTENDU PIC S9(10)V99.
        01 WS-ECART PIC S9(10)V99.
      *-- TIROIRS FERMES A RAPPROCHER : MONTANTS DES DEUX COMPTAGES
      *-- ET CUMUL DES ENTREES/SORTIES D'ESPECES DU TERMINAL
        01 WS-TAB-TIROIR.
           05 WS-TAB-TI-NB PIC 9(4) VALUE 0.
           05 WS-TAB-TI-ENTREE OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-TAB-TI-NB
                INDEXED BY WS-TI-IDX.
              10 WS-TAB-TI-CLE PIC X(11).
              10 WS-TAB-TI-OPERID PIC X(4).
              10 WS-TAB-TI-DATE PIC 9(7).
              10 WS-TAB-TI-TRMID PIC X(4).
              10 WS-TAB-TI-AGENCE PIC X(3).
              10 WS-TAB-TI-OUVERTURE PIC S9(10)V99.
              10 WS-TAB-TI-FERMETURE PIC S9(10)V99.
              10 WS-TAB-TI-ENTREES PIC S9(10)V99.
              10 WS-TAB-TI-SORTIES PIC S9(10)V99.
      *-- VARIATION DES TIROIRS PAR AGENCE ET PAR COUPURE
        01 WS-TAB-AGENCE.
           05 WS-TAB-AG-NB PIC 9(4) VALUE 0.
           05 WS-TAB-AG-ENTREE OCCURS 0 TO 100 TIMES
                DEPENDING ON WS-TAB-AG-NB
                INDEXED BY WS-AG-IDX.
              10 WS-TAB-AG-CODE PIC X(3).
              10 WS-TAB-AG-B500 PIC S9(7).
              10 WS-TAB-AG-B200 PIC S9(7).
              10 WS-TAB-AG-B100 PIC S9(7).
              10 WS-TAB-AG-B050 PIC S9(7).
              10 WS-TAB-AG-B020 PIC S9(7).
              10 WS-TAB-AG-B010 PIC S9(7).
              10 WS-TAB-AG-PIECES PIC S9(8)V99.
        01 WS-I PIC 9(4).
        01 WS-CPT-TIROIRS PIC 9(7) VALUE 0.
        01 WS-CPT-ECARTS PIC 9(7) VALUE 0.
        01 WS-CPT-HORS-TIROIR PIC 9(7) VALUE 0.
        01 WS-CPT-FEUILLETS PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' RAPPROCHEMENT DES TIROIRS-CAISSES '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TIROIR.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRINT-OPERID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-AGENCE PIC X(3).
           05 FILLER PIC X(9) VALUE ' ATTENDU '.
           05 WS-PRINT-ATTENDU PIC -ZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE ' COMPTE '.
           05 WS-PRINT-COMPTE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(7) VALUE ' ECART '.
           05 WS-PRINT-ECART PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-FLUX.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(13) VALUE ' OUVERTURE : '.
           05 WS-PRINT-OUVERTURE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(11) VALUE ' ENTREES : '.
           05 WS-PRINT-ENTREES PIC ZZZZZZZ9.99.
           05 FILLER PIC X(11) VALUE ' SORTIES : '.
           05 WS-PRINT-SORTIES PIC ZZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-HORS-TIROIR.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' TERMINAL : '.
           05 WS-PRINT-TRMID PIC X(4).
           05 FILLER PIC X(23) VALUE ' ESPECES HORS TIROIR : '.
           05 WS-PRINT-HORS-TIROIR PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(26) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-AGENCE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(10) VALUE ' AGENCE : '.
           05 WS-PRINT-AG-CODE PIC X(3).
           05 FILLER PIC X(25) VALUE ' VARIATION DES TIROIRS : '.
           05 WS-PRINT-AG-VARIATION PIC -ZZZZZZZZ9.99.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(11) VALUE ' TIROIRS : '.
           05 WS-PRINT-CPT-TIROIRS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE ' ECARTS : '.
           05 WS-PRINT-CPT-ECARTS PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE ' HORS TIROIR : '.
           05 WS-PRINT-CPT-HORS PIC ZZZZ9.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FTIROIR
           IF FS-TIROIR = '00'
              DISPLAY ' FILE TIROIR OPEN SUCCES : ' FS-TIROIR
           ELSE
              MOVE 'FTIROIR' TO WS-ERR-FICHIER
              MOVE FS-TIROIR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVQ
           IF FS-MOUVQ = '00'
              DISPLAY ' FILE MOUVQ OPEN SUCCES : ' FS-MOUVQ
           ELSE
              MOVE 'FMOUVQ' TO WS-ERR-FICHIER
              MOVE FS-MOUVQ TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FOPERAT
           IF FS-OPERAT = '00'
              DISPLAY ' FILE OPERAT OPEN SUCCES : ' FS-OPERAT
           ELSE
              MOVE 'FOPERAT' TO WS-ERR-FICHIER
              MOVE FS-OPERAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FESPTIR
           IF FS-ESPTIR = '00'
              DISPLAY ' FILE ESPTIR OPEN SUCCES : ' FS-ESPTIR
           ELSE
              MOVE 'FESPTIR' TO WS-ERR-FICHIER
              MOVE FS-ESPTIR TO WS-ERR-STATUT
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
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-CHARGER-TIROIRS
           PERFORM FONCTION-CUMULER-MOUVEMENTS
           PERFORM FONCTION-RAPPROCHER-TIROIRS
           PERFORM FONCTION-ECRIRE-FEUILLETS
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ECARTS > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      *-- LES TIROIRS FERMES SONT CHARGES EN TABLE AVEC LE MONTANT
      *-- DE LEURS DEUX COMPTAGES ; LA VARIATION PAR COUPURE EST
      *-- CUMULEE SUR L'AGENCE DU TIROIR
        FONCTION-CHARGER-TIROIRS.
           MOVE 'N' TO WS-FIN-TIROIR
           MOVE LOW-VALUES TO TIR-CLE
           START FTIROIR KEY IS >= TIR-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-TIROIR
           END-START
           PERFORM FONCTION-CHARGER-UN-TIROIR
              UNTIL WS-FIN-TIROIR = 'Y'.
        FONCTION-CHARGER-UN-TIROIR.
           READ FTIROIR NEXT
              AT END MOVE 'Y' TO WS-FIN-TIROIR
           END-READ
           IF WS-FIN-TIROIR = 'N' AND TIR-ETAT = 'F'
              IF WS-TAB-TI-NB < 500
                 ADD 1 TO WS-TAB-TI-NB
                 SET WS-TI-IDX TO WS-TAB-TI-NB
                 MOVE TIR-CLE TO WS-TAB-TI-CLE(WS-TI-IDX)
                 MOVE TIR-OPERID TO WS-TAB-TI-OPERID(WS-TI-IDX)
                 MOVE TIR-DATE TO WS-TAB-TI-DATE(WS-TI-IDX)
                 MOVE TIR-TRMID TO WS-TAB-TI-TRMID(WS-TI-IDX)
                 MOVE TIR-AGENCE TO WS-TAB-TI-AGENCE(WS-TI-IDX)
                 COMPUTE WS-TAB-TI-OUVERTURE(WS-TI-IDX) =
                         TIR-OUV-B500 * 500 + TIR-OUV-B200 * 200
                       + TIR-OUV-B100 * 100 + TIR-OUV-B050 * 50
                       + TIR-OUV-B020 * 20 + TIR-OUV-B010 * 10
                       + TIR-OUV-PIECES
                 COMPUTE WS-TAB-TI-FERMETURE(WS-TI-IDX) =
                         TIR-FER-B500 * 500 + TIR-FER-B200 * 200
                       + TIR-FER-B100 * 100 + TIR-FER-B050 * 50
                       + TIR-FER-B020 * 20 + TIR-FER-B010 * 10
                       + TIR-FER-PIECES
                 MOVE 0 TO WS-TAB-TI-ENTREES(WS-TI-IDX)
                 MOVE 0 TO WS-TAB-TI-SORTIES(WS-TI-IDX)
                 PERFORM FONCTION-CUMULER-VARIATION
              ELSE
                 DISPLAY ' TABLE DES TIROIRS PLEINE : ' TIR-CLE
              END-IF
           END-IF.
        FONCTION-CUMULER-VARIATION.
           SET WS-AG-IDX TO 1
           SEARCH WS-TAB-AG-ENTREE
              AT END
                 IF WS-TAB-AG-NB < 100
                    ADD 1 TO WS-TAB-AG-NB
                    SET WS-AG-IDX TO WS-TAB-AG-NB
                    MOVE TIR-AGENCE TO WS-TAB-AG-CODE(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-B500(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-B200(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-B100(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-B050(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-B020(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-B010(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-PIECES(WS-AG-IDX)
                    PERFORM FONCTION-AJOUTER-VARIATION
                 END-IF
              WHEN WS-TAB-AG-CODE(WS-AG-IDX) = TIR-AGENCE
                 PERFORM FONCTION-AJOUTER-VARIATION
           END-SEARCH.
        FONCTION-AJOUTER-VARIATION.
           COMPUTE WS-TAB-AG-B500(WS-AG-IDX) =
                   WS-TAB-AG-B500(WS-AG-IDX)
                 + TIR-FER-B500 - TIR-OUV-B500
           COMPUTE WS-TAB-AG-B200(WS-AG-IDX) =
                   WS-TAB-AG-B200(WS-AG-IDX)
                 + TIR-FER-B200 - TIR-OUV-B200
           COMPUTE WS-TAB-AG-B100(WS-AG-IDX) =
                   WS-TAB-AG-B100(WS-AG-IDX)
                 + TIR-FER-B100 - TIR-OUV-B100
           COMPUTE WS-TAB-AG-B050(WS-AG-IDX) =
                   WS-TAB-AG-B050(WS-AG-IDX)
                 + TIR-FER-B050 - TIR-OUV-B050
           COMPUTE WS-TAB-AG-B020(WS-AG-IDX) =
                   WS-TAB-AG-B020(WS-AG-IDX)
                 + TIR-FER-B020 - TIR-OUV-B020
           COMPUTE WS-TAB-AG-B010(WS-AG-IDX) =
                   WS-TAB-AG-B010(WS-AG-IDX)
                 + TIR-FER-B010 - TIR-OUV-B010
           COMPUTE WS-TAB-AG-PIECES(WS-AG-IDX) =
                   WS-TAB-AG-PIECES(WS-AG-IDX)
                 + TIR-FER-PIECES - TIR-OUV-PIECES.
      *-- LES MOUVEMENTS 'ESP' DE LA FILE SONT AFFECTES AU TIROIR
      *-- DU TERMINAL ET DU JOUR DE LA SAISIE ; SANS TIROIR FERME
      *-- CORRESPONDANT, LA SAISIE EST EDITEE HORS TIROIR. UNE
      *-- SAISIE RETENUE EN ATTENTE DU SUPERVISEUR N'A PAS ENCORE
      *-- DONNE LIEU A MOUVEMENT D'ESPECES
        FONCTION-CUMULER-MOUVEMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-MOUVQ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF QUE-NAT = 'ESP' AND QUE-STATUT NOT = 'R'
                 PERFORM FONCTION-AFFECTER-MOUVEMENT
              END-IF
              PERFORM FONCTION-READ-MOUVQ
           END-PERFORM.
        FONCTION-AFFECTER-MOUVEMENT.
           SET WS-TI-IDX TO 1
           SEARCH WS-TAB-TI-ENTREE
              AT END
                 ADD 1 TO WS-CPT-HORS-TIROIR
                 IF QUE-SENS = 'CR'
                    MOVE QUE-MONTANT TO WS-MONTANT
                 ELSE
                    COMPUTE WS-MONTANT = QUE-MONTANT * -1
                 END-IF
                 MOVE QUE-TRMID TO WS-PRINT-TRMID
                 MOVE WS-MONTANT TO WS-PRINT-HORS-TIROIR
                 MOVE WS-LIGNE-HORS-TIROIR TO REC-PRT
                 WRITE REC-PRT AFTER ADVANCING 1 LINE
              WHEN WS-TAB-TI-TRMID(WS-TI-IDX) = QUE-TRMID
                   AND WS-TAB-TI-DATE(WS-TI-IDX) = QUE-DATE
                 IF QUE-SENS = 'CR'
                    ADD QUE-MONTANT TO WS-TAB-TI-ENTREES(WS-TI-IDX)
                 ELSE
                    ADD QUE-MONTANT TO WS-TAB-TI-SORTIES(WS-TI-IDX)
                 END-IF
           END-SEARCH.
      *-- ATTENDU = OUVERTURE + ENTREES - SORTIES, ECART = COMPTAGE
      *-- DE FERMETURE MOINS ATTENDU. LE TIROIR PASSE A 'R'
        FONCTION-RAPPROCHER-TIROIRS.
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-TAB-TI-NB
              ADD 1 TO WS-CPT-TIROIRS
              COMPUTE WS-ATTENDU = WS-TAB-TI-OUVERTURE(WS-I)
                                 + WS-TAB-TI-ENTREES(WS-I)
                                 - WS-TAB-TI-SORTIES(WS-I)
              COMPUTE WS-ECART = WS-TAB-TI-FERMETURE(WS-I)
                               - WS-ATTENDU
              IF WS-ECART NOT = 0
                 ADD 1 TO WS-CPT-ECARTS
              END-IF
              MOVE WS-TAB-TI-OPERID(WS-I) TO WS-PRINT-OPERID
              MOVE WS-TAB-TI-OPERID(WS-I) TO OPE-CODE
              READ FOPERAT
                 INVALID KEY MOVE 'INCONNU' TO OPE-NOM
              END-READ
              MOVE OPE-NOM TO WS-PRINT-NOM
              MOVE WS-TAB-TI-AGENCE(WS-I) TO WS-PRINT-AGENCE
              MOVE WS-ATTENDU TO WS-PRINT-ATTENDU
              MOVE WS-TAB-TI-FERMETURE(WS-I) TO WS-PRINT-COMPTE
              MOVE WS-ECART TO WS-PRINT-ECART
              MOVE WS-LIGNE-TIROIR TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
              MOVE WS-TAB-TI-OUVERTURE(WS-I) TO WS-PRINT-OUVERTURE
              MOVE WS-TAB-TI-ENTREES(WS-I) TO WS-PRINT-ENTREES
              MOVE WS-TAB-TI-SORTIES(WS-I) TO WS-PRINT-SORTIES
              MOVE WS-LIGNE-FLUX TO REC-PRT
              WRITE REC-PRT
              MOVE WS-TAB-TI-CLE(WS-I) TO TIR-CLE
              READ FTIROIR
                 INVALID KEY
                    DISPLAY ' TIROIR DISPARU : ' TIR-CLE
                    MOVE 'FTIROIR' TO WS-ERR-FICHIER
                    MOVE FS-TIROIR TO WS-ERR-STATUT
                    MOVE 'FONCTION-RAPPROCHER-TIROIRS'
                      TO WS-ERR-PARAGRAPHE
                    MOVE TIR-CLE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                 NOT INVALID KEY
                    MOVE 'R' TO TIR-ETAT
                    REWRITE TIROIR
              END-READ
           END-PERFORM.
      *-- UN FEUILLET 'CR' PORTE LES COUPURES EN HAUSSE, UN FEUILLET
      *-- 'DB' LES COUPURES EN BAISSE ; QUEST81 LES APPLIQUE A LA
      *-- POSITION FCAISSE DE L'AGENCE
        FONCTION-ECRIRE-FEUILLETS.
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-TAB-AG-NB
              PERFORM FONCTION-FEUILLET-HAUSSE
              PERFORM FONCTION-FEUILLET-BAISSE
              COMPUTE WS-MONTANT =
                      WS-TAB-AG-B500(WS-I) * 500
                    + WS-TAB-AG-B200(WS-I) * 200
                    + WS-TAB-AG-B100(WS-I) * 100
                    + WS-TAB-AG-B050(WS-I) * 50
                    + WS-TAB-AG-B020(WS-I) * 20
                    + WS-TAB-AG-B010(WS-I) * 10
                    + WS-TAB-AG-PIECES(WS-I)
              MOVE WS-TAB-AG-CODE(WS-I) TO WS-PRINT-AG-CODE
              MOVE WS-MONTANT TO WS-PRINT-AG-VARIATION
              MOVE WS-LIGNE-AGENCE TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
           END-PERFORM.
        FONCTION-FEUILLET-HAUSSE.
           MOVE SPACES TO ESPTIR
           MOVE WS-TAB-AG-CODE(WS-I) TO EST-CODE-AGENCE
           MOVE 'CR' TO EST-SENS
           MOVE 0 TO EST-NB-B500 EST-NB-B200 EST-NB-B100
           MOVE 0 TO EST-NB-B050 EST-NB-B020 EST-NB-B010
           MOVE 0 TO EST-MONT-PIECES
           IF WS-TAB-AG-B500(WS-I) > 0
              MOVE WS-TAB-AG-B500(WS-I) TO EST-NB-B500
           END-IF
           IF WS-TAB-AG-B200(WS-I) > 0
              MOVE WS-TAB-AG-B200(WS-I) TO EST-NB-B200
           END-IF
           IF WS-TAB-AG-B100(WS-I) > 0
              MOVE WS-TAB-AG-B100(WS-I) TO EST-NB-B100
           END-IF
           IF WS-TAB-AG-B050(WS-I) > 0
              MOVE WS-TAB-AG-B050(WS-I) TO EST-NB-B050
           END-IF
           IF WS-TAB-AG-B020(WS-I) > 0
              MOVE WS-TAB-AG-B020(WS-I) TO EST-NB-B020
           END-IF
           IF WS-TAB-AG-B010(WS-I) > 0
              MOVE WS-TAB-AG-B010(WS-I) TO EST-NB-B010
           END-IF
           IF WS-TAB-AG-PIECES(WS-I) > 0
              MOVE WS-TAB-AG-PIECES(WS-I) TO EST-MONT-PIECES
           END-IF
           PERFORM FONCTION-ECRIRE-UN-FEUILLET.
        FONCTION-FEUILLET-BAISSE.
           MOVE SPACES TO ESPTIR
           MOVE WS-TAB-AG-CODE(WS-I) TO EST-CODE-AGENCE
           MOVE 'DB' TO EST-SENS
           MOVE 0 TO EST-NB-B500 EST-NB-B200 EST-NB-B100
           MOVE 0 TO EST-NB-B050 EST-NB-B020 EST-NB-B010
           MOVE 0 TO EST-MONT-PIECES
           IF WS-TAB-AG-B500(WS-I) < 0
              COMPUTE EST-NB-B500 = WS-TAB-AG-B500(WS-I) * -1
           END-IF
           IF WS-TAB-AG-B200(WS-I) < 0
              COMPUTE EST-NB-B200 = WS-TAB-AG-B200(WS-I) * -1
           END-IF
           IF WS-TAB-AG-B100(WS-I) < 0
              COMPUTE EST-NB-B100 = WS-TAB-AG-B100(WS-I) * -1
           END-IF
           IF WS-TAB-AG-B050(WS-I) < 0
              COMPUTE EST-NB-B050 = WS-TAB-AG-B050(WS-I) * -1
           END-IF
           IF WS-TAB-AG-B020(WS-I) < 0
              COMPUTE EST-NB-B020 = WS-TAB-AG-B020(WS-I) * -1
           END-IF
           IF WS-TAB-AG-B010(WS-I) < 0
              COMPUTE EST-NB-B010 = WS-TAB-AG-B010(WS-I) * -1
           END-IF
           IF WS-TAB-AG-PIECES(WS-I) < 0
              COMPUTE EST-MONT-PIECES = WS-TAB-AG-PIECES(WS-I) * -1
           END-IF
           PERFORM FONCTION-ECRIRE-UN-FEUILLET.
      *-- UN FEUILLET SANS AUCUNE COUPURE N'EST PAS ECRIT
        FONCTION-ECRIRE-UN-FEUILLET.
           IF EST-NB-B500 > 0 OR EST-NB-B200 > 0 OR EST-NB-B100 > 0
              OR EST-NB-B050 > 0 OR EST-NB-B020 > 0
              OR EST-NB-B010 > 0 OR EST-MONT-PIECES > 0
              WRITE ESPTIR
              ADD 1 TO WS-CPT-FEUILLETS
           END-IF.
        FONCTION-READ-MOUVQ.
           READ FMOUVQ
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-TIROIRS TO WS-PRINT-CPT-TIROIRS
           MOVE WS-CPT-ECARTS TO WS-PRINT-CPT-ECARTS
           MOVE WS-CPT-HORS-TIROIR TO WS-PRINT-CPT-HORS
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' TIROIRS RAPPROCHES : ' WS-CPT-TIROIRS
           DISPLAY ' TIROIRS EN ECART : ' WS-CPT-ECARTS
           DISPLAY ' ESPECES HORS TIROIR : ' WS-CPT-HORS-TIROIR
           DISPLAY ' FEUILLETS ECRITS : ' WS-CPT-FEUILLETS.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST127' TO CTLLOG-JOB
           MOVE ' TIROIRS-CAISSES EN ECART ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ECARTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST127' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FTIROIR
           CLOSE FMOUVQ
           CLOSE FOPERAT
           CLOSE FESPTIR
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
