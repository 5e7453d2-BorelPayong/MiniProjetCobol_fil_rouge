      **************************************************************
      *PROGRAMME TRIMESTRIEL DE RECERTIFICATION DES ACCES           *
      *OPERATEURS : CHAQUE CODE DU FICHIER MAITRE FOPERAT EST EDITE *
      *PAR AGENCE DE RATTACHEMENT AVEC SON PROFIL ('L'/'M'/'S'), SA *
      *DERNIERE SIGNATURE REUSSIE, SES ECHECS ET L'ETAT DE SON      *
      *VERROU, POUR VISA DU RESPONSABLE D'AGENCE. LA DERNIERE       *
      *SIGNATURE EST LA PLUS RECENTE DE CELLE GARDEE PAR PGLOGON    *
      *DANS FOPERAT, DES SESSIONS OUVERTES FSESSION ET DES          *
      *OPERATIONS 'LOGON' DE LA PISTE FAUDIT (GENERATIONS           *
      *CONCATENEES), ET EST REPORTEE DANS FOPERAT. UN CODE SANS     *
      *SIGNATURE CONNUE PREND LA DATE D'ARRETE COMME DEBUT          *
      *D'INACTIVITE. UN CODE INACTIF DEPUIS PLUS DE                 *
      *QUEST129-DELAI-INACTIF JOURS EST VERROUILLE ('V') COMME LE   *
      *FAIT PGLOGON APRES TROIS ECHECS (DEBLOCAGE PAR QUEST102) ET  *
      *LE CODE RETOUR EST 4. LE FICHIER FDECACC EST PREPARE AVEC UNE*
      *LIGNE PAR OPERATEUR : LES RESPONSABLES Y PORTENT LEUR        *
      *DECISION (C CONSERVER, D DECLASSER, R REVOQUER) QUE QUEST130 *
      *APPLIQUE ENSUITE A FOPERAT                                   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST129.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FOPERAT ASSIGN TO DDOPERAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPE-CODE
           FILE STATUS IS FS-OPERAT.
           SELECT FSESSION ASSIGN TO DDSESSIO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SES-TRMID
           FILE STATUS IS FS-SESSION.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FDECACC ASSIGN TO DDDECACC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECACC.
           SELECT FOPE-WK ASSIGN TO DDSORTWK.
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
        FD FSESSION.
        01 SESSION-REC.
           05 SES-TRMID PIC X(4).
           05 SES-OPERID PIC X(4).
           05 SES-PROFIL PIC X(1).
           05 SES-DATE PIC 9(7).
           05 SES-TIME PIC 9(7).
           05 FILLER PIC X(57).
        FD FAUDIT.
        01 AUDIT-REC.
           05 AUD-TRMID PIC X(4).
           05 AUD-OPERID PIC X(4).
           05 AUD-DATE PIC S9(7) COMP.
           05 AUD-TIME PIC S9(7) COMP.
           05 AUD-OPERATION PIC X(8).
           05 AUD-NUM-CPT PIC X(6).
           05 AUD-AVANT PIC X(101).
      *-- LIGNE DE DECISION PREPAREE POUR LE RESPONSABLE D'AGENCE :
      *-- DECISION C/D/R, NOUVEAU PROFIL SI DECLASSEMENT, CODE DU
      *-- RESPONSABLE QUI DECIDE ; RELUE PAR QUEST130
        FD FDECACC.
        01 DECACC-REC.
           05 DEC-AGENCE PIC X(3).
           05 DEC-CODE PIC X(4).
           05 DEC-NOM PIC X(10).
           05 DEC-PRENOM PIC X(10).
           05 DEC-PROFIL PIC X(1).
           05 DEC-DATE-RECERT PIC X(10).
           05 DEC-DECISION PIC X(1).
           05 DEC-NOUV-PROFIL PIC X(1).
           05 DEC-RESPONSABLE PIC X(4).
           05 FILLER PIC X(36).
        SD FOPE-WK.
        01 OPE-WK.
           05 WK-AGENCE PIC X(3).
           05 WK-CODE PIC X(4).
           05 WK-NOM PIC X(10).
           05 WK-PRENOM PIC X(10).
           05 WK-PROFIL PIC X(1).
           05 WK-NB-ECHECS PIC 9(1).
           05 WK-VERROU PIC X(1).
           05 WK-DERN-CNX PIC 9(7).
           05 WK-ORIG-CNX PIC X(1).
           05 WK-JOURS PIC 9(5).
           05 WK-VERROU-AUTO PIC X(1).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-OPERAT PIC X(2).
        01 FS-SESSION PIC X(2).
        01 FS-AUDIT PIC X(2).
        01 FS-DECACC PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-ARRETE PIC X(10).
        01 WS-DATE-ARRETE-R REDEFINES WS-DATE-ARRETE.
           05 WS-ARR-AAAA PIC 9(4).
           05 FILLER PIC X(1).
           05 WS-ARR-MM PIC 9(2).
           05 FILLER PIC X(1).
           05 WS-ARR-JJ PIC 9(2).
        01 WS-ARR-JULIEN PIC 9(7).
        01 WS-ARR-ORDINAL PIC 9(7).
        01 WS-DELAI-INACTIF PIC 9(5).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- DECODAGE DE LA DATE JULIENNE CICS 0CYYDDD EN AAAA-MM-JJ
      *-- ET EN RANG DE JOUR POUR LE CALCUL DE L'INACTIVITE
        01 WS-DATE-BRUTE PIC 9(7).
        01 WS-DD-SIECLE PIC 9(1).
        01 WS-DD-AA PIC 9(2).
        01 WS-DD-JJJ PIC 9(3).
        01 WS-DD-AAAA PIC 9(4).
        01 WS-DD-MM PIC 9(2).
        01 WS-DD-QUOTIENT PIC 9(4).
        01 WS-DD-RESTE-4 PIC 9(3).
        01 WS-DD-RESTE-100 PIC 9(3).
        01 WS-DD-RESTE-400 PIC 9(3).
        01 WS-DD-ANTERIEURES PIC 9(4).
        01 WS-DD-BISS-4 PIC 9(4).
        01 WS-DD-BISS-100 PIC 9(4).
        01 WS-DD-BISS-400 PIC 9(4).
        01 WS-DD-ORDINAL PIC 9(7).
        01 WS-JOURS-MOIS-VAL PIC X(24) VALUE
              '312831303130313130313031'.
        01 WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VAL.
           05 WS-JM-NB PIC 9(2) OCCURS 12 TIMES.
        01 WS-JM-FEVRIER PIC 9(2).
        01 WS-JM-COURANT PIC 9(2).
        01 WS-DATE-EVEN.
           05 WS-DE-AAAA PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DE-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DE-JJ PIC 9(2).
      *-- DERNIERE SIGNATURE VUE PAR OPERATEUR DANS FSESSION/FAUDIT
        01 WS-TAB-CONNEXION.
           05 WS-TAB-CX-NB PIC 9(4) VALUE 0.
           05 WS-TAB-CX-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-CX-NB
                INDEXED BY WS-CX-IDX.
              10 WS-TAB-CX-OPERID PIC X(4).
              10 WS-TAB-CX-DATE PIC 9(7).
        01 WS-CX-OPERID PIC X(4).
        01 WS-CX-DATE PIC 9(7).
        01 WS-I PIC 9(4).
        01 WS-PREMIER PIC X(1).
        01 WS-AGENCE-PREC PIC X(3).
        01 WS-CPT-OPERATEURS PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-SIGNATURE PIC 9(7) VALUE 0.
        01 WS-CPT-VERROUS-AUTO PIC 9(7) VALUE 0.
        01 WS-CPT-DEJA-VERROUILLES PIC 9(7) VALUE 0.
        01 WS-CPT-AG-OPERATEURS PIC 9(5).
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST129'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST129'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(50) VALUE
              '    RECERTIFICATION DES ACCES OPERATEURS '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(29) VALUE
              ' CODE NOM        PRENOM    P '.
           05 FILLER PIC X(33) VALUE
              'DERN.SIGN. JOURS E ETAT         '.
           05 FILLER PIC X(16) VALUE ' DECISION C/D/R '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-AGENCE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(10) VALUE ' AGENCE : '.
           05 WS-PRT-AGENCE PIC X(3).
           05 FILLER PIC X(65) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PROFIL PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DERN-CNX PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-JOURS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECHECS PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ETAT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(16) VALUE '     ___        '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-VISA.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ' OPERATEURS : '.
           05 WS-PRT-AG-OPERATEURS PIC ZZZZ9.
           05 FILLER PIC X(32) VALUE
              '   VISA DU RESPONSABLE : _______'.
           05 FILLER PIC X(27) VALUE
              '_____ DATE : __________    '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ' OPERATEURS : '.
           05 WS-PRT-NB-OPERATEURS PIC Z(6)9.
           05 FILLER PIC X(20) VALUE ' VERROUILLES AUTO : '.
           05 WS-PRT-NB-VERROUS PIC Z(6)9.
           05 FILLER PIC X(17) VALUE ' SANS SIGNATURE :'.
           05 WS-PRT-NB-SANS-SIGN PIC Z(6)9.
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FOPERAT
           IF FS-OPERAT = '00'
              DISPLAY ' FILE OPERAT OPEN SUCCES : ' FS-OPERAT
           ELSE
              MOVE 'FOPERAT' TO WS-ERR-FICHIER
              MOVE FS-OPERAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSESSION
           IF FS-SESSION = '00'
              DISPLAY ' FILE SESSION OPEN SUCCES : ' FS-SESSION
           ELSE
              MOVE 'FSESSION' TO WS-ERR-FICHIER
              MOVE FS-SESSION TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FAUDIT
           IF FS-AUDIT = '00'
              DISPLAY ' FILE AUDIT OPEN SUCCES : ' FS-AUDIT
           ELSE
              MOVE 'FAUDIT' TO WS-ERR-FICHIER
              MOVE FS-AUDIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FDECACC
           IF FS-DECACC = '00'
              DISPLAY ' FILE DECACC OPEN SUCCES : ' FS-DECACC
           ELSE
              MOVE 'FDECACC' TO WS-ERR-FICHIER
              MOVE FS-DECACC TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-SESSIONS
           PERFORM FONCTION-CHARGER-AUDIT
           PERFORM FONCTION-EDITER-BANNIERE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           SORT FOPE-WK
                ON ASCENDING KEY WK-AGENCE WK-CODE
                INPUT PROCEDURE FONCTION-EXAMINER-OPERATEURS
                OUTPUT PROCEDURE IS FONCTION-EDITER-OPERATEURS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           DISPLAY ' OPERATEURS EXAMINES : ' WS-CPT-OPERATEURS
           DISPLAY ' SANS SIGNATURE CONNUE : ' WS-CPT-SANS-SIGNATURE
           DISPLAY ' DEJA VERROUILLES : ' WS-CPT-DEJA-VERROUILLES
           DISPLAY ' VERROUILLES POUR INACTIVITE : '
                   WS-CPT-VERROUS-AUTO
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-VERROUS-AUTO > 0 AND WS-ERR-RC-JOB < 4
              MOVE 4 TO WS-ERR-RC-JOB
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST129-DATE-ARRETE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE DATE ARRETE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-ARRETE
           MOVE 'QUEST129-DELAI-INACTIF' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '90' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' PARAMETRE DELAI INACTIVITE INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-DELAI-INACTIF
           PERFORM FONCTION-JULIEN-ARRETE.
      *-- LA DATE D'ARRETE EST RAMENEE AU FORMAT 0CYYDDD DE EIBDATE
      *-- POUR ETRE COMPAREE AUX SIGNATURES
        FONCTION-JULIEN-ARRETE.
           MOVE WS-ARR-AAAA TO WS-DD-AAAA
           PERFORM FONCTION-ANNEE-BISSEXTILE
           MOVE WS-ARR-JJ TO WS-DD-JJJ
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-ARR-MM
              IF WS-I = 2
                 ADD WS-JM-FEVRIER TO WS-DD-JJJ
              ELSE
                 ADD WS-JM-NB(WS-I) TO WS-DD-JJJ
              END-IF
           END-PERFORM
           COMPUTE WS-ARR-JULIEN = (WS-ARR-AAAA - 1900) * 1000
                                 + WS-DD-JJJ
           MOVE WS-ARR-JULIEN TO WS-DATE-BRUTE
           PERFORM FONCTION-RANG-JOUR
           MOVE WS-DD-ORDINAL TO WS-ARR-ORDINAL.
      **************************************************************
      * DERNIERES SIGNATURES : SESSIONS OUVERTES ET PISTE D'AUDIT  *
      **************************************************************
        FONCTION-CHARGER-SESSIONS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FSESSION NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 MOVE SES-OPERID TO WS-CX-OPERID
                 MOVE SES-DATE TO WS-CX-DATE
                 PERFORM FONCTION-RETENIR-SIGNATURE
              END-IF
           END-PERFORM.
        FONCTION-CHARGER-AUDIT.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FAUDIT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND AUD-OPERATION = 'LOGON'
                 MOVE AUD-OPERID TO WS-CX-OPERID
                 MOVE AUD-DATE TO WS-CX-DATE
                 PERFORM FONCTION-RETENIR-SIGNATURE
              END-IF
           END-PERFORM.
        FONCTION-RETENIR-SIGNATURE.
           SET WS-CX-IDX TO 1
           SEARCH WS-TAB-CX-ENTREE
              AT END
                 IF WS-TAB-CX-NB < 2000
                    ADD 1 TO WS-TAB-CX-NB
                    SET WS-CX-IDX TO WS-TAB-CX-NB
                    MOVE WS-CX-OPERID TO WS-TAB-CX-OPERID(WS-CX-IDX)
                    MOVE WS-CX-DATE TO WS-TAB-CX-DATE(WS-CX-IDX)
                 ELSE
                    DISPLAY ' TABLE DES SIGNATURES PLEINE : '
                            WS-CX-OPERID
                 END-IF
              WHEN WS-TAB-CX-OPERID(WS-CX-IDX) = WS-CX-OPERID
                 IF WS-CX-DATE > WS-TAB-CX-DATE(WS-CX-IDX)
                    MOVE WS-CX-DATE TO WS-TAB-CX-DATE(WS-CX-IDX)
                 END-IF
           END-SEARCH.
      **************************************************************
      * PASSAGE DU FICHIER MAITRE : DERNIERE SIGNATURE REPORTEE,   *
      * VERROUILLAGE DES CODES INACTIFS                            *
      **************************************************************
        FONCTION-EXAMINER-OPERATEURS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO OPE-CODE
           START FOPERAT KEY IS >= OPE-CODE
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FOPERAT NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 ADD 1 TO WS-CPT-OPERATEURS
                 PERFORM FONCTION-EXAMINER-OPERATEUR
              END-IF
           END-PERFORM.
        FONCTION-EXAMINER-OPERATEUR.
           IF OPE-DERN-CNX NOT NUMERIC
              MOVE 0 TO OPE-DERN-CNX
           END-IF
           SET WS-CX-IDX TO 1
           SEARCH WS-TAB-CX-ENTREE
              WHEN WS-TAB-CX-OPERID(WS-CX-IDX) = OPE-CODE
                 IF WS-TAB-CX-DATE(WS-CX-IDX) > OPE-DERN-CNX
                    OR OPE-ORIG-CNX NOT = 'C'
                    MOVE WS-TAB-CX-DATE(WS-CX-IDX) TO OPE-DERN-CNX
                    MOVE 'C' TO OPE-ORIG-CNX
                 END-IF
           END-SEARCH
      *-- SANS SIGNATURE CONNUE, L'INACTIVITE EST DECOMPTEE A PARTIR
      *-- DU PREMIER ARRETE QUI VOIT LE CODE
           IF OPE-DERN-CNX = 0
              MOVE WS-ARR-JULIEN TO OPE-DERN-CNX
              MOVE 'R' TO OPE-ORIG-CNX
           END-IF
           IF OPE-ORIG-CNX NOT = 'C'
              ADD 1 TO WS-CPT-SANS-SIGNATURE
           END-IF
           MOVE OPE-DERN-CNX TO WS-DATE-BRUTE
           PERFORM FONCTION-RANG-JOUR
           IF WS-DD-ORDINAL < WS-ARR-ORDINAL
              COMPUTE WK-JOURS = WS-ARR-ORDINAL - WS-DD-ORDINAL
           ELSE
              MOVE 0 TO WK-JOURS
           END-IF
           MOVE 'N' TO WK-VERROU-AUTO
           IF OPE-VERROU = 'V' OR OPE-VERROU = 'R'
              ADD 1 TO WS-CPT-DEJA-VERROUILLES
           ELSE
              IF WK-JOURS > WS-DELAI-INACTIF
                 MOVE 'V' TO OPE-VERROU
                 MOVE 'O' TO WK-VERROU-AUTO
                 ADD 1 TO WS-CPT-VERROUS-AUTO
              END-IF
           END-IF
           REWRITE OPERAT
              INVALID KEY
                 DISPLAY ' OPERATEUR NON MIS A JOUR : ' OPE-CODE
                 MOVE 'FOPERAT' TO WS-ERR-FICHIER
                 MOVE FS-OPERAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-EXAMINER-OPERATEUR' TO WS-ERR-PARAGRAPHE
                 MOVE OPE-CODE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
           END-REWRITE
           IF OPE-AGENCE = SPACES OR OPE-AGENCE = LOW-VALUES
              MOVE '???' TO WK-AGENCE
           ELSE
              MOVE OPE-AGENCE TO WK-AGENCE
           END-IF
           MOVE OPE-CODE TO WK-CODE
           MOVE OPE-NOM TO WK-NOM
           MOVE OPE-PRENOM TO WK-PRENOM
           MOVE OPE-PROFIL TO WK-PROFIL
           MOVE OPE-NB-ECHECS TO WK-NB-ECHECS
           MOVE OPE-VERROU TO WK-VERROU
           MOVE OPE-DERN-CNX TO WK-DERN-CNX
           MOVE OPE-ORIG-CNX TO WK-ORIG-CNX
           RELEASE OPE-WK.
      *-- RANG DU JOUR DEPUIS L'AN 1 D'UNE DATE 0CYYDDD : JOURS DES
      *-- ANNEES ANTERIEURES (BISSEXTILES COMPRISES) PLUS LE QUANTIEME
        FONCTION-RANG-JOUR.
           MOVE WS-DATE-BRUTE(2:1) TO WS-DD-SIECLE
           MOVE WS-DATE-BRUTE(3:2) TO WS-DD-AA
           MOVE WS-DATE-BRUTE(5:3) TO WS-DD-JJJ
           COMPUTE WS-DD-AAAA = 1900 + WS-DD-SIECLE * 100 + WS-DD-AA
           COMPUTE WS-DD-ANTERIEURES = WS-DD-AAAA - 1
           DIVIDE WS-DD-ANTERIEURES BY 4 GIVING WS-DD-BISS-4
           DIVIDE WS-DD-ANTERIEURES BY 100 GIVING WS-DD-BISS-100
           DIVIDE WS-DD-ANTERIEURES BY 400 GIVING WS-DD-BISS-400
           COMPUTE WS-DD-ORDINAL = WS-DD-ANTERIEURES * 365
                                 + WS-DD-BISS-4 - WS-DD-BISS-100
                                 + WS-DD-BISS-400 + WS-DD-JJJ.
        FONCTION-ANNEE-BISSEXTILE.
           DIVIDE WS-DD-AAAA BY 4 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-4
           DIVIDE WS-DD-AAAA BY 100 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-100
           DIVIDE WS-DD-AAAA BY 400 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-400
           IF WS-DD-RESTE-400 = 0
              OR (WS-DD-RESTE-4 = 0 AND WS-DD-RESTE-100 NOT = 0)
              MOVE 29 TO WS-JM-FEVRIER
           ELSE
              MOVE 28 TO WS-JM-FEVRIER
           END-IF.
      *-- EIBDATE EST EN 0CYYDDD (C=0 POUR 19XX, 1 POUR 20XX) ; LE
      *-- QUANTIEME EST RAMENE EN MOIS ET JOUR
        FONCTION-DECODER-DATE.
           MOVE WS-DATE-BRUTE(2:1) TO WS-DD-SIECLE
           MOVE WS-DATE-BRUTE(3:2) TO WS-DD-AA
           MOVE WS-DATE-BRUTE(5:3) TO WS-DD-JJJ
           COMPUTE WS-DD-AAAA = 1900 + WS-DD-SIECLE * 100 + WS-DD-AA
           PERFORM FONCTION-ANNEE-BISSEXTILE
           MOVE 1 TO WS-DD-MM
           MOVE WS-JM-NB(1) TO WS-JM-COURANT
           PERFORM UNTIL WS-DD-JJJ NOT > WS-JM-COURANT
                      OR WS-DD-MM = 12
              SUBTRACT WS-JM-COURANT FROM WS-DD-JJJ
              ADD 1 TO WS-DD-MM
              IF WS-DD-MM = 2
                 MOVE WS-JM-FEVRIER TO WS-JM-COURANT
              ELSE
                 MOVE WS-JM-NB(WS-DD-MM) TO WS-JM-COURANT
              END-IF
           END-PERFORM
           MOVE WS-DD-AAAA TO WS-DE-AAAA
           MOVE WS-DD-MM TO WS-DE-MM
           MOVE WS-DD-JJJ TO WS-DE-JJ.
      **************************************************************
      * LISTE A VISER PAR AGENCE ET FICHIER DES DECISIONS          *
      **************************************************************
        FONCTION-EDITER-OPERATEURS.
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              RETURN FOPE-WK
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-RETURN
              IF WS-END-OF-FILE = 'N'
                 IF WS-PREMIER = 'O' OR WK-AGENCE NOT = WS-AGENCE-PREC
                    IF WS-PREMIER = 'N'
                       PERFORM FONCTION-EDITER-VISA
                    END-IF
                    MOVE 'N' TO WS-PREMIER
                    MOVE WK-AGENCE TO WS-AGENCE-PREC
                    MOVE WK-AGENCE TO WS-PRT-AGENCE
                    MOVE WS-LIGNE-AGENCE TO REC-PRT
                    WRITE REC-PRT AFTER ADVANCING 2 LINES
                    ADD 2 TO WS-CPT-LIGNES-TOT
                    MOVE 0 TO WS-CPT-AG-OPERATEURS
                 END-IF
                 PERFORM FONCTION-EDITER-OPERATEUR
              END-IF
           END-PERFORM
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-EDITER-VISA
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-CPT-OPERATEURS TO WS-PRT-NB-OPERATEURS
           MOVE WS-CPT-VERROUS-AUTO TO WS-PRT-NB-VERROUS
           MOVE WS-CPT-SANS-SIGNATURE TO WS-PRT-NB-SANS-SIGN
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-OPERATEUR.
           ADD 1 TO WS-CPT-AG-OPERATEURS
           MOVE WK-CODE TO WS-PRT-CODE
           MOVE WK-NOM TO WS-PRT-NOM
           MOVE WK-PRENOM TO WS-PRT-PRENOM
           MOVE WK-PROFIL TO WS-PRT-PROFIL
           IF WK-ORIG-CNX = 'C'
              MOVE WK-DERN-CNX TO WS-DATE-BRUTE
              PERFORM FONCTION-DECODER-DATE
              MOVE WS-DATE-EVEN TO WS-PRT-DERN-CNX
           ELSE
              MOVE 'AUCUNE' TO WS-PRT-DERN-CNX
           END-IF
           MOVE WK-JOURS TO WS-PRT-JOURS
           MOVE WK-NB-ECHECS TO WS-PRT-ECHECS
           EVALUATE TRUE
              WHEN WK-VERROU-AUTO = 'O'
                 MOVE 'VERROU AUTO' TO WS-PRT-ETAT
              WHEN WK-VERROU = 'V'
                 MOVE 'VERROUILLE' TO WS-PRT-ETAT
              WHEN WK-VERROU = 'R'
                 MOVE 'REVOQUE' TO WS-PRT-ETAT
              WHEN OTHER
                 MOVE 'ACTIF' TO WS-PRT-ETAT
           END-EVALUATE
           MOVE WS-LIGNE-DETAIL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO DECACC-REC
           MOVE WK-AGENCE TO DEC-AGENCE
           MOVE WK-CODE TO DEC-CODE
           MOVE WK-NOM TO DEC-NOM
           MOVE WK-PRENOM TO DEC-PRENOM
           MOVE WK-PROFIL TO DEC-PROFIL
           MOVE WS-DATE-ARRETE TO DEC-DATE-RECERT
           WRITE DECACC-REC.
        FONCTION-EDITER-VISA.
           MOVE WS-CPT-AG-OPERATEURS TO WS-PRT-AG-OPERATEURS
           MOVE WS-LIGNE-VISA TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'ARRETE DU ' DELIMITED SIZE
                  WS-DATE-ARRETE DELIMITED SIZE
                  INTO WS-ED-PARAMS
           CALL 'PGMEDIT' USING WS-ED-ACTION, WS-ED-JOB,
                                WS-ED-PGM, WS-ED-PARAMS,
                                WS-CPT-PAGES, WS-CPT-LIGNES-TOT,
                                WS-ED-LIGNE1, WS-ED-LIGNE2,
                                WS-ED-LIGNE3
           MOVE WS-ED-LIGNE1 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-ED-LIGNE2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-ED-LIGNE3 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-FIN-ETAT.
           MOVE 'F' TO WS-ED-ACTION
           CALL 'PGMEDIT' USING WS-ED-ACTION, WS-ED-JOB,
                                WS-ED-PGM, WS-ED-PARAMS,
                                WS-CPT-PAGES, WS-CPT-LIGNES-TOT,
                                WS-ED-LIGNE1, WS-ED-LIGNE2,
                                WS-ED-LIGNE3
           MOVE WS-ED-LIGNE1 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-ED-LIGNE2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-ED-LIGNE3 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST129' TO CTLLOG-JOB
           MOVE ' CODES VERROUILLES INACTIFS ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-VERROUS-AUTO TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST129' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FOPERAT
           CLOSE FSESSION
           CLOSE FAUDIT
           CLOSE FDECACC
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
