      **************************************************************
      *PROGRAMME HEBDOMADAIRE DE SUIVI DE LA PRODUCTIVITE ET DU    *
      *TAUX D'ERREUR DES OPERATEURS DE GUICHET, PAR AGENCE ET PAR  *
      *OPERATEUR, POUR LA PERIODE FPARAM QUEST128-DEBUT /          *
      *QUEST128-FIN :                                              *
      * - SAISIES : JOURNAL FSAISHIS ECRIT PAR QUEST62 A CHAQUE    *
      *   DEVERSEMENT DE LA FILE FMOUVQ (OPERATEUR DE LA SAISIE)   *
      * - MAINTENANCE CLIENT : OPERATIONS 'ECRITURE', 'MODIF',     *
      *   'DEMANDE' ET 'SUPPRIME' DE LA PISTE FAUDIT               *
      * - ANNULATIONS : OPERATION 'EXTSAISI' (PGEXTSAI) IMPUTEE A  *
      *   L'OPERATEUR QUI AVAIT PORTE LA SAISIE (IMAGE AVANT)      *
      * - REJETS : MOUVEMENTS REJETES PAR QUEST33 (FREJET) RAMENES *
      *   A LEUR SAISIE SUR COMPTE, DATE, MONTANT ET SENS          *
      * - EXTOURNES : REGISTRE FEXTOURN DE QUEST98, L'ORIGINE      *
      *   ETANT RAMENEE A SA SAISIE DE LA MEME FACON               *
      *LES GENERATIONS QUOTIDIENNES DE FSAISHIS, FAUDIT ET FREJET  *
      *SONT CONCATENEES EN ENTREE ; UNE GENERATION ANTERIEURE A LA *
      *PERIODE PEUT ETRE AJOUTEE AU JOURNAL POUR RATTACHER LES     *
      *REJETS ET EXTOURNES DE SAISIES PLUS ANCIENNES, SANS COMPTER *
      *CES SAISIES. LE TAUX D'ERREUR EST (ANNULATIONS + REJETS +   *
      *EXTOURNES) / (SAISIES + ANNULATIONS) ; UN OPERATEUR AU DELA *
      *DU SEUIL QUEST128-SEUIL-ERREUR (CENTIEMES DE POURCENT) EST  *
      *SIGNALE A ACCOMPAGNER (CODE RETOUR 4). L'AGENCE D'UN        *
      *OPERATEUR EST CELLE DE SES SAISIES, A DEFAUT CELLE DU       *
      *TERMINAL DE SES OPERATIONS FAUDIT, PUIS SON AGENCE DE       *
      *RATTACHEMENT FOPERAT                                        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST128.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSAISHIS ASSIGN TO DDSAIHIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAISHIS.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FREJET ASSIGN TO DDREJET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJET.
           SELECT FEXTOURN ASSIGN TO DDEXTOUR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS EXT-REF-ORIGINE
           FILE STATUS IS FS-EXTOURN.
           SELECT FOPERAT ASSIGN TO DDOPERAT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPE-CODE
           FILE STATUS IS FS-OPERAT.
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
        FD FAUDIT.
        01 AUDIT-REC.
           05 AUD-TRMID PIC X(4).
           05 AUD-OPERID PIC X(4).
           05 AUD-DATE PIC S9(7) COMP.
           05 AUD-TIME PIC S9(7) COMP.
           05 AUD-OPERATION PIC X(8).
           05 AUD-NUM-CPT PIC X(6).
           05 AUD-AVANT PIC X(101).
        FD FREJET.
        01 REJET.
           05 REJET-MOUVEM PIC X(80).
           05 REJET-MOTIF PIC X(20).
        FD FEXTOURN.
        01 EXTOURN.
           05 EXT-REF-ORIGINE PIC 9(8).
           05 EXT-REF-ANNULATION PIC 9(8).
           05 EXT-NUM-COMPTE PIC X(6).
           05 EXT-DATE PIC X(10).
           05 EXT-DATE-ORIGINE PIC X(10).
           05 EXT-MONT-ORIGINE PIC 9(6)V99.
           05 EXT-SENS-ORIGINE PIC X(2).
           05 FILLER PIC X(28).
        FD FOPERAT.
        01 OPERAT-REC.
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
        SD FOPE-WK.
        01 OPE-WK.
           05 WK-AGENCE PIC X(3).
           05 WK-OPERID PIC X(4).
           05 WK-SAISIES PIC 9(5).
           05 WK-MAINTENANCES PIC 9(5).
           05 WK-ANNULATIONS PIC 9(5).
           05 WK-REJETS PIC 9(5).
           05 WK-EXTOURNES PIC 9(5).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-SAISHIS PIC X(2).
        01 FS-AUDIT PIC X(2).
        01 FS-REJET PIC X(2).
        01 FS-EXTOURN PIC X(2).
        01 FS-OPERAT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-DEBUT PIC X(10).
        01 WS-DATE-FIN PIC X(10).
        01 WS-SEUIL-CENTIEMES PIC 9(5).
        01 WS-SEUIL-ERREUR PIC 9(3)V99.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- MOUVEMENT REJETE, AU FORMAT MOUVEM ; LE MONTANT PEUT
      *-- ETRE LA CAUSE DU REJET ET N'EST PAS SUPPOSE NUMERIQUE
        01 WS-MOUVEM.
           05 WS-NUM-COMPTE PIC X(6).
           05 WS-LIBELLE-MOUV PIC X(15).
           05 WS-MONT-MOUV PIC X(8).
           05 WS-MONT-MOUV-N REDEFINES WS-MONT-MOUV PIC 9(6)V99.
           05 WS-SENS-MOUV PIC X(2).
           05 WS-NAT-MOUV PIC X(3).
           05 WS-DATE-MOUV PIC X(10).
           05 WS-REF-MOUV PIC 9(8).
           05 WS-CODE-AGENCE PIC X(3).
           05 WS-CODE-DEVISE PIC X(3).
           05 WS-MONT-DEVISE PIC 9(6)V99.
           05 WS-NUM-CHEQUE PIC X(6).
           05 WS-DATE-VALEUR PIC X(8).
      *-- IMAGE AVANT D'UNE ANNULATION PGEXTSAI : LA SAISIE SUPPRIMEE
        01 WS-AVANT-SAISIE.
           05 WS-AV-QUE-CLE PIC X(21).
           05 WS-AV-NUM-COMPTE PIC X(6).
           05 WS-AV-MONTANT PIC 9(6)V99.
           05 WS-AV-SENS PIC X(2).
           05 WS-AV-NAT PIC X(3).
           05 WS-AV-LIBELLE PIC X(15).
           05 WS-AV-DATE-VALEUR PIC X(8).
           05 WS-AV-STATUT PIC X(1).
           05 WS-AV-OPERID PIC X(4).
           05 FILLER PIC X(33).
      *-- DECODAGE DE LA DATE JULIENNE CICS 0CYYDDD EN AAAA-MM-JJ
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
      *-- SAISIES DU JOURNAL, CLE DE RAPPROCHEMENT DES REJETS ET
      *-- DES EXTOURNES VERS L'OPERATEUR QUI A SAISI
        01 WS-TAB-SAISIE.
           05 WS-TAB-SA-NB PIC 9(5) VALUE 0.
           05 WS-TAB-SA-ENTREE OCCURS 0 TO 30000 TIMES
                DEPENDING ON WS-TAB-SA-NB
                INDEXED BY WS-SA-IDX.
              10 WS-TAB-SA-COMPTE PIC X(6).
              10 WS-TAB-SA-DATE PIC X(10).
              10 WS-TAB-SA-MONTANT PIC 9(6)V99.
              10 WS-TAB-SA-SENS PIC X(2).
              10 WS-TAB-SA-OPERID PIC X(4).
      *-- TERMINAUX VUS AU JOURNAL ET LEUR AGENCE
        01 WS-TAB-TERMINAL.
           05 WS-TAB-TE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-TE-ENTREE OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-TAB-TE-NB
                INDEXED BY WS-TE-IDX.
              10 WS-TAB-TE-TRMID PIC X(4).
              10 WS-TAB-TE-AGENCE PIC X(3).
      *-- COMPTEURS DE LA PERIODE PAR OPERATEUR
        01 WS-TAB-OPERATEUR.
           05 WS-TAB-OP-NB PIC 9(4) VALUE 0.
           05 WS-TAB-OP-ENTREE OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-TAB-OP-NB
                INDEXED BY WS-OP-IDX.
              10 WS-TAB-OP-OPERID PIC X(4).
              10 WS-TAB-OP-AGENCE PIC X(3).
              10 WS-TAB-OP-SAISIES PIC 9(5).
              10 WS-TAB-OP-MAINTENANCES PIC 9(5).
              10 WS-TAB-OP-ANNULATIONS PIC 9(5).
              10 WS-TAB-OP-REJETS PIC 9(5).
              10 WS-TAB-OP-EXTOURNES PIC 9(5).
        01 WS-I PIC 9(4).
        01 WS-OPERID-CHERCHE PIC X(4).
        01 WS-AGENCE-CHERCHEE PIC X(3).
        01 WS-OP-TROUVE PIC X(1).
        01 WS-ERREURS PIC 9(6).
        01 WS-BASE PIC 9(6).
        01 WS-TAUX PIC 9(3)V99.
        01 WS-PREMIER PIC X(1).
        01 WS-AGENCE-PREC PIC X(3).
      *-- CUMULS DE L'AGENCE EN COURS ET DU RESEAU
        01 WS-AG-SAISIES PIC 9(6).
        01 WS-AG-MAINTENANCES PIC 9(6).
        01 WS-AG-ANNULATIONS PIC 9(6).
        01 WS-AG-REJETS PIC 9(6).
        01 WS-AG-EXTOURNES PIC 9(6).
        01 WS-TOT-SAISIES PIC 9(7) VALUE 0.
        01 WS-TOT-MAINTENANCES PIC 9(7) VALUE 0.
        01 WS-TOT-ANNULATIONS PIC 9(7) VALUE 0.
        01 WS-TOT-REJETS PIC 9(7) VALUE 0.
        01 WS-TOT-EXTOURNES PIC 9(7) VALUE 0.
        01 WS-CPT-JOURNAL-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-AUDIT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-REJETS-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-EXTOURNES-LUES PIC 9(7) VALUE 0.
        01 WS-CPT-NON-RATTACHES PIC 9(7) VALUE 0.
        01 WS-CPT-A-ACCOMPAGNER PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST128'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST128'.
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
              '  PRODUCTIVITE ET TAUX D''ERREUR DES OPERATEURS '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ' OPER NOM       '.
           05 FILLER PIC X(24) VALUE 'SAISI MAINT ANNU REJ EXT'.
           05 FILLER PIC X(20) VALUE '  TAUX %'.
           05 FILLER PIC X(17) VALUE ALL ' '.
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
           05 WS-PRT-OPERID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SAISIES PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MAINTENANCES PIC Z(4)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ANNULATIONS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REJETS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-EXTOURNES PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TAUX PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SIGNAL PIC X(14).
           05 FILLER PIC X(15) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRT-TOT-LIBELLE PIC X(17).
           05 WS-PRT-TOT-SAISIES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-MAINTENANCES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-ANNULATIONS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-REJETS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-EXTOURNES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-TAUX PIC ZZ9.99.
           05 FILLER PIC X(20) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FSAISHIS
           IF FS-SAISHIS = '00'
              DISPLAY ' FILE SAISHIS OPEN SUCCES : ' FS-SAISHIS
           ELSE
              MOVE 'FSAISHIS' TO WS-ERR-FICHIER
              MOVE FS-SAISHIS TO WS-ERR-STATUT
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
           OPEN INPUT FREJET
           IF FS-REJET = '00'
              DISPLAY ' FILE REJET OPEN SUCCES : ' FS-REJET
           ELSE
              MOVE 'FREJET' TO WS-ERR-FICHIER
              MOVE FS-REJET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FEXTOURN
           IF FS-EXTOURN = '00'
              DISPLAY ' FILE EXTOURN OPEN SUCCES : ' FS-EXTOURN
           ELSE
              MOVE 'FEXTOURN' TO WS-ERR-FICHIER
              MOVE FS-EXTOURN TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-JOURNAL
           PERFORM FONCTION-CUMULER-AUDIT
           PERFORM FONCTION-CUMULER-REJETS
           PERFORM FONCTION-CUMULER-EXTOURNES
           PERFORM FONCTION-EDITER-BANNIERE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           SORT FOPE-WK
                ON ASCENDING KEY WK-AGENCE WK-OPERID
                INPUT PROCEDURE FONCTION-RELACHER-OPERATEURS
                OUTPUT PROCEDURE IS FONCTION-EDITER-OPERATEURS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           DISPLAY ' SAISIES DU JOURNAL LUES : ' WS-CPT-JOURNAL-LUS
           DISPLAY ' OPERATIONS AUDIT LUES : ' WS-CPT-AUDIT-LUS
           DISPLAY ' REJETS LUS : ' WS-CPT-REJETS-LUS
           DISPLAY ' EXTOURNES DE LA PERIODE : ' WS-CPT-EXTOURNES-LUES
           DISPLAY ' REJETS/EXTOURNES HORS SAISIE EN LIGNE : '
                   WS-CPT-NON-RATTACHES
           DISPLAY ' OPERATEURS SUIVIS : ' WS-TAB-OP-NB
           DISPLAY ' OPERATEURS A ACCOMPAGNER : '
                   WS-CPT-A-ACCOMPAGNER
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-A-ACCOMPAGNER > 0 AND WS-ERR-RC-JOB < 4
              MOVE 4 TO WS-ERR-RC-JOB
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST128-DEBUT' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE DEBUT ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-DEBUT
           MOVE 'QUEST128-FIN' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE FIN ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-FIN
      *-- SEUIL EN CENTIEMES DE POURCENT : 500 POUR 5,00 %
           MOVE 'QUEST128-SEUIL-ERREUR' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '500' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' PARAMETRE SEUIL ERREUR INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-SEUIL-CENTIEMES
           COMPUTE WS-SEUIL-ERREUR = WS-SEUIL-CENTIEMES / 100.
      **************************************************************
      * SAISIES DEVERSEES : TABLE DE RAPPROCHEMENT, TERMINAUX ET   *
      * COMPTAGE DES SAISIES DE LA PERIODE PAR OPERATEUR           *
      **************************************************************
        FONCTION-CHARGER-JOURNAL.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-JOURNAL
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-JOURNAL-LUS
              PERFORM FONCTION-RANGER-SAISIE
              PERFORM FONCTION-READ-JOURNAL
           END-PERFORM.
        FONCTION-READ-JOURNAL.
           READ FSAISHIS
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-RANGER-SAISIE.
           IF WS-TAB-SA-NB < 30000
              ADD 1 TO WS-TAB-SA-NB
              SET WS-SA-IDX TO WS-TAB-SA-NB
              MOVE SHI-NUM-COMPTE TO WS-TAB-SA-COMPTE(WS-SA-IDX)
              MOVE SHI-DATE-TRT TO WS-TAB-SA-DATE(WS-SA-IDX)
              MOVE SHI-MONTANT TO WS-TAB-SA-MONTANT(WS-SA-IDX)
              MOVE SHI-SENS TO WS-TAB-SA-SENS(WS-SA-IDX)
              MOVE SHI-OPERID TO WS-TAB-SA-OPERID(WS-SA-IDX)
           ELSE
              DISPLAY ' TABLE DES SAISIES PLEINE : ' SHI-NUM-COMPTE
           END-IF
           PERFORM FONCTION-RANGER-TERMINAL
           IF SHI-DATE-TRT NOT < WS-DATE-DEBUT
              AND SHI-DATE-TRT NOT > WS-DATE-FIN
              MOVE SHI-OPERID TO WS-OPERID-CHERCHE
              MOVE SHI-AGENCE TO WS-AGENCE-CHERCHEE
              PERFORM FONCTION-CHERCHER-OPERATEUR
              IF WS-OP-TROUVE = 'O'
                 ADD 1 TO WS-TAB-OP-SAISIES(WS-OP-IDX)
              END-IF
           END-IF.
        FONCTION-RANGER-TERMINAL.
           SET WS-TE-IDX TO 1
           SEARCH WS-TAB-TE-ENTREE
              AT END
                 IF WS-TAB-TE-NB < 500
                    ADD 1 TO WS-TAB-TE-NB
                    SET WS-TE-IDX TO WS-TAB-TE-NB
                    MOVE SHI-TRMID TO WS-TAB-TE-TRMID(WS-TE-IDX)
                    MOVE SHI-AGENCE TO WS-TAB-TE-AGENCE(WS-TE-IDX)
                 END-IF
              WHEN WS-TAB-TE-TRMID(WS-TE-IDX) = SHI-TRMID
                 CONTINUE
           END-SEARCH.
      *-- L'OPERATEUR EST CREE A SA PREMIERE APPARITION AVEC
      *-- L'AGENCE CONNUE A CE MOMENT ; UNE AGENCE INCONNUE ('???')
      *-- EST COMPLETEE PAR LA PREMIERE SAISIE QUI LA PORTE
        FONCTION-CHERCHER-OPERATEUR.
           MOVE 'N' TO WS-OP-TROUVE
           SET WS-OP-IDX TO 1
           SEARCH WS-TAB-OP-ENTREE
              AT END
                 IF WS-TAB-OP-NB < 500
                    ADD 1 TO WS-TAB-OP-NB
                    SET WS-OP-IDX TO WS-TAB-OP-NB
                    MOVE WS-OPERID-CHERCHE
                      TO WS-TAB-OP-OPERID(WS-OP-IDX)
                    MOVE WS-AGENCE-CHERCHEE
                      TO WS-TAB-OP-AGENCE(WS-OP-IDX)
                    MOVE 0 TO WS-TAB-OP-SAISIES(WS-OP-IDX)
                    MOVE 0 TO WS-TAB-OP-MAINTENANCES(WS-OP-IDX)
                    MOVE 0 TO WS-TAB-OP-ANNULATIONS(WS-OP-IDX)
                    MOVE 0 TO WS-TAB-OP-REJETS(WS-OP-IDX)
                    MOVE 0 TO WS-TAB-OP-EXTOURNES(WS-OP-IDX)
                    MOVE 'O' TO WS-OP-TROUVE
                 ELSE
                    DISPLAY ' TABLE DES OPERATEURS PLEINE : '
                            WS-OPERID-CHERCHE
                 END-IF
              WHEN WS-TAB-OP-OPERID(WS-OP-IDX) = WS-OPERID-CHERCHE
                 MOVE 'O' TO WS-OP-TROUVE
                 IF WS-TAB-OP-AGENCE(WS-OP-IDX) = '???'
                    MOVE WS-AGENCE-CHERCHEE
                      TO WS-TAB-OP-AGENCE(WS-OP-IDX)
                 END-IF
           END-SEARCH.
      **************************************************************
      * PISTE D'AUDIT : MAINTENANCE CLIENT ET ANNULATIONS DE       *
      * SAISIES                                                    *
      **************************************************************
        FONCTION-CUMULER-AUDIT.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-AUDIT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-AUDIT-LUS
              IF AUD-OPERATION = 'ECRITURE' OR AUD-OPERATION = 'MODIF'
                 OR AUD-OPERATION = 'DEMANDE'
                 OR AUD-OPERATION = 'SUPPRIME'
                 OR AUD-OPERATION = 'EXTSAISI'
                 PERFORM FONCTION-DECODER-DATE
                 IF WS-DATE-EVEN NOT < WS-DATE-DEBUT
                    AND WS-DATE-EVEN NOT > WS-DATE-FIN
                    PERFORM FONCTION-IMPUTER-AUDIT
                 END-IF
              END-IF
              PERFORM FONCTION-READ-AUDIT
           END-PERFORM.
        FONCTION-READ-AUDIT.
           READ FAUDIT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- UNE ANNULATION EST IMPUTEE A L'OPERATEUR DE LA SAISIE
      *-- SUPPRIMEE, A DEFAUT A CELUI QUI L'A ANNULEE
        FONCTION-IMPUTER-AUDIT.
           MOVE AUD-OPERID TO WS-OPERID-CHERCHE
           IF AUD-OPERATION = 'EXTSAISI'
              MOVE AUD-AVANT TO WS-AVANT-SAISIE
              IF WS-AV-OPERID NOT = SPACES
                 MOVE WS-AV-OPERID TO WS-OPERID-CHERCHE
              END-IF
           END-IF
           MOVE '???' TO WS-AGENCE-CHERCHEE
           SET WS-TE-IDX TO 1
           SEARCH WS-TAB-TE-ENTREE
              WHEN WS-TAB-TE-TRMID(WS-TE-IDX) = AUD-TRMID
                 MOVE WS-TAB-TE-AGENCE(WS-TE-IDX)
                   TO WS-AGENCE-CHERCHEE
           END-SEARCH
           PERFORM FONCTION-CHERCHER-OPERATEUR
           IF WS-OP-TROUVE = 'O'
              IF AUD-OPERATION = 'EXTSAISI'
                 ADD 1 TO WS-TAB-OP-ANNULATIONS(WS-OP-IDX)
              ELSE
                 ADD 1 TO WS-TAB-OP-MAINTENANCES(WS-OP-IDX)
              END-IF
           END-IF.
      *-- EIBDATE EST EN 0CYYDDD (C=0 POUR 19XX, 1 POUR 20XX) ; LE
      *-- QUANTIEME EST RAMENE EN MOIS ET JOUR
        FONCTION-DECODER-DATE.
           MOVE AUD-DATE TO WS-DATE-BRUTE
           MOVE WS-DATE-BRUTE(2:1) TO WS-DD-SIECLE
           MOVE WS-DATE-BRUTE(3:2) TO WS-DD-AA
           MOVE WS-DATE-BRUTE(5:3) TO WS-DD-JJJ
           COMPUTE WS-DD-AAAA = 1900 + WS-DD-SIECLE * 100 + WS-DD-AA
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
           END-IF
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
      * REJETS QUEST33 ET EXTOURNES QUEST98 RAMENES A LA SAISIE    *
      * D'ORIGINE ; UN MOUVEMENT QUI NE VIENT PAS DE LA SAISIE EN  *
      * LIGNE N'EST IMPUTE A PERSONNE                              *
      **************************************************************
        FONCTION-CUMULER-REJETS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-REJET
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE REJET-MOUVEM TO WS-MOUVEM
              IF WS-DATE-MOUV NOT < WS-DATE-DEBUT
                 AND WS-DATE-MOUV NOT > WS-DATE-FIN
                 ADD 1 TO WS-CPT-REJETS-LUS
                 IF WS-MONT-MOUV NOT NUMERIC
                    MOVE 0 TO WS-MONT-MOUV-N
                 END-IF
                 SET WS-SA-IDX TO 1
                 SEARCH WS-TAB-SA-ENTREE
                    AT END
                       ADD 1 TO WS-CPT-NON-RATTACHES
                    WHEN WS-TAB-SA-COMPTE(WS-SA-IDX) = WS-NUM-COMPTE
                         AND WS-TAB-SA-DATE(WS-SA-IDX) = WS-DATE-MOUV
                         AND WS-TAB-SA-MONTANT(WS-SA-IDX)
                           = WS-MONT-MOUV-N
                         AND WS-TAB-SA-SENS(WS-SA-IDX) = WS-SENS-MOUV
                       MOVE WS-TAB-SA-OPERID(WS-SA-IDX)
                         TO WS-OPERID-CHERCHE
                       MOVE '???' TO WS-AGENCE-CHERCHEE
                       PERFORM FONCTION-CHERCHER-OPERATEUR
                       IF WS-OP-TROUVE = 'O'
                          ADD 1 TO WS-TAB-OP-REJETS(WS-OP-IDX)
                       END-IF
                 END-SEARCH
              END-IF
              PERFORM FONCTION-READ-REJET
           END-PERFORM.
        FONCTION-READ-REJET.
           READ FREJET
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-CUMULER-EXTOURNES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-EXTOURN
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF EXT-DATE NOT < WS-DATE-DEBUT
                 AND EXT-DATE NOT > WS-DATE-FIN
                 ADD 1 TO WS-CPT-EXTOURNES-LUES
                 SET WS-SA-IDX TO 1
                 SEARCH WS-TAB-SA-ENTREE
                    AT END
                       ADD 1 TO WS-CPT-NON-RATTACHES
                    WHEN WS-TAB-SA-COMPTE(WS-SA-IDX) = EXT-NUM-COMPTE
                         AND WS-TAB-SA-DATE(WS-SA-IDX)
                           = EXT-DATE-ORIGINE
                         AND WS-TAB-SA-MONTANT(WS-SA-IDX)
                           = EXT-MONT-ORIGINE
                         AND WS-TAB-SA-SENS(WS-SA-IDX)
                           = EXT-SENS-ORIGINE
                       MOVE WS-TAB-SA-OPERID(WS-SA-IDX)
                         TO WS-OPERID-CHERCHE
                       MOVE '???' TO WS-AGENCE-CHERCHEE
                       PERFORM FONCTION-CHERCHER-OPERATEUR
                       IF WS-OP-TROUVE = 'O'
                          ADD 1 TO WS-TAB-OP-EXTOURNES(WS-OP-IDX)
                       END-IF
                 END-SEARCH
              END-IF
              PERFORM FONCTION-READ-EXTOURN
           END-PERFORM.
        FONCTION-READ-EXTOURN.
           READ FEXTOURN NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * EDITION PAR AGENCE ET OPERATEUR                            *
      **************************************************************
        FONCTION-RELACHER-OPERATEURS.
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-TAB-OP-NB
              MOVE WS-TAB-OP-AGENCE(WS-I) TO WK-AGENCE
              MOVE WS-TAB-OP-OPERID(WS-I) TO WK-OPERID
              IF WK-AGENCE = '???'
                 PERFORM FONCTION-AGENCE-RATTACHEMENT
              END-IF
              MOVE WS-TAB-OP-SAISIES(WS-I) TO WK-SAISIES
              MOVE WS-TAB-OP-MAINTENANCES(WS-I) TO WK-MAINTENANCES
              MOVE WS-TAB-OP-ANNULATIONS(WS-I) TO WK-ANNULATIONS
              MOVE WS-TAB-OP-REJETS(WS-I) TO WK-REJETS
              MOVE WS-TAB-OP-EXTOURNES(WS-I) TO WK-EXTOURNES
              RELEASE OPE-WK
           END-PERFORM.
      *-- SANS SAISIE NI TERMINAL CONNU, L'OPERATEUR EST EDITE SOUS
      *-- SON AGENCE DE RATTACHEMENT FOPERAT
        FONCTION-AGENCE-RATTACHEMENT.
           MOVE WK-OPERID TO OPE-CODE
           READ FOPERAT
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF OPE-AGENCE NOT = SPACES
                    AND OPE-AGENCE NOT = LOW-VALUES
                    MOVE OPE-AGENCE TO WK-AGENCE
                 END-IF
           END-READ.
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
                       PERFORM FONCTION-EDITER-TOTAL-AGENCE
                    END-IF
                    MOVE 'N' TO WS-PREMIER
                    MOVE WK-AGENCE TO WS-AGENCE-PREC
                    MOVE WK-AGENCE TO WS-PRT-AGENCE
                    MOVE WS-LIGNE-AGENCE TO REC-PRT
                    WRITE REC-PRT AFTER ADVANCING 2 LINES
                    ADD 2 TO WS-CPT-LIGNES-TOT
                    MOVE 0 TO WS-AG-SAISIES
                    MOVE 0 TO WS-AG-MAINTENANCES
                    MOVE 0 TO WS-AG-ANNULATIONS
                    MOVE 0 TO WS-AG-REJETS
                    MOVE 0 TO WS-AG-EXTOURNES
                 END-IF
                 PERFORM FONCTION-EDITER-OPERATEUR
              END-IF
           END-PERFORM
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-EDITER-TOTAL-AGENCE
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE ' TOTAL RESEAU    ' TO WS-PRT-TOT-LIBELLE
           MOVE WS-TOT-SAISIES TO WS-PRT-TOT-SAISIES
           MOVE WS-TOT-MAINTENANCES TO WS-PRT-TOT-MAINTENANCES
           MOVE WS-TOT-ANNULATIONS TO WS-PRT-TOT-ANNULATIONS
           MOVE WS-TOT-REJETS TO WS-PRT-TOT-REJETS
           MOVE WS-TOT-EXTOURNES TO WS-PRT-TOT-EXTOURNES
           COMPUTE WS-ERREURS = WS-TOT-ANNULATIONS + WS-TOT-REJETS
                              + WS-TOT-EXTOURNES
           COMPUTE WS-BASE = WS-TOT-SAISIES + WS-TOT-ANNULATIONS
           PERFORM FONCTION-CALCULER-TAUX
           MOVE WS-TAUX TO WS-PRT-TOT-TAUX
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-OPERATEUR.
           MOVE WK-OPERID TO OPE-CODE
           READ FOPERAT
              INVALID KEY MOVE 'INCONNU' TO OPE-NOM
           END-READ
           IF WK-OPERID = SPACES
              MOVE 'NON IDENT.' TO OPE-NOM
           END-IF
           COMPUTE WS-ERREURS = WK-ANNULATIONS + WK-REJETS
                              + WK-EXTOURNES
           COMPUTE WS-BASE = WK-SAISIES + WK-ANNULATIONS
           PERFORM FONCTION-CALCULER-TAUX
           MOVE WK-OPERID TO WS-PRT-OPERID
           MOVE OPE-NOM TO WS-PRT-NOM
           MOVE WK-SAISIES TO WS-PRT-SAISIES
           MOVE WK-MAINTENANCES TO WS-PRT-MAINTENANCES
           MOVE WK-ANNULATIONS TO WS-PRT-ANNULATIONS
           MOVE WK-REJETS TO WS-PRT-REJETS
           MOVE WK-EXTOURNES TO WS-PRT-EXTOURNES
           MOVE WS-TAUX TO WS-PRT-TAUX
           IF WS-TAUX > WS-SEUIL-ERREUR
              MOVE 'A ACCOMPAGNER' TO WS-PRT-SIGNAL
              ADD 1 TO WS-CPT-A-ACCOMPAGNER
           ELSE
              MOVE SPACES TO WS-PRT-SIGNAL
           END-IF
           MOVE WS-LIGNE-DETAIL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           ADD WK-SAISIES TO WS-AG-SAISIES
           ADD WK-MAINTENANCES TO WS-AG-MAINTENANCES
           ADD WK-ANNULATIONS TO WS-AG-ANNULATIONS
           ADD WK-REJETS TO WS-AG-REJETS
           ADD WK-EXTOURNES TO WS-AG-EXTOURNES.
        FONCTION-EDITER-TOTAL-AGENCE.
           MOVE ' TOTAL AGENCE    ' TO WS-PRT-TOT-LIBELLE
           MOVE WS-AG-SAISIES TO WS-PRT-TOT-SAISIES
           MOVE WS-AG-MAINTENANCES TO WS-PRT-TOT-MAINTENANCES
           MOVE WS-AG-ANNULATIONS TO WS-PRT-TOT-ANNULATIONS
           MOVE WS-AG-REJETS TO WS-PRT-TOT-REJETS
           MOVE WS-AG-EXTOURNES TO WS-PRT-TOT-EXTOURNES
           COMPUTE WS-ERREURS = WS-AG-ANNULATIONS + WS-AG-REJETS
                              + WS-AG-EXTOURNES
           COMPUTE WS-BASE = WS-AG-SAISIES + WS-AG-ANNULATIONS
           PERFORM FONCTION-CALCULER-TAUX
           MOVE WS-TAUX TO WS-PRT-TOT-TAUX
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           ADD WS-AG-SAISIES TO WS-TOT-SAISIES
           ADD WS-AG-MAINTENANCES TO WS-TOT-MAINTENANCES
           ADD WS-AG-ANNULATIONS TO WS-TOT-ANNULATIONS
           ADD WS-AG-REJETS TO WS-TOT-REJETS
           ADD WS-AG-EXTOURNES TO WS-TOT-EXTOURNES.
      *-- SANS SAISIE, TOUTE ERREUR IMPUTEE DONNE UN TAUX DE 100 %
        FONCTION-CALCULER-TAUX.
           IF WS-BASE = 0
              IF WS-ERREURS = 0
                 MOVE 0 TO WS-TAUX
              ELSE
                 MOVE 100 TO WS-TAUX
              END-IF
           ELSE
              IF WS-ERREURS > WS-BASE
                 MOVE 100 TO WS-TAUX
              ELSE
                 COMPUTE WS-TAUX ROUNDED = WS-ERREURS * 100 / WS-BASE
              END-IF
           END-IF.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DU ' DELIMITED SIZE
                  WS-DATE-DEBUT DELIMITED SIZE
                  ' AU ' DELIMITED SIZE
                  WS-DATE-FIN DELIMITED SIZE
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
           MOVE 'QUEST128' TO CTLLOG-JOB
           MOVE ' OPERATEURS A ACCOMPAGNER ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-A-ACCOMPAGNER TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST128' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSAISHIS
           CLOSE FAUDIT
           CLOSE FREJET
           CLOSE FEXTOURN
           CLOSE FOPERAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
