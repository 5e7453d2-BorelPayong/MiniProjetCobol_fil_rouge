      **************************************************************
      *PROGRAMME HEBDOMADAIRE DE SUIVI DE LA FENETRE BATCH. LE      *
      *REGISTRE DE PASSAGE FRUNREG, OU PGMCHAIN HORODATE LE         *
      *DEMARRAGE ('D') ET LA FIN ('F') DE CHAQUE JOB DE LA CHAINE   *
      *AVEC SON VOLUME PRINCIPAL, EST RELU SUR LES HUIT SEMAINES    *
      *(CINQUANTE-SIX NUITS) QUI PRECEDENT LA DATE COMPTABLE        *
      *CHAINE-DATE DE FPARAM. UN PASSAGE EST LE DERNIER DEMARRAGE   *
      *D'UN JOB POUR UNE DATE SUIVI DE SA FIN ; LES ENREGISTREMENTS *
      *ANTERIEURS A L'HORODATAGE SONT IGNORES. L'ETAT DONNE :       *
      *  - PAR JOB, LA DUREE ET LE VOLUME DE LA DERNIERE NUIT, LE   *
      *    TEMPS PAR MILLIER D'ENREGISTREMENTS, L'EVOLUTION DE LA   *
      *    DUREE ET SA MOYENNE PAR SEMAINE DE S-8 A S-1 ;           *
      *  - PAR SEMAINE, LES HEURES MOYENNES DE DEBUT ET DE FIN DE   *
      *    CHAINE ;                                                 *
      *  - LE CHEMIN CRITIQUE DE LA DERNIERE NUIT, REMONTE DU JOB   *
      *    TERMINE LE DERNIER VERS LE JOB TERMINE LE PLUS TARD      *
      *    AVANT SON DEMARRAGE, ET AINSI DE SUITE ;                 *
      *  - LA FIN DE CHAINE PREVUE LA SEMAINE PROCHAINE A LA        *
      *    CROISSANCE HEBDOMADAIRE CONSTATEE. SI CETTE PREVISION    *
      *    ENTRE DANS LA MARGE QUEST140-MARGE (MINUTES) AVANT       *
      *    L'OUVERTURE DU TEMPS REEL QUEST140-OUVERTURE (HHMM DU    *
      *    LENDEMAIN DE LA DATE COMPTABLE), LA FENETRE EST SIGNALEE *
      *    MENACEE (CODE RETOUR 4).                                 *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST140.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FRUNREG ASSIGN TO DDRUNREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNREG.
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
        FD FRUNREG.
           COPY RUNREG.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-RUNREG PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-OUVERTURE PIC 9(4).
        01 WS-OUVERTURE-X REDEFINES WS-OUVERTURE.
           05 WS-OUV-HH PIC 9(2).
           05 WS-OUV-MN PIC 9(2).
        01 WS-MARGE PIC 9(3).
        01 WS-OUVERTURE-SEC PIC S9(9).
        01 WS-MARGE-SEC PIC S9(9).
      *-- RANG DU JOUR DEPUIS L'AN 1 (DATES AAAA-MM-JJ ET AAAAMMJJ)
        01 WS-DD-AAAA PIC 9(4).
        01 WS-DD-MM PIC 9(2).
        01 WS-DD-JJ PIC 9(2).
        01 WS-DD-JJJ PIC 9(3).
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
        01 WS-ORD-REFERENCE PIC 9(7).
        01 WS-ORD-CHAINE PIC 9(7).
        01 WS-ECART PIC 9(2).
        01 WS-SECONDES PIC S9(9).
        01 WS-HEURE-LUE.
           05 WS-HL-HH PIC 9(2).
           05 WS-HL-MN PIC 9(2).
           05 WS-HL-SS PIC 9(2).
           05 WS-HL-CC PIC 9(2).
        01 WS-I PIC 9(4).
        01 WS-J PIC 9(4).
        01 WS-K PIC 9(2).
        01 WS-IX-PAS PIC 9(4).
        01 WS-IX-TROUVE PIC 9(4).
        01 WS-IX-JOB PIC 9(3).
        01 WS-BORNE PIC S9(9).
        01 WS-DUREE PIC 9(9).
      *-- PASSAGES DES HUIT SEMAINES : UN PAR JOB ET DATE COMPTABLE,
      *-- HEURES EN SECONDES DEPUIS MINUIT DE LA DATE COMPTABLE
        01 WS-TAB-PASSAGES.
           05 WS-PAS-NB PIC 9(4) VALUE 0.
           05 WS-PAS OCCURS 2000 TIMES.
              10 WS-PAS-JOB PIC X(8).
              10 WS-PAS-ECART PIC 9(2).
              10 WS-PAS-DEBUT PIC S9(9).
              10 WS-PAS-FIN PIC S9(9).
              10 WS-PAS-VOLUME PIC 9(9).
              10 WS-PAS-DEBUT-VU PIC X(1).
              10 WS-PAS-FIN-VU PIC X(1).
      *-- CUMULS PAR JOB : SEMAINE 1 = LES SEPT DERNIERES NUITS
        01 WS-TAB-JOBS.
           05 WS-JOB-NB PIC 9(3) VALUE 0.
           05 WS-JOB OCCURS 100 TIMES.
              10 WS-JOB-NOM PIC X(8).
              10 WS-JOB-SEMAINE OCCURS 8 TIMES.
                 15 WS-JOB-SEM-DUREE PIC 9(9).
                 15 WS-JOB-SEM-NB PIC 9(3).
              10 WS-JOB-NUIT-DUREE PIC 9(9).
              10 WS-JOB-NUIT-VOLUME PIC 9(9).
              10 WS-JOB-NUIT-VU PIC X(1).
              10 WS-JOB-CRITIQUE PIC X(1).
      *-- DEBUT ET FIN DE CHAINE PAR NUIT, RANG = ECART + 1
        01 WS-TAB-NUITS.
           05 WS-NUIT OCCURS 56 TIMES.
              10 WS-NUIT-DEBUT PIC S9(9).
              10 WS-NUIT-FIN PIC S9(9).
              10 WS-NUIT-VU PIC X(1).
        01 WS-TAB-SEMAINES.
           05 WS-SEM OCCURS 8 TIMES.
              10 WS-SEM-NB-NUITS PIC 9(2).
              10 WS-SEM-DEBUT-CUMUL PIC S9(11).
              10 WS-SEM-FIN-CUMUL PIC S9(11).
              10 WS-SEM-DEBUT-MOY PIC S9(9).
              10 WS-SEM-FIN-MOY PIC S9(9).
      *-- CHEMIN CRITIQUE, DU DERNIER JOB TERMINE VERS LE PREMIER
        01 WS-TAB-CHEMIN.
           05 WS-CHEMIN-NB PIC 9(2) VALUE 0.
           05 WS-CHEMIN-PAS PIC 9(4) OCCURS 50 TIMES.
        01 WS-SEM-RECENTE PIC 9(2).
        01 WS-SEM-ANCIENNE PIC 9(2).
        01 WS-MOY-RECENTE PIC 9(9).
        01 WS-MOY-ANCIENNE PIC 9(9).
        01 WS-EVOLUTION PIC S9(5)V9.
        01 WS-PAR-MILLIER PIC 9(7)V99.
        01 WS-MINUTES PIC 9(4)V9.
        01 WS-CROISSANCE PIC S9(9).
        01 WS-PREVISION PIC S9(9).
        01 WS-SEMAINES-AVANT PIC 9(4).
        01 WS-ALERTE PIC X(1) VALUE 'N'.
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-NON-HORODATES PIC 9(7) VALUE 0.
        01 WS-CPT-IGNORES PIC 9(7) VALUE 0.
        01 WS-CPT-PASSAGES PIC 9(7) VALUE 0.
      *-- MISE EN FORME D'UNE HEURE OU D'UNE DUREE EN SECONDES
        01 WS-HF-SECONDES PIC S9(9).
        01 WS-HF-RESTE PIC 9(9).
        01 WS-HF-RESTE-JOUR PIC 9(9).
        01 WS-HF-RESTE-HEURE PIC 9(9).
        01 WS-HF-JOURS PIC 9(2).
        01 WS-HF-TEXTE.
           05 WS-HF-T-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HF-T-MN PIC 9(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HF-T-SS PIC 9(2).
           05 WS-HF-T-JOUR PIC X(4).
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST140'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST140'.
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
           05 WS-PRT-TITRE PIC X(50).
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' JOB      DUREE        VOLUME   S/MILLIE'.
           05 FILLER PIC X(38) VALUE
              'R   EVOL %  NUIT                      '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-JOB PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DUREE PIC X(8).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-VOLUME PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-PAR-MILLIER PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-EVOLUTION PIC -ZZZ9.9.
           05 WS-PRT-EVOLUTION-X REDEFINES WS-PRT-EVOLUTION
                                 PIC X(7).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-CRITIQUE PIC X(15).
           05 FILLER PIC X(11) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE '   S-8 A S-1 MN :'.
           05 WS-PRT-TENDANCE OCCURS 8 TIMES.
              10 WS-PRT-TEND-SEP PIC X(1).
              10 WS-PRT-TEND-MN PIC ZZZ9.9.
              10 WS-PRT-TEND-X REDEFINES WS-PRT-TEND-MN PIC X(6).
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' SEM.  NUITS   DEBUT MOYEN   FIN MOYENNE'.
           05 FILLER PIC X(38) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(3) VALUE ' S-'.
           05 WS-PRT-SEMAINE PIC 9(1).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 WS-PRT-NB-NUITS PIC Z9.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-DEBUT-MOY PIC X(12).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-FIN-MOY PIC X(12).
           05 FILLER PIC X(37) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE08.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' RANG JOB       DEBUT         FIN       '.
           05 FILLER PIC X(38) VALUE
              '    DUREE                             '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE09.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RANG PIC ZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-JOB-CHEMIN PIC X(8).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-DEBUT PIC X(12).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-FIN PIC X(12).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-DUREE-CHEMIN PIC X(8).
           05 FILLER PIC X(26) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE10.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIBELLE PIC X(40).
           05 WS-PRT-VALEUR PIC X(20).
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-VALEUR-NUM PIC -ZZZZZZZ9.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FRUNREG
           IF FS-RUNREG = '00'
              DISPLAY ' FILE RUNREG OPEN SUCCES : ' FS-RUNREG
           ELSE
              MOVE 'FRUNREG' TO WS-ERR-FICHIER
              MOVE FS-RUNREG TO WS-ERR-STATUT
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
           INITIALIZE WS-TAB-NUITS
           INITIALIZE WS-TAB-SEMAINES
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-RUNREG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LUS
              PERFORM FONCTION-TRAITER-PASSAGE
              PERFORM FONCTION-READ-RUNREG
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PAS-NB
              IF WS-PAS-DEBUT-VU(WS-I) = 'O'
                 AND WS-PAS-FIN-VU(WS-I) = 'O'
                 AND WS-PAS-FIN(WS-I) >= WS-PAS-DEBUT(WS-I)
                 PERFORM FONCTION-CUMULER-PASSAGE
              END-IF
           END-PERFORM
           PERFORM FONCTION-CALCULER-SEMAINES
           PERFORM FONCTION-CHEMIN-CRITIQUE
           PERFORM FONCTION-PREVOIR-FIN-CHAINE
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-JOBS
           PERFORM FONCTION-PRINT-SEMAINES
           PERFORM FONCTION-PRINT-CHEMIN
           PERFORM FONCTION-PRINT-PREVISION
           PERFORM FONCTION-ECRIRE-CTLLOG
           DISPLAY ' ENREGISTREMENTS DU REGISTRE LUS : ' WS-CPT-LUS
           DISPLAY ' ENREGISTREMENTS NON HORODATES : '
                   WS-CPT-NON-HORODATES
           DISPLAY ' PASSAGES COMPLETS ANALYSES : ' WS-CPT-PASSAGES
           IF WS-CPT-IGNORES > 0
              DISPLAY ' PASSAGES HORS TABLE (IGNORES) : '
                      WS-CPT-IGNORES
           END-IF
           IF WS-ALERTE = 'O'
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      **************************************************************
      * DATE DE REFERENCE (DERNIERE NUIT), HEURE D'OUVERTURE DU    *
      * TEMPS REEL ET MARGE D'ALERTE : FICHIER CENTRAL FPARAM VIA  *
      * PGMPARAM                                                   *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'CHAINE-DATE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE DATE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-TRT
           MOVE 'QUEST140-OUVERTURE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '0700' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(27:4) TO WS-OUVERTURE
           MOVE 'QUEST140-MARGE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '30' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(28:3) TO WS-MARGE
      *-- LE TEMPS REEL OUVRE LE MATIN QUI SUIT LA DATE COMPTABLE
           COMPUTE WS-OUVERTURE-SEC = 86400 + WS-OUV-HH * 3600
                                   + WS-OUV-MN * 60
           COMPUTE WS-MARGE-SEC = WS-MARGE * 60
           MOVE WS-DATE-TRT(1:4) TO WS-DD-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-DD-MM
           MOVE WS-DATE-TRT(9:2) TO WS-DD-JJ
           PERFORM FONCTION-RANG-CALENDAIRE
           MOVE WS-DD-ORDINAL TO WS-ORD-REFERENCE
           DISPLAY ' FENETRE BATCH AU ' WS-DATE-TRT
                   ' OUVERTURE ' WS-OUVERTURE ' MARGE ' WS-MARGE.
        FONCTION-READ-RUNREG.
           READ FRUNREG
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * UN ENREGISTREMENT HORODATE DES CINQUANTE-SIX DERNIERES     *
      * NUITS EST RANGE DANS LE PASSAGE DE SON JOB ET DE SA DATE : *
      * UN REDEMARRAGE REMPLACE LE DEBUT ET ANNULE UNE FIN DEJA    *
      * VUE, LA FIN PORTE LE VOLUME                                *
      **************************************************************
        FONCTION-TRAITER-PASSAGE.
           IF RUN-JOUR-SYS IS NUMERIC AND RUN-HEURE IS NUMERIC
              AND (RUN-STATUT = 'D' OR RUN-STATUT = 'F')
              MOVE RUN-DATE(1:4) TO WS-DD-AAAA
              MOVE RUN-DATE(6:2) TO WS-DD-MM
              MOVE RUN-DATE(9:2) TO WS-DD-JJ
              PERFORM FONCTION-RANG-CALENDAIRE
              MOVE WS-DD-ORDINAL TO WS-ORD-CHAINE
              IF WS-ORD-CHAINE <= WS-ORD-REFERENCE
                 AND WS-ORD-REFERENCE - WS-ORD-CHAINE < 56
                 COMPUTE WS-ECART = WS-ORD-REFERENCE - WS-ORD-CHAINE
                 MOVE RUN-JOUR-SYS(1:4) TO WS-DD-AAAA
                 MOVE RUN-JOUR-SYS(5:2) TO WS-DD-MM
                 MOVE RUN-JOUR-SYS(7:2) TO WS-DD-JJ
                 PERFORM FONCTION-RANG-CALENDAIRE
                 MOVE RUN-HEURE TO WS-HEURE-LUE
                 COMPUTE WS-SECONDES =
                         (WS-DD-ORDINAL - WS-ORD-CHAINE) * 86400
                         + WS-HL-HH * 3600 + WS-HL-MN * 60 + WS-HL-SS
                 PERFORM FONCTION-RANGER-PASSAGE
              END-IF
           ELSE
              ADD 1 TO WS-CPT-NON-HORODATES
           END-IF.
        FONCTION-RANGER-PASSAGE.
           MOVE 0 TO WS-IX-PAS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PAS-NB OR WS-IX-PAS > 0
              IF WS-PAS-JOB(WS-I) = RUN-JOB
                 AND WS-PAS-ECART(WS-I) = WS-ECART
                 MOVE WS-I TO WS-IX-PAS
              END-IF
           END-PERFORM
           IF WS-IX-PAS = 0 AND WS-PAS-NB < 2000
              ADD 1 TO WS-PAS-NB
              MOVE WS-PAS-NB TO WS-IX-PAS
              MOVE RUN-JOB TO WS-PAS-JOB(WS-IX-PAS)
              MOVE WS-ECART TO WS-PAS-ECART(WS-IX-PAS)
              MOVE 0 TO WS-PAS-DEBUT(WS-IX-PAS)
              MOVE 0 TO WS-PAS-FIN(WS-IX-PAS)
              MOVE 0 TO WS-PAS-VOLUME(WS-IX-PAS)
              MOVE 'N' TO WS-PAS-DEBUT-VU(WS-IX-PAS)
              MOVE 'N' TO WS-PAS-FIN-VU(WS-IX-PAS)
           END-IF
           IF WS-IX-PAS = 0
              ADD 1 TO WS-CPT-IGNORES
           ELSE
              IF RUN-STATUT = 'D'
                 MOVE WS-SECONDES TO WS-PAS-DEBUT(WS-IX-PAS)
                 MOVE 'O' TO WS-PAS-DEBUT-VU(WS-IX-PAS)
                 MOVE 'N' TO WS-PAS-FIN-VU(WS-IX-PAS)
              ELSE
                 MOVE WS-SECONDES TO WS-PAS-FIN(WS-IX-PAS)
                 MOVE RUN-VOLUME TO WS-PAS-VOLUME(WS-IX-PAS)
                 MOVE 'O' TO WS-PAS-FIN-VU(WS-IX-PAS)
              END-IF
           END-IF.
      **************************************************************
      * PASSAGE COMPLET : DUREE CUMULEE DANS SA SEMAINE POUR LE    *
      * JOB, DEBUT ET FIN DE CHAINE DE SA NUIT                     *
      **************************************************************
        FONCTION-CUMULER-PASSAGE.
           ADD 1 TO WS-CPT-PASSAGES
           COMPUTE WS-DUREE = WS-PAS-FIN(WS-I) - WS-PAS-DEBUT(WS-I)
           PERFORM FONCTION-TROUVER-JOB
           IF WS-IX-JOB > 0
              COMPUTE WS-K = WS-PAS-ECART(WS-I) / 7 + 1
              ADD WS-DUREE TO WS-JOB-SEM-DUREE(WS-IX-JOB, WS-K)
              ADD 1 TO WS-JOB-SEM-NB(WS-IX-JOB, WS-K)
              IF WS-PAS-ECART(WS-I) = 0
                 MOVE WS-DUREE TO WS-JOB-NUIT-DUREE(WS-IX-JOB)
                 MOVE WS-PAS-VOLUME(WS-I)
                      TO WS-JOB-NUIT-VOLUME(WS-IX-JOB)
                 MOVE 'O' TO WS-JOB-NUIT-VU(WS-IX-JOB)
              END-IF
           END-IF
           COMPUTE WS-K = WS-PAS-ECART(WS-I) + 1
           IF WS-NUIT-VU(WS-K) NOT = 'O'
              MOVE 'O' TO WS-NUIT-VU(WS-K)
              MOVE WS-PAS-DEBUT(WS-I) TO WS-NUIT-DEBUT(WS-K)
              MOVE WS-PAS-FIN(WS-I) TO WS-NUIT-FIN(WS-K)
           ELSE
              IF WS-PAS-DEBUT(WS-I) < WS-NUIT-DEBUT(WS-K)
                 MOVE WS-PAS-DEBUT(WS-I) TO WS-NUIT-DEBUT(WS-K)
              END-IF
              IF WS-PAS-FIN(WS-I) > WS-NUIT-FIN(WS-K)
                 MOVE WS-PAS-FIN(WS-I) TO WS-NUIT-FIN(WS-K)
              END-IF
           END-IF.
      *-- LES JOBS SONT TENUS DANS L'ORDRE DE LEUR PREMIER PASSAGE
        FONCTION-TROUVER-JOB.
           MOVE 0 TO WS-IX-JOB
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-JOB-NB OR WS-IX-JOB > 0
              IF WS-JOB-NOM(WS-J) = WS-PAS-JOB(WS-I)
                 MOVE WS-J TO WS-IX-JOB
              END-IF
           END-PERFORM
           IF WS-IX-JOB = 0
              IF WS-JOB-NB < 100
                 ADD 1 TO WS-JOB-NB
                 MOVE WS-JOB-NB TO WS-IX-JOB
                 INITIALIZE WS-JOB(WS-IX-JOB)
                 MOVE WS-PAS-JOB(WS-I) TO WS-JOB-NOM(WS-IX-JOB)
                 MOVE 'N' TO WS-JOB-NUIT-VU(WS-IX-JOB)
                 MOVE 'N' TO WS-JOB-CRITIQUE(WS-IX-JOB)
              ELSE
                 ADD 1 TO WS-CPT-IGNORES
              END-IF
           END-IF.
      *-- MOYENNES HEBDOMADAIRES DES HEURES DE DEBUT ET DE FIN DE
      *-- CHAINE, SUR LES SEULES NUITS OU LA CHAINE A TOURNE
        FONCTION-CALCULER-SEMAINES.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 56
              IF WS-NUIT-VU(WS-J) = 'O'
                 COMPUTE WS-K = (WS-J - 1) / 7 + 1
                 ADD 1 TO WS-SEM-NB-NUITS(WS-K)
                 ADD WS-NUIT-DEBUT(WS-J) TO WS-SEM-DEBUT-CUMUL(WS-K)
                 ADD WS-NUIT-FIN(WS-J) TO WS-SEM-FIN-CUMUL(WS-K)
              END-IF
           END-PERFORM
           MOVE 0 TO WS-SEM-RECENTE
           MOVE 0 TO WS-SEM-ANCIENNE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
              IF WS-SEM-NB-NUITS(WS-K) > 0
                 COMPUTE WS-SEM-DEBUT-MOY(WS-K) ROUNDED =
                         WS-SEM-DEBUT-CUMUL(WS-K)
                         / WS-SEM-NB-NUITS(WS-K)
                 COMPUTE WS-SEM-FIN-MOY(WS-K) ROUNDED =
                         WS-SEM-FIN-CUMUL(WS-K)
                         / WS-SEM-NB-NUITS(WS-K)
                 IF WS-SEM-RECENTE = 0
                    MOVE WS-K TO WS-SEM-RECENTE
                 END-IF
                 MOVE WS-K TO WS-SEM-ANCIENNE
              END-IF
           END-PERFORM.
      **************************************************************
      * CHEMIN CRITIQUE DE LA DERNIERE NUIT : DU PASSAGE TERMINE   *
      * LE DERNIER, ON REMONTE AU PASSAGE TERMINE LE PLUS TARD     *
      * AVANT SON DEMARRAGE - CELUI QUE LE JOB A ATTENDU           *
      **************************************************************
        FONCTION-CHEMIN-CRITIQUE.
           MOVE 0 TO WS-CHEMIN-NB
           MOVE 0 TO WS-IX-PAS
           MOVE 999999999 TO WS-BORNE
           PERFORM FONCTION-CHERCHER-PRECEDENT
           MOVE WS-IX-TROUVE TO WS-IX-PAS
           PERFORM UNTIL WS-IX-PAS = 0 OR WS-CHEMIN-NB >= 50
              ADD 1 TO WS-CHEMIN-NB
              MOVE WS-IX-PAS TO WS-CHEMIN-PAS(WS-CHEMIN-NB)
              MOVE WS-IX-PAS TO WS-I
              PERFORM FONCTION-TROUVER-JOB
              IF WS-IX-JOB > 0
                 MOVE 'O' TO WS-JOB-CRITIQUE(WS-IX-JOB)
              END-IF
              MOVE WS-PAS-DEBUT(WS-IX-PAS) TO WS-BORNE
              PERFORM FONCTION-CHERCHER-PRECEDENT
              MOVE WS-IX-TROUVE TO WS-IX-PAS
           END-PERFORM.
      *-- PASSAGE COMPLET DE LA DERNIERE NUIT TERMINE LE PLUS TARD
      *-- SANS DEPASSER LA BORNE, HORS PASSAGE COURANT
        FONCTION-CHERCHER-PRECEDENT.
           MOVE 0 TO WS-IX-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PAS-NB
              IF WS-PAS-ECART(WS-J) = 0
                 AND WS-PAS-DEBUT-VU(WS-J) = 'O'
                 AND WS-PAS-FIN-VU(WS-J) = 'O'
                 AND WS-PAS-FIN(WS-J) >= WS-PAS-DEBUT(WS-J)
                 AND WS-PAS-FIN(WS-J) <= WS-BORNE
                 AND WS-J NOT = WS-IX-PAS
                 IF WS-IX-TROUVE = 0
                    MOVE WS-J TO WS-IX-TROUVE
                 ELSE
                    IF WS-PAS-FIN(WS-J) > WS-PAS-FIN(WS-IX-TROUVE)
                       MOVE WS-J TO WS-IX-TROUVE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * PREVISION : FIN MOYENNE DE LA SEMAINE LA PLUS RECENTE,     *
      * PROLONGEE DE LA CROISSANCE HEBDOMADAIRE MOYENNE CONSTATEE  *
      * DEPUIS LA SEMAINE LA PLUS ANCIENNE, JUSQU'A LA SEMAINE     *
      * PROCHAINE                                                  *
      **************************************************************
        FONCTION-PREVOIR-FIN-CHAINE.
           MOVE 0 TO WS-CROISSANCE
           MOVE 0 TO WS-PREVISION
           MOVE 0 TO WS-SEMAINES-AVANT
           IF WS-SEM-RECENTE > 0
              IF WS-SEM-ANCIENNE > WS-SEM-RECENTE
                 COMPUTE WS-CROISSANCE ROUNDED =
                         (WS-SEM-FIN-MOY(WS-SEM-RECENTE)
                          - WS-SEM-FIN-MOY(WS-SEM-ANCIENNE))
                         / (WS-SEM-ANCIENNE - WS-SEM-RECENTE)
              END-IF
              COMPUTE WS-PREVISION = WS-SEM-FIN-MOY(WS-SEM-RECENTE)
                                   + WS-CROISSANCE * WS-SEM-RECENTE
              IF WS-PREVISION + WS-MARGE-SEC >= WS-OUVERTURE-SEC
                 MOVE 'O' TO WS-ALERTE
                 DISPLAY ' FENETRE BATCH MENACEE : FIN PREVUE '
                         WS-PREVISION ' S, OUVERTURE '
                         WS-OUVERTURE-SEC ' S'
              ELSE
                 IF WS-CROISSANCE > 0
                    COMPUTE WS-SEMAINES-AVANT =
                            (WS-OUVERTURE-SEC - WS-MARGE-SEC
                             - WS-PREVISION) / WS-CROISSANCE
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * ETAT                                                       *
      **************************************************************
        FONCTION-PRINT-TITRE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-JOBS.
           MOVE ' DUREES PAR JOB ET TENDANCE SUR HUIT SEMAINES '
             TO WS-PRT-TITRE
           PERFORM FONCTION-PRINT-TITRE
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-IX-JOB FROM 1 BY 1
                   UNTIL WS-IX-JOB > WS-JOB-NB
              PERFORM FONCTION-PRINT-JOB
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-JOB.
           MOVE WS-JOB-NOM(WS-IX-JOB) TO WS-PRT-JOB
           MOVE 0 TO WS-PAR-MILLIER
           IF WS-JOB-NUIT-VU(WS-IX-JOB) = 'O'
              MOVE WS-JOB-NUIT-DUREE(WS-IX-JOB) TO WS-HF-SECONDES
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE(1:8) TO WS-PRT-DUREE
              MOVE WS-JOB-NUIT-VOLUME(WS-IX-JOB) TO WS-PRT-VOLUME
              IF WS-JOB-NUIT-VOLUME(WS-IX-JOB) > 0
                 COMPUTE WS-PAR-MILLIER ROUNDED =
                         WS-JOB-NUIT-DUREE(WS-IX-JOB) * 1000
                         / WS-JOB-NUIT-VOLUME(WS-IX-JOB)
              END-IF
           ELSE
              MOVE 'ABSENT' TO WS-PRT-DUREE
              MOVE 0 TO WS-PRT-VOLUME
           END-IF
           MOVE WS-PAR-MILLIER TO WS-PRT-PAR-MILLIER
      *-- EVOLUTION : MOYENNE LA PLUS RECENTE CONTRE LA PLUS ANCIENNE
           MOVE 0 TO WS-MOY-RECENTE
           MOVE 0 TO WS-MOY-ANCIENNE
           MOVE 0 TO WS-SEM-RECENTE
           MOVE 0 TO WS-SEM-ANCIENNE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
              IF WS-JOB-SEM-NB(WS-IX-JOB, WS-K) > 0
                 IF WS-SEM-RECENTE = 0
                    MOVE WS-K TO WS-SEM-RECENTE
                 END-IF
                 MOVE WS-K TO WS-SEM-ANCIENNE
              END-IF
           END-PERFORM
           IF WS-SEM-ANCIENNE > WS-SEM-RECENTE
              COMPUTE WS-MOY-RECENTE =
                      WS-JOB-SEM-DUREE(WS-IX-JOB, WS-SEM-RECENTE)
                      / WS-JOB-SEM-NB(WS-IX-JOB, WS-SEM-RECENTE)
              COMPUTE WS-MOY-ANCIENNE =
                      WS-JOB-SEM-DUREE(WS-IX-JOB, WS-SEM-ANCIENNE)
                      / WS-JOB-SEM-NB(WS-IX-JOB, WS-SEM-ANCIENNE)
           END-IF
           IF WS-MOY-ANCIENNE > 0
              COMPUTE WS-EVOLUTION ROUNDED =
                      (WS-MOY-RECENTE - WS-MOY-ANCIENNE) * 100
                      / WS-MOY-ANCIENNE
              MOVE WS-EVOLUTION TO WS-PRT-EVOLUTION
           ELSE
              MOVE SPACES TO WS-PRT-EVOLUTION-X
           END-IF
           IF WS-JOB-CRITIQUE(WS-IX-JOB) = 'O'
              MOVE 'CHEMIN CRITIQUE' TO WS-PRT-CRITIQUE
           ELSE
              MOVE SPACES TO WS-PRT-CRITIQUE
           END-IF
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
      *-- MOYENNES HEBDOMADAIRES EN MINUTES, DE LA PLUS ANCIENNE
      *-- (S-8) A LA PLUS RECENTE (S-1)
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
              COMPUTE WS-J = 9 - WS-K
              MOVE SPACE TO WS-PRT-TEND-SEP(WS-K)
              IF WS-JOB-SEM-NB(WS-IX-JOB, WS-J) > 0
                 COMPUTE WS-MINUTES ROUNDED =
                         WS-JOB-SEM-DUREE(WS-IX-JOB, WS-J)
                         / WS-JOB-SEM-NB(WS-IX-JOB, WS-J) / 60
                 MOVE WS-MINUTES TO WS-PRT-TEND-MN(WS-K)
              ELSE
                 MOVE '     -' TO WS-PRT-TEND-X(WS-K)
              END-IF
           END-PERFORM
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-SEMAINES.
           MOVE ' HEURES MOYENNES DE LA CHAINE PAR SEMAINE '
             TO WS-PRT-TITRE
           PERFORM FONCTION-PRINT-TITRE
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
              MOVE WS-K TO WS-PRT-SEMAINE
              MOVE WS-SEM-NB-NUITS(WS-K) TO WS-PRT-NB-NUITS
              IF WS-SEM-NB-NUITS(WS-K) > 0
                 MOVE WS-SEM-DEBUT-MOY(WS-K) TO WS-HF-SECONDES
                 PERFORM FONCTION-FORMER-HEURE
                 MOVE WS-HF-TEXTE TO WS-PRT-DEBUT-MOY
                 MOVE WS-SEM-FIN-MOY(WS-K) TO WS-HF-SECONDES
                 PERFORM FONCTION-FORMER-HEURE
                 MOVE WS-HF-TEXTE TO WS-PRT-FIN-MOY
              ELSE
                 MOVE SPACES TO WS-PRT-DEBUT-MOY
                 MOVE SPACES TO WS-PRT-FIN-MOY
              END-IF
              MOVE WS-LIGNE07 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- LE CHEMIN EST EDITE DANS L'ORDRE DE LA NUIT, DU PREMIER
      *-- JOB AU DERNIER
        FONCTION-PRINT-CHEMIN.
           MOVE ' CHEMIN CRITIQUE DE LA DERNIERE NUIT '
             TO WS-PRT-TITRE
           PERFORM FONCTION-PRINT-TITRE
           MOVE WS-LIGNE08 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CHEMIN-NB
              COMPUTE WS-J = WS-CHEMIN-NB + 1 - WS-K
              MOVE WS-CHEMIN-PAS(WS-J) TO WS-IX-PAS
              MOVE WS-K TO WS-PRT-RANG
              MOVE WS-PAS-JOB(WS-IX-PAS) TO WS-PRT-JOB-CHEMIN
              MOVE WS-PAS-DEBUT(WS-IX-PAS) TO WS-HF-SECONDES
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE TO WS-PRT-DEBUT
              MOVE WS-PAS-FIN(WS-IX-PAS) TO WS-HF-SECONDES
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE TO WS-PRT-FIN
              COMPUTE WS-HF-SECONDES = WS-PAS-FIN(WS-IX-PAS)
                                     - WS-PAS-DEBUT(WS-IX-PAS)
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE(1:8) TO WS-PRT-DUREE-CHEMIN
              MOVE WS-LIGNE09 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           IF WS-CHEMIN-NB = 0
              MOVE 'AUCUN PASSAGE COMPLET LA DERNIERE NUIT'
                TO WS-PRT-LIBELLE
              MOVE SPACES TO WS-PRT-VALEUR
              MOVE WS-LIGNE10 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-PREVISION.
           MOVE ' PREVISION DE FIN DE CHAINE ' TO WS-PRT-TITRE
           PERFORM FONCTION-PRINT-TITRE
           IF WS-SEM-RECENTE = 0
              MOVE 'AUCUNE NUIT HORODATEE SUR HUIT SEMAINES'
                TO WS-PRT-LIBELLE
              MOVE SPACES TO WS-PRT-VALEUR
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
           ELSE
              MOVE 'FIN MOYENNE DE LA DERNIERE SEMAINE'
                TO WS-PRT-LIBELLE
              MOVE WS-SEM-FIN-MOY(WS-SEM-RECENTE) TO WS-HF-SECONDES
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE TO WS-PRT-VALEUR
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
              MOVE 'CROISSANCE HEBDOMADAIRE (SECONDES)'
                TO WS-PRT-LIBELLE
              MOVE WS-CROISSANCE TO WS-VALEUR-NUM
              MOVE WS-VALEUR-NUM TO WS-PRT-VALEUR
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
              MOVE 'FIN DE CHAINE PREVUE SEMAINE PROCHAINE'
                TO WS-PRT-LIBELLE
              MOVE WS-PREVISION TO WS-HF-SECONDES
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE TO WS-PRT-VALEUR
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
              MOVE 'OUVERTURE DU TEMPS REEL' TO WS-PRT-LIBELLE
              MOVE WS-OUVERTURE-SEC TO WS-HF-SECONDES
              PERFORM FONCTION-FORMER-HEURE
              MOVE WS-HF-TEXTE TO WS-PRT-VALEUR
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
              MOVE 'MARGE D''ALERTE (MINUTES)' TO WS-PRT-LIBELLE
              MOVE WS-MARGE TO WS-VALEUR-NUM
              MOVE WS-VALEUR-NUM TO WS-PRT-VALEUR
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
              IF WS-ALERTE = 'O'
                 MOVE '*** ALERTE : FENETRE BATCH MENACEE ***'
                   TO WS-PRT-LIBELLE
                 MOVE SPACES TO WS-PRT-VALEUR
              ELSE
                 IF WS-SEMAINES-AVANT > 0
                    MOVE 'SEMAINES AVANT ENTREE DANS LA MARGE'
                      TO WS-PRT-LIBELLE
                    MOVE WS-SEMAINES-AVANT TO WS-VALEUR-NUM
                    MOVE WS-VALEUR-NUM TO WS-PRT-VALEUR
                 ELSE
                    MOVE 'FENETRE BATCH SOUS CONTROLE'
                      TO WS-PRT-LIBELLE
                    MOVE SPACES TO WS-PRT-VALEUR
                 END-IF
              END-IF
              PERFORM FONCTION-PRINT-LIGNE-PREVISION
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-LIGNE-PREVISION.
           MOVE WS-LIGNE10 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- SECONDES DEPUIS MINUIT DE LA DATE COMPTABLE EN HH:MM:SS,
      *-- SUIVI DE J+N QUAND L'HEURE TOMBE APRES MINUIT
        FONCTION-FORMER-HEURE.
           IF WS-HF-SECONDES < 0
              MOVE 0 TO WS-HF-RESTE
           ELSE
              MOVE WS-HF-SECONDES TO WS-HF-RESTE
           END-IF
           DIVIDE WS-HF-RESTE BY 86400 GIVING WS-HF-JOURS
                  REMAINDER WS-HF-RESTE-JOUR
           DIVIDE WS-HF-RESTE-JOUR BY 3600 GIVING WS-HF-T-HH
                  REMAINDER WS-HF-RESTE-HEURE
           DIVIDE WS-HF-RESTE-HEURE BY 60 GIVING WS-HF-T-MN
                  REMAINDER WS-HF-T-SS
           MOVE SPACES TO WS-HF-T-JOUR
           IF WS-HF-JOURS > 0
              MOVE ' J+' TO WS-HF-T-JOUR(1:3)
              MOVE WS-HF-JOURS(2:1) TO WS-HF-T-JOUR(4:1)
           END-IF.
      **************************************************************
      * RANG DU JOUR DEPUIS L'AN 1, POUR COMPTER LES JOURS ENTRE   *
      * DEUX DATES                                                 *
      **************************************************************
        FONCTION-RANG-CALENDAIRE.
           PERFORM FONCTION-ANNEE-BISSEXTILE
           MOVE WS-DD-JJ TO WS-DD-JJJ
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-DD-MM
                   OR WS-J > 12
              IF WS-J = 2
                 ADD WS-JM-FEVRIER TO WS-DD-JJJ
              ELSE
                 ADD WS-JM-NB(WS-J) TO WS-DD-JJJ
              END-IF
           END-PERFORM
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
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' WS-DATE-TRT ' OUVERTURE=' WS-OUVERTURE
                  ' MARGE=' WS-MARGE
                  DELIMITED BY SIZE INTO WS-ED-PARAMS
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
           MOVE 'QUEST140' TO CTLLOG-JOB
           MOVE ' PASSAGES DE JOBS ANALYSES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-PASSAGES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST140' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FRUNREG
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
