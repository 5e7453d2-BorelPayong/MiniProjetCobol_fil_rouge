      **************************************************************
      *PROGRAMME NOCTURNE DE CONTROLE DES OPERATIONS DU PERSONNEL  *
      *SUR SES PROPRES COMPTES OU CEUX DE SES PROCHES (FRAUDE      *
      *INTERNE). LE PERSONNEL EST FORME DES OPERATEURS FOPERAT     *
      *(NOM, PRENOM, DATE DE NAISSANCE SAISIE PAR QUEST102) ET DES *
      *EMPLOYES DB2 EMPLOYES GESTIONNAIRES D'UN PORTEFEUILLE       *
      *(GEST-EMPLOYE DE FCLIENT, LU PAR L'ACCESSEUR REFLEMP) ; UN  *
      *EMPLOYE DE MEMES NOM ET PRENOM QU'UN OPERATEUR EST LA MEME  *
      *PERSONNE. CHAQUE MEMBRE DU PERSONNEL EST RAPPROCHE DES      *
      *IDENTITES CLIENTS PAR NOM ET PRENOM NORMALISES ET DATE DE   *
      *NAISSANCE (DATES CONNUES DES DEUX COTES ET DIFFERENTES =    *
      *HOMONYME ECARTE). COMPTES LIES : T TITULAIRE FCLIENT,       *
      *P PERSONNE FPERSON RATTACHEE PAR FCLILINK, C COTITULAIRE    *
      *FCOTITU (SANS DATE DE NAISSANCE), F FOYER : TITULAIRE DE    *
      *MEME NOM ET MEME ADRESSE QU'UN COMPTE T DU MEME AGENT. LA   *
      *CERTITUDE EST 'D' QUAND LA DATE DE NAISSANCE A CONFIRME LE  *
      *NOM, 'N' SUR LE NOM SEUL. SONT SIGNALEES LES OPERATIONS DU  *
      *JOUR FAITES PAR UN OPERATEUR SUR UN COMPTE QUI LUI EST LIE :*
      * SAI SAISIE FMOUVQ (JOURNAL FSAISHIS DE QUEST62)            *
      * VIR VIREMENT PGVIRSAI (NAT 'VIT' DU MEME JOURNAL)          *
      * MOD MODIFICATION PGREWRIT ('MODIF'/'DEMANDE' DE FAUDIT)    *
      * REP REPRISE DE SUSPENS PGSUSPR ('SUSPREP' DE FAUDIT)       *
      *AINSI QUE GES : COMPTE LIE A UN EMPLOYE QUI EN EST LUI-MEME *
      *LE GESTIONNAIRE DE PORTEFEUILLE. LES SIGNALEMENTS VONT AU   *
      *FICHIER DE REVUE CONFIDENTIEL FFRAREV ET A L'ETAT DDPRTCON  *
      *DESTINE AU SEUL RESPONSABLE DE LA CONFORMITE ; LE COMPTE    *
      *RENDU D'EXECUTION NE PORTE QUE DES COMPTEURS. CODE RETOUR 4 *
      *S'IL Y A DES SIGNALEMENTS OU UNE TABLE SATUREE              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST131.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FOPERAT ASSIGN TO DDOPERAT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OPE-CODE
           FILE STATUS IS FS-OPERAT.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
           SELECT FSAISHIS ASSIGN TO DDSAIHIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SAISHIS.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FFRAREV ASSIGN TO DDFRAREV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRAREV.
           SELECT FPRINT ASSIGN TO DDPRTCON
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
        FD FCLIENT.
           COPY CLIENT.
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FCOTITU.
        01 COTITU.
           05 COT-CLE.
              10 COT-NUM-COMPTE PIC X(6).
              10 COT-SEQ PIC 9(2).
           05 COT-NOM PIC X(10).
           05 COT-PRENOM PIC X(10).
           05 COT-ROLE PIC X(1).
           05 FILLER PIC X(51).
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
      *-- FICHIER DE REVUE CONFIDENTIEL (UNE GENERATION PAR NUIT)
        FD FFRAREV.
        01 FRAREV.
           05 FRV-DATE-DETECT PIC X(10).
           05 FRV-SOURCE PIC X(3).
           05 FRV-OPERID PIC X(4).
           05 FRV-EMPID PIC 9(9).
           05 FRV-NUM-COMPTE PIC X(6).
           05 FRV-LIEN PIC X(1).
           05 FRV-CERTITUDE PIC X(1).
           05 FRV-DATE-OPER PIC X(10).
           05 FRV-TRMID PIC X(4).
           05 FRV-MONTANT PIC 9(6)V99.
           05 FRV-SENS PIC X(2).
           05 FRV-NOM PIC X(10).
           05 FILLER PIC X(12).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-OPERAT PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-SAISHIS PIC X(2).
        01 FS-AUDIT PIC X(2).
        01 FS-FRAREV PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
        01 WS-TROUVE PIC X(1).
        01 WS-I PIC 9(2).
        01 WS-J PIC 9(2).
        01 WS-CAR PIC X(1).
        01 WS-NORM-ENTREE PIC X(30).
        01 WS-NORM-SORTIE PIC X(30).
        01 WS-AGENT-TRAITE PIC 9(4).
      *-- IDENTITE CLIENT CONFRONTEE AU PERSONNEL
        01 WS-CANDIDAT.
           05 WS-CAND-COMPTE PIC X(6).
           05 WS-CAND-NOM PIC X(10).
           05 WS-CAND-NOM-NORM PIC X(10).
           05 WS-CAND-PRENOM-NORM PIC X(10).
           05 WS-CAND-DATE-NAIS PIC 9(8).
           05 WS-CAND-LIEN PIC X(1).
           05 WS-CAND-CERTITUDE PIC X(1).
      *-- PERSONNEL : OPERATEURS FOPERAT, COMPLETES OU AUGMENTES DES
      *-- EMPLOYES GESTIONNAIRES (OPERID A BLANC = SANS CODE)
        01 WS-TAB-AGENTS.
           05 WS-TAB-AG-NB PIC 9(4) VALUE 0.
           05 WS-TAB-AG-ENTREE OCCURS 0 TO 1000 TIMES
                DEPENDING ON WS-TAB-AG-NB
                INDEXED BY WS-AG-IDX.
              10 WS-TAB-AG-OPERID PIC X(4).
              10 WS-TAB-AG-EMPID PIC 9(9).
              10 WS-TAB-AG-NOM PIC X(10).
              10 WS-TAB-AG-PRENOM PIC X(10).
              10 WS-TAB-AG-DATE-NAIS PIC 9(8).
      *-- CACHE DES GESTIONNAIRES DEJA INTERROGES DANS EMPLOYES
        01 WS-TAB-GEST.
           05 WS-TAB-GE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-GE-ENTREE OCCURS 0 TO 1000 TIMES
                DEPENDING ON WS-TAB-GE-NB
                INDEXED BY WS-GE-IDX.
              10 WS-TAB-GE-EMPID PIC 9(9).
      *-- PERSONNES FPERSON RECONNUES COMME MEMBRES DU PERSONNEL
        01 WS-TAB-PERSONNES.
           05 WS-TAB-PE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-PE-ENTREE OCCURS 0 TO 1000 TIMES
                DEPENDING ON WS-TAB-PE-NB
                INDEXED BY WS-PE-IDX.
              10 WS-TAB-PE-NUM-CLIENT PIC X(8).
              10 WS-TAB-PE-AGENT PIC 9(4).
              10 WS-TAB-PE-NOM PIC X(10).
              10 WS-TAB-PE-CERTITUDE PIC X(1).
      *-- FOYERS : NOM ET ADRESSE DES COMPTES DONT L'AGENT EST
      *-- LUI-MEME TITULAIRE
        01 WS-TAB-FOYERS.
           05 WS-TAB-FO-NB PIC 9(4) VALUE 0.
           05 WS-TAB-FO-ENTREE OCCURS 0 TO 1000 TIMES
                DEPENDING ON WS-TAB-FO-NB
                INDEXED BY WS-FO-IDX.
              10 WS-TAB-FO-AGENT PIC 9(4).
              10 WS-TAB-FO-NOM PIC X(10).
              10 WS-TAB-FO-ADRESSE PIC X(10).
      *-- COMPTES LIES : UNE ENTREE PAR COMPTE ET PAR AGENT
        01 WS-TAB-LIENS.
           05 WS-TAB-LI-NB PIC 9(4) VALUE 0.
           05 WS-TAB-LI-ENTREE OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-TAB-LI-NB
                INDEXED BY WS-LI-IDX.
              10 WS-TAB-LI-COMPTE PIC X(6).
              10 WS-TAB-LI-AGENT PIC 9(4).
              10 WS-TAB-LI-OPERID PIC X(4).
              10 WS-TAB-LI-LIEN PIC X(1).
              10 WS-TAB-LI-CERTITUDE PIC X(1).
              10 WS-TAB-LI-NOM PIC X(10).
      *-- OPERATION EXAMINEE
        01 WS-OPERATION.
           05 WS-OP-SOURCE PIC X(3).
           05 WS-OP-OPERID PIC X(4).
           05 WS-OP-COMPTE PIC X(6).
           05 WS-OP-DATE PIC X(10).
           05 WS-OP-TRMID PIC X(4).
           05 WS-OP-MONTANT PIC 9(6)V99.
           05 WS-OP-SENS PIC X(2).
      *-- DATE CICS 0CYYDDD DE FAUDIT RAMENEE EN AAAA-MM-JJ
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
        01 WS-CPT-OPERATEURS PIC 9(7) VALUE 0.
        01 WS-CPT-EMPLOYES PIC 9(7) VALUE 0.
        01 WS-CPT-EXAMINEES PIC 9(7) VALUE 0.
        01 WS-CPT-SIGNALEMENTS PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST131'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST131'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(44) VALUE
              ' OPERATIONS DU PERSONNEL SUR COMPTES LIES '.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(44) VALUE
              ' CONFIDENTIEL - RESPONSABLE CONFORMITE SEUL '.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(60) VALUE
              ' SRC OPER COMPTE L C DATE OPER  TERM   MONTANT SS NOM'.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SOURCE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OPERID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIEN PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CERTITUDE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TRMID PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SENS PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(8) VALUE ' AGENTS '.
           05 WS-PRT-AGENTS PIC ZZZ9.
           05 FILLER PIC X(15) VALUE ' COMPTES LIES '.
           05 WS-PRT-LIENS PIC ZZZ9.
           05 FILLER PIC X(13) VALUE ' EXAMINEES '.
           05 WS-PRT-EXAMINEES PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE ' SIGNALEMENTS '.
           05 WS-PRT-SIGNALEMENTS PIC ZZZZZZ9.
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
           COPY YFCIFAL.
           COPY YFCIFRE.
           COPY YEMLENT.
           COPY YEMLSOR.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN INPUT FPERSON
           IF FS-PERSON = '00'
              DISPLAY ' FILE PERSON OPEN SUCCES : ' FS-PERSON
           ELSE
              MOVE 'FPERSON' TO WS-ERR-FICHIER
              MOVE FS-PERSON TO WS-ERR-STATUT
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
           OPEN INPUT FCOTITU
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
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
           OPEN OUTPUT FFRAREV
           IF FS-FRAREV = '00'
              DISPLAY ' FILE FRAREV OPEN SUCCES : ' FS-FRAREV
           ELSE
              MOVE 'FFRAREV' TO WS-ERR-FICHIER
              MOVE FS-FRAREV TO WS-ERR-STATUT
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
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-CHARGER-OPERATEURS
           PERFORM FONCTION-CHARGER-EMPLOYES
           PERFORM FONCTION-LIER-TITULAIRES
           PERFORM FONCTION-LIER-PERSONNES
           PERFORM FONCTION-LIER-COTITULAIRES
           PERFORM FONCTION-LIER-FOYERS
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT
           PERFORM FONCTION-EXAMINER-SAISIES
           PERFORM FONCTION-EXAMINER-AUDIT
           PERFORM FONCTION-PRINT-TOTAL
           DISPLAY ' OPERATEURS LUS : ' WS-CPT-OPERATEURS
           DISPLAY ' GESTIONNAIRES EMPLOYES : ' WS-CPT-EMPLOYES
           DISPLAY ' AGENTS RAPPROCHES : ' WS-TAB-AG-NB
           DISPLAY ' COMPTES LIES : ' WS-TAB-LI-NB
           DISPLAY ' OPERATIONS EXAMINEES : ' WS-CPT-EXAMINEES
           DISPLAY ' SIGNALEMENTS : ' WS-CPT-SIGNALEMENTS
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-SIGNALEMENTS > 0 OR WS-CPT-ANOMALIES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST131-DATE' TO WS-PARAM-CLE
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
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-TRT.
      **************************************************************
      * PERSONNEL : OPERATEURS FOPERAT PUIS EMPLOYES GESTIONNAIRES *
      **************************************************************
        FONCTION-CHARGER-OPERATEURS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-OPERAT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-OPERATEURS
              IF WS-TAB-AG-NB < 1000
                 ADD 1 TO WS-TAB-AG-NB
                 SET WS-AG-IDX TO WS-TAB-AG-NB
                 MOVE OPE-CODE TO WS-TAB-AG-OPERID(WS-AG-IDX)
                 MOVE 0 TO WS-TAB-AG-EMPID(WS-AG-IDX)
                 MOVE OPE-NOM TO WS-NORM-ENTREE
                 PERFORM FONCTION-NORMALISER
                 MOVE WS-NORM-SORTIE TO WS-TAB-AG-NOM(WS-AG-IDX)
                 MOVE OPE-PRENOM TO WS-NORM-ENTREE
                 PERFORM FONCTION-NORMALISER
                 MOVE WS-NORM-SORTIE TO WS-TAB-AG-PRENOM(WS-AG-IDX)
                 IF OPE-DATE-NAIS NUMERIC
                    MOVE OPE-DATE-NAIS
                         TO WS-TAB-AG-DATE-NAIS(WS-AG-IDX)
                 ELSE
                    MOVE 0 TO WS-TAB-AG-DATE-NAIS(WS-AG-IDX)
                 END-IF
              ELSE
                 DISPLAY ' OPERATEUR IGNORE (TABLE PLEINE) '
                 ADD 1 TO WS-CPT-ANOMALIES
              END-IF
              PERFORM FONCTION-READ-OPERAT
           END-PERFORM.
      *-- CHAQUE GESTIONNAIRE DE PORTEFEUILLE N'EST INTERROGE QU'UNE
      *-- FOIS ; UN EMPLOYE DE MEMES NOM ET PRENOM QU'UN OPERATEUR
      *-- COMPLETE L'ENTREE DE CET OPERATEUR
        FONCTION-CHARGER-EMPLOYES.
           PERFORM FONCTION-POSITIONNER-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF GEST-EMPLOYE NOT = 0
                 SET WS-GE-IDX TO 1
                 SEARCH WS-TAB-GE-ENTREE
                    AT END
                       PERFORM FONCTION-INTERROGER-EMPLOYE
                    WHEN WS-TAB-GE-EMPID(WS-GE-IDX) = GEST-EMPLOYE
                       CONTINUE
                 END-SEARCH
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
      *-- L'ACCESSEUR NE RENSEIGNE FCIFRE-CODRETPMR QU'EN CAS
      *-- D'ERREUR : UN CODE RESTE A BLANC SIGNIFIE SUCCES
        FONCTION-INTERROGER-EMPLOYE.
           IF WS-TAB-GE-NB < 1000
              ADD 1 TO WS-TAB-GE-NB
              SET WS-GE-IDX TO WS-TAB-GE-NB
              MOVE GEST-EMPLOYE TO WS-TAB-GE-EMPID(WS-GE-IDX)
           END-IF
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST131' TO FCIFAL-NOMJOB
           MOVE 'L0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-UNQ TO TRUE
           MOVE GEST-EMPLOYE TO EMLENT-EMPID
           CALL C-REFLEMP USING YFCIFAL
                                YFCIFRE
                                YEMLENT
                                YEMLSOR
           IF FCIFRE-CODRETPMR = SPACES
              OR FCIFRE-CODRET-TRTCRF
              ADD 1 TO WS-CPT-EMPLOYES
              PERFORM FONCTION-RANGER-EMPLOYE
           END-IF.
        FONCTION-RANGER-EMPLOYE.
           MOVE EMLSOR-L0001-NAME TO WS-NORM-ENTREE
           PERFORM FONCTION-NORMALISER
           MOVE WS-NORM-SORTIE TO WS-CAND-NOM-NORM
           MOVE EMLSOR-L0001-NAM2 TO WS-NORM-ENTREE
           PERFORM FONCTION-NORMALISER
           MOVE WS-NORM-SORTIE TO WS-CAND-PRENOM-NORM
           SET WS-AG-IDX TO 1
           SEARCH WS-TAB-AG-ENTREE
              AT END
                 IF WS-TAB-AG-NB < 1000
                    ADD 1 TO WS-TAB-AG-NB
                    SET WS-AG-IDX TO WS-TAB-AG-NB
                    MOVE SPACES TO WS-TAB-AG-OPERID(WS-AG-IDX)
                    MOVE GEST-EMPLOYE TO WS-TAB-AG-EMPID(WS-AG-IDX)
                    MOVE WS-CAND-NOM-NORM TO WS-TAB-AG-NOM(WS-AG-IDX)
                    MOVE WS-CAND-PRENOM-NORM
                         TO WS-TAB-AG-PRENOM(WS-AG-IDX)
                    MOVE 0 TO WS-TAB-AG-DATE-NAIS(WS-AG-IDX)
                 ELSE
                    DISPLAY ' EMPLOYE IGNORE (TABLE PLEINE) '
                    ADD 1 TO WS-CPT-ANOMALIES
                 END-IF
              WHEN WS-TAB-AG-NOM(WS-AG-IDX) = WS-CAND-NOM-NORM
                   AND WS-TAB-AG-PRENOM(WS-AG-IDX)
                       = WS-CAND-PRENOM-NORM
                   AND WS-TAB-AG-EMPID(WS-AG-IDX) = 0
                 MOVE GEST-EMPLOYE TO WS-TAB-AG-EMPID(WS-AG-IDX)
           END-SEARCH.
      **************************************************************
      * COMPTES LIES AU PERSONNEL                                  *
      **************************************************************
        FONCTION-LIER-TITULAIRES.
           PERFORM FONCTION-POSITIONNER-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF STATUT-COMPTE NOT = 'C'
                 MOVE NUM-COMPTE TO WS-CAND-COMPTE
                 MOVE NOM-CLIENT TO WS-CAND-NOM
                 MOVE PRENOM-CLIENT TO WS-NORM-ENTREE
                 PERFORM FONCTION-NORMALISER
                 MOVE WS-NORM-SORTIE TO WS-CAND-PRENOM-NORM
                 MOVE DATE-NAIS TO WS-CAND-DATE-NAIS
                 MOVE 'T' TO WS-CAND-LIEN
                 PERFORM FONCTION-RAPPROCHER-PERSONNEL
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
      *-- LES PERSONNES RECONNUES SONT GARDEES EN TABLE, PUIS LEURS
      *-- COMPTES SONT PRIS DANS LE FICHIER DE RATTACHEMENT
        FONCTION-LIER-PERSONNES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-PERSON
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE PER-NOM TO WS-NORM-ENTREE
              PERFORM FONCTION-NORMALISER
              MOVE WS-NORM-SORTIE TO WS-CAND-NOM-NORM
              MOVE PER-PRENOM TO WS-NORM-ENTREE
              PERFORM FONCTION-NORMALISER
              MOVE WS-NORM-SORTIE TO WS-CAND-PRENOM-NORM
              MOVE PER-DATE-NAIS TO WS-CAND-DATE-NAIS
              PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                 UNTIL WS-AG-IDX > WS-TAB-AG-NB
                 PERFORM FONCTION-COMPARER-IDENTITE
                 IF WS-TROUVE = 'O'
                    PERFORM FONCTION-RANGER-PERSONNE
                 END-IF
              END-PERFORM
              PERFORM FONCTION-READ-PERSON
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLILINK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                 UNTIL WS-PE-IDX > WS-TAB-PE-NB
                 IF WS-TAB-PE-NUM-CLIENT(WS-PE-IDX) = LNK-NUM-CLIENT
                    MOVE LNK-NUM-COMPTE TO WS-CAND-COMPTE
                    MOVE WS-TAB-PE-NOM(WS-PE-IDX) TO WS-CAND-NOM
                    MOVE 'P' TO WS-CAND-LIEN
                    MOVE WS-TAB-PE-CERTITUDE(WS-PE-IDX)
                         TO WS-CAND-CERTITUDE
                    SET WS-AG-IDX TO WS-TAB-PE-AGENT(WS-PE-IDX)
                    PERFORM FONCTION-RANGER-LIEN
                 END-IF
              END-PERFORM
              PERFORM FONCTION-READ-CLILINK
           END-PERFORM.
        FONCTION-RANGER-PERSONNE.
           IF WS-TAB-PE-NB < 1000
              ADD 1 TO WS-TAB-PE-NB
              SET WS-PE-IDX TO WS-TAB-PE-NB
              MOVE PER-NUM-CLIENT TO WS-TAB-PE-NUM-CLIENT(WS-PE-IDX)
              SET WS-TAB-PE-AGENT(WS-PE-IDX) TO WS-AG-IDX
              MOVE PER-NOM TO WS-TAB-PE-NOM(WS-PE-IDX)
              MOVE WS-CAND-CERTITUDE TO WS-TAB-PE-CERTITUDE(WS-PE-IDX)
           ELSE
              DISPLAY ' PERSONNE IGNOREE (TABLE PLEINE) '
              ADD 1 TO WS-CPT-ANOMALIES
           END-IF.
      *-- LE COTITULAIRE N'A PAS DE DATE DE NAISSANCE : RAPPROCHEMENT
      *-- SUR LE NOM SEUL
        FONCTION-LIER-COTITULAIRES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-COTITU
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE COT-NUM-COMPTE TO WS-CAND-COMPTE
              MOVE COT-NOM TO WS-CAND-NOM
              MOVE COT-PRENOM TO WS-NORM-ENTREE
              PERFORM FONCTION-NORMALISER
              MOVE WS-NORM-SORTIE TO WS-CAND-PRENOM-NORM
              MOVE 0 TO WS-CAND-DATE-NAIS
              MOVE 'C' TO WS-CAND-LIEN
              PERFORM FONCTION-RAPPROCHER-PERSONNEL
              PERFORM FONCTION-READ-COTITU
           END-PERFORM.
      *-- SECOND PASSAGE SUR FCLIENT, UNE FOIS CONNUS LES COMPTES DONT
      *-- L'AGENT EST TITULAIRE : MEME NOM ET MEME ADRESSE = FOYER.
      *-- LE CONFLIT DE GESTION (GES) EST RELEVE AU MEME PASSAGE
        FONCTION-LIER-FOYERS.
           PERFORM FONCTION-POSITIONNER-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF STATUT-COMPTE NOT = 'C'
                 IF ADRESSE NOT = SPACES
                    PERFORM FONCTION-RECHERCHER-FOYER
                 END-IF
                 IF GEST-EMPLOYE NOT = 0
                    PERFORM FONCTION-CONTROLER-GESTION
                 END-IF
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
        FONCTION-RECHERCHER-FOYER.
           MOVE NOM-CLIENT TO WS-NORM-ENTREE
           PERFORM FONCTION-NORMALISER
           MOVE WS-NORM-SORTIE TO WS-CAND-NOM-NORM
           PERFORM VARYING WS-FO-IDX FROM 1 BY 1
              UNTIL WS-FO-IDX > WS-TAB-FO-NB
              IF WS-TAB-FO-NOM(WS-FO-IDX) = WS-CAND-NOM-NORM
                 AND WS-TAB-FO-ADRESSE(WS-FO-IDX) = ADRESSE
                 MOVE NUM-COMPTE TO WS-CAND-COMPTE
                 MOVE NOM-CLIENT TO WS-CAND-NOM
                 MOVE 'F' TO WS-CAND-LIEN
                 MOVE 'N' TO WS-CAND-CERTITUDE
                 SET WS-AG-IDX TO WS-TAB-FO-AGENT(WS-FO-IDX)
                 PERFORM FONCTION-RANGER-LIEN
              END-IF
           END-PERFORM.
        FONCTION-CONTROLER-GESTION.
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
              UNTIL WS-LI-IDX > WS-TAB-LI-NB
              IF WS-TAB-LI-COMPTE(WS-LI-IDX) = NUM-COMPTE
                 SET WS-AG-IDX TO WS-TAB-LI-AGENT(WS-LI-IDX)
                 IF WS-TAB-AG-EMPID(WS-AG-IDX) = GEST-EMPLOYE
                    MOVE 'GES' TO WS-OP-SOURCE
                    MOVE WS-TAB-AG-OPERID(WS-AG-IDX) TO WS-OP-OPERID
                    MOVE NUM-COMPTE TO WS-OP-COMPTE
                    MOVE WS-DATE-TRT TO WS-OP-DATE
                    MOVE SPACES TO WS-OP-TRMID
                    MOVE 0 TO WS-OP-MONTANT
                    MOVE SPACES TO WS-OP-SENS
                    PERFORM FONCTION-SIGNALER
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * RAPPROCHEMENT D'UNE IDENTITE CLIENT AVEC TOUT LE PERSONNEL *
      **************************************************************
        FONCTION-RAPPROCHER-PERSONNEL.
           MOVE WS-CAND-NOM TO WS-NORM-ENTREE
           PERFORM FONCTION-NORMALISER
           MOVE WS-NORM-SORTIE TO WS-CAND-NOM-NORM
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
              UNTIL WS-AG-IDX > WS-TAB-AG-NB
              PERFORM FONCTION-COMPARER-IDENTITE
              IF WS-TROUVE = 'O'
                 PERFORM FONCTION-RANGER-LIEN
                 IF WS-CAND-LIEN = 'T'
                    AND ADRESSE NOT = SPACES
                    PERFORM FONCTION-RANGER-FOYER
                 END-IF
              END-IF
           END-PERFORM.
      *-- NOM ET PRENOM IDENTIQUES ; DEUX DATES DE NAISSANCE CONNUES
      *-- ET DIFFERENTES DESIGNENT UN HOMONYME
        FONCTION-COMPARER-IDENTITE.
           MOVE 'N' TO WS-TROUVE
           IF WS-CAND-NOM-NORM NOT = SPACES
              AND WS-TAB-AG-NOM(WS-AG-IDX) = WS-CAND-NOM-NORM
              AND WS-TAB-AG-PRENOM(WS-AG-IDX) = WS-CAND-PRENOM-NORM
              IF WS-TAB-AG-DATE-NAIS(WS-AG-IDX) = 0
                 OR WS-CAND-DATE-NAIS NOT NUMERIC
                 OR WS-CAND-DATE-NAIS = 0
                 MOVE 'O' TO WS-TROUVE
                 MOVE 'N' TO WS-CAND-CERTITUDE
              ELSE
                 IF WS-TAB-AG-DATE-NAIS(WS-AG-IDX) = WS-CAND-DATE-NAIS
                    MOVE 'O' TO WS-TROUVE
                    MOVE 'D' TO WS-CAND-CERTITUDE
                 END-IF
              END-IF
           END-IF.
      *-- UN SEUL LIEN PAR COMPTE ET PAR AGENT : LE PREMIER TROUVE
      *-- (TITULAIRE AVANT PERSONNE, COTITULAIRE PUIS FOYER) EST GARDE
        FONCTION-RANGER-LIEN.
           SET WS-AGENT-TRAITE TO WS-AG-IDX
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
              UNTIL WS-LI-IDX > WS-TAB-LI-NB OR WS-TROUVE = 'O'
              IF WS-TAB-LI-COMPTE(WS-LI-IDX) = WS-CAND-COMPTE
                 AND WS-TAB-LI-AGENT(WS-LI-IDX) = WS-AGENT-TRAITE
                 MOVE 'O' TO WS-TROUVE
              END-IF
           END-PERFORM
           IF WS-TROUVE = 'N'
              IF WS-TAB-LI-NB < 5000
                 ADD 1 TO WS-TAB-LI-NB
                 SET WS-LI-IDX TO WS-TAB-LI-NB
                 MOVE WS-CAND-COMPTE TO WS-TAB-LI-COMPTE(WS-LI-IDX)
                 MOVE WS-AGENT-TRAITE TO WS-TAB-LI-AGENT(WS-LI-IDX)
                 MOVE WS-TAB-AG-OPERID(WS-AG-IDX)
                      TO WS-TAB-LI-OPERID(WS-LI-IDX)
                 MOVE WS-CAND-LIEN TO WS-TAB-LI-LIEN(WS-LI-IDX)
                 MOVE WS-CAND-CERTITUDE
                      TO WS-TAB-LI-CERTITUDE(WS-LI-IDX)
                 MOVE WS-CAND-NOM TO WS-TAB-LI-NOM(WS-LI-IDX)
              ELSE
                 DISPLAY ' COMPTE LIE IGNORE (TABLE PLEINE) '
                 ADD 1 TO WS-CPT-ANOMALIES
              END-IF
           END-IF
           MOVE 'O' TO WS-TROUVE.
        FONCTION-RANGER-FOYER.
           IF WS-TAB-FO-NB < 1000
              ADD 1 TO WS-TAB-FO-NB
              SET WS-FO-IDX TO WS-TAB-FO-NB
              SET WS-TAB-FO-AGENT(WS-FO-IDX) TO WS-AG-IDX
              MOVE WS-CAND-NOM-NORM TO WS-TAB-FO-NOM(WS-FO-IDX)
              MOVE ADRESSE TO WS-TAB-FO-ADRESSE(WS-FO-IDX)
           ELSE
              DISPLAY ' FOYER IGNORE (TABLE PLEINE) '
              ADD 1 TO WS-CPT-ANOMALIES
           END-IF.
      *-- MAJUSCULES, LETTRES SEULES (BLANCS, TIRETS, APOSTROPHES
      *-- ET POINTS SUPPRIMES)
        FONCTION-NORMALISER.
           INSPECT WS-NORM-ENTREE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-SORTIE
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
              MOVE WS-NORM-ENTREE(WS-I:1) TO WS-CAR
              IF WS-CAR >= 'A' AND WS-CAR <= 'Z'
                 ADD 1 TO WS-J
                 MOVE WS-CAR TO WS-NORM-SORTIE(WS-J:1)
              END-IF
           END-PERFORM.
      **************************************************************
      * OPERATIONS DU JOUR : SAISIES ET VIREMENTS DU JOURNAL,      *
      * MODIFICATIONS ET REPRISES DE SUSPENS DE LA PISTE FAUDIT    *
      **************************************************************
        FONCTION-EXAMINER-SAISIES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-SAISHIS
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-EXAMINEES
              IF SHI-NAT = 'VIT'
                 MOVE 'VIR' TO WS-OP-SOURCE
              ELSE
                 MOVE 'SAI' TO WS-OP-SOURCE
              END-IF
              MOVE SHI-OPERID TO WS-OP-OPERID
              MOVE SHI-NUM-COMPTE TO WS-OP-COMPTE
              MOVE SHI-DATE-TRT TO WS-OP-DATE
              MOVE SHI-TRMID TO WS-OP-TRMID
              MOVE SHI-MONTANT TO WS-OP-MONTANT
              MOVE SHI-SENS TO WS-OP-SENS
              PERFORM FONCTION-CONTROLER-OPERATION
              PERFORM FONCTION-READ-SAISHIS
           END-PERFORM.
        FONCTION-EXAMINER-AUDIT.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-AUDIT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE SPACES TO WS-OP-SOURCE
              EVALUATE AUD-OPERATION
                 WHEN 'MODIF'
                 WHEN 'DEMANDE'
                    MOVE 'MOD' TO WS-OP-SOURCE
                 WHEN 'SUSPREP'
                    MOVE 'REP' TO WS-OP-SOURCE
              END-EVALUATE
              IF WS-OP-SOURCE NOT = SPACES
                 ADD 1 TO WS-CPT-EXAMINEES
                 PERFORM FONCTION-DECODER-DATE
                 MOVE AUD-OPERID TO WS-OP-OPERID
                 MOVE AUD-NUM-CPT TO WS-OP-COMPTE
                 MOVE WS-DATE-EVEN TO WS-OP-DATE
                 MOVE AUD-TRMID TO WS-OP-TRMID
                 MOVE 0 TO WS-OP-MONTANT
                 MOVE SPACES TO WS-OP-SENS
                 PERFORM FONCTION-CONTROLER-OPERATION
              END-IF
              PERFORM FONCTION-READ-AUDIT
           END-PERFORM.
        FONCTION-CONTROLER-OPERATION.
           IF WS-OP-OPERID NOT = SPACES
              SET WS-LI-IDX TO 1
              SEARCH WS-TAB-LI-ENTREE
                 AT END
                    CONTINUE
                 WHEN WS-TAB-LI-COMPTE(WS-LI-IDX) = WS-OP-COMPTE
                      AND WS-TAB-LI-OPERID(WS-LI-IDX) = WS-OP-OPERID
                    SET WS-AG-IDX TO WS-TAB-LI-AGENT(WS-LI-IDX)
                    PERFORM FONCTION-SIGNALER
              END-SEARCH
           END-IF.
      *-- SIGNALEMENT : FICHIER DE REVUE ET ETAT CONFIDENTIEL
        FONCTION-SIGNALER.
           ADD 1 TO WS-CPT-SIGNALEMENTS
           MOVE SPACES TO FRAREV
           MOVE WS-DATE-TRT TO FRV-DATE-DETECT
           MOVE WS-OP-SOURCE TO FRV-SOURCE
           MOVE WS-OP-OPERID TO FRV-OPERID
           MOVE WS-TAB-AG-EMPID(WS-AG-IDX) TO FRV-EMPID
           MOVE WS-OP-COMPTE TO FRV-NUM-COMPTE
           MOVE WS-TAB-LI-LIEN(WS-LI-IDX) TO FRV-LIEN
           MOVE WS-TAB-LI-CERTITUDE(WS-LI-IDX) TO FRV-CERTITUDE
           MOVE WS-OP-DATE TO FRV-DATE-OPER
           MOVE WS-OP-TRMID TO FRV-TRMID
           MOVE WS-OP-MONTANT TO FRV-MONTANT
           MOVE WS-OP-SENS TO FRV-SENS
           MOVE WS-TAB-LI-NOM(WS-LI-IDX) TO FRV-NOM
           WRITE FRAREV
           MOVE FRV-SOURCE TO WS-PRT-SOURCE
           MOVE FRV-OPERID TO WS-PRT-OPERID
           MOVE FRV-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE FRV-LIEN TO WS-PRT-LIEN
           MOVE FRV-CERTITUDE TO WS-PRT-CERTITUDE
           MOVE FRV-DATE-OPER TO WS-PRT-DATE
           MOVE FRV-TRMID TO WS-PRT-TRMID
           MOVE FRV-MONTANT TO WS-PRT-MONTANT
           MOVE FRV-SENS TO WS-PRT-SENS
           MOVE FRV-NOM TO WS-PRT-NOM
           MOVE WS-LIGNE-DETAIL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
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
        FONCTION-POSITIONNER-CLIENT.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO NUM-COMPTE
           START FCLIENT KEY IS >= NUM-COMPTE
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           IF WS-END-OF-FILE = 'N'
              PERFORM FONCTION-READ-CLIENT
           END-IF.
        FONCTION-READ-OPERAT.
           READ FOPERAT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-CLIENT.
           READ FCLIENT NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-PERSON.
           READ FPERSON
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-CLILINK.
           READ FCLILINK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-COTITU.
           READ FCOTITU
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-SAISHIS.
           READ FSAISHIS
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-AUDIT.
           READ FAUDIT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-TOTAL.
           MOVE WS-TAB-AG-NB TO WS-PRT-AGENTS
           MOVE WS-TAB-LI-NB TO WS-PRT-LIENS
           MOVE WS-CPT-EXAMINEES TO WS-PRT-EXAMINEES
           MOVE WS-CPT-SIGNALEMENTS TO WS-PRT-SIGNALEMENTS
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
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
           MOVE 'QUEST131' TO CTLLOG-JOB
           MOVE ' SIGNALEMENTS COMPTES LIES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-SIGNALEMENTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST131' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT
           CLOSE FPERSON
           CLOSE FCLILINK
           CLOSE FCOTITU
           CLOSE FSAISHIS
           CLOSE FAUDIT
           CLOSE FFRAREV
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
