      **************************************************************
      *PROGRAMME MENSUEL DE QUALITE DES DONNEES CLIENT : LE         *
      *BALAYAGE QUEST23 NE CONTROLE QUE LES CODES DE REFERENCE,     *
      *ALORS QUE DE NOMBREUX ETATS S'APPUIENT SUR DES ZONES QUE     *
      *PERSONNE NE VERIFIE. CHAQUE FICHE FCLIENT NON CLOTUREE EST   *
      *NOTEE SUR NEUF CONTROLES :                                   *
      *  EML  EMAIL-CLIENT ABSENT OU MAL FORME (UN SEUL '@', NI EN  *
      *       TETE NI EN FIN)                                       *
      *  TEL  TEL-CLIENT ABSENT OU MAL FORME (10 CHIFFRES, '0' EN   *
      *       TETE)                                                 *
      *  NAI  DATE-NAIS IMPOSSIBLE, ANTERIEURE A 1900 OU POSTERIEURE*
      *       A LA DATE DE TRAITEMENT                               *
      *  SEX  SEXE AUTRE QUE 'M' OU 'F'                             *
      *  SIT  SIT-SOCIAL HORS DES VALEURS ADMISES (PARAMETRE        *
      *       QUEST133-SITSOC)                                      *
      *  ADR  AUCUNE ADRESSE STRUCTUREE FADRESSE                    *
      *  PER  AUCUNE PERSONNE LIEE (FCLILINK VERS FPERSON)          *
      *  GES  GEST-EMPLOYE NON AFFECTE                              *
      *  KYC  AUCUNE PIECE AU DOSSIER FKYC                          *
      *LE TABLEAU DE BORD DONNE, PAR REGION PUIS PAR AGENCE         *
      *GESTIONNAIRE (FCPTAGE), LE NOMBRE DE FICHES, LA PART DE      *
      *FICHES SAINES ET LE NOMBRE D'ANOMALIES PAR CONTROLE. LA      *
      *LISTE DE TRAVAIL DONNE ENSUITE, POUR CHAQUE AGENCE, SES      *
      *FICHES LES PLUS MAUVAISES (PARAMETRE QUEST133-PIRES, TRI     *
      *SUR LE NOMBRE D'ANOMALIES DECROISSANT) A CORRIGER AU GUICHET *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST133.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FKYC ASSIGN TO DDKYC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KYC-CLE
           FILE STATUS IS FS-KYC.
           SELECT FCPTAGE ASSIGN TO DDCPTAGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AGC-NUM-COMPTE
           FILE STATUS IS FS-CPTAGE.
           SELECT FQUALITE-WK ASSIGN TO FWORK.
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
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 FILLER PIC X(14).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FKYC.
        01 KYC.
           05 KYC-CLE.
              10 KYC-NUM-COMPTE PIC X(6).
              10 KYC-TYPE-DOC PIC X(3).
           05 KYC-REFERENCE PIC X(12).
           05 KYC-DATE-DELIV PIC X(10).
           05 KYC-DATE-EXPIR PIC X(10).
           05 KYC-VERIFIE-PAR PIC X(4).
           05 FILLER PIC X(35).
        FD FCPTAGE.
        01 CPTAGE.
           05 AGC-NUM-COMPTE PIC X(6).
           05 AGC-CODE-AGENCE PIC X(3).
           05 FILLER PIC X(71).
        SD FQUALITE-WK.
        01 QUALITE-WK.
           05 QWK-AGENCE PIC X(3).
           05 QWK-NB-ANOMALIES PIC 9(1).
           05 QWK-NUM-COMPTE PIC X(6).
           05 QWK-CODE-REGION PIC 9(2).
           05 QWK-NOM PIC X(10).
           05 QWK-PRENOM PIC X(10).
           05 QWK-ANOMALIES PIC X(9).
           05 FILLER PIC X(9).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 WS-QUALITE-WK.
           05 WS-QWK-AGENCE PIC X(3).
           05 WS-QWK-NB-ANOMALIES PIC 9(1).
           05 WS-QWK-NUM-COMPTE PIC X(6).
           05 WS-QWK-CODE-REGION PIC 9(2).
           05 WS-QWK-NOM PIC X(10).
           05 WS-QWK-PRENOM PIC X(10).
           05 WS-QWK-ANOMALIES PIC X(9).
           05 FILLER PIC X(9).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-KYC PIC X(2).
        01 FS-CPTAGE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-TRT-N PIC 9(8).
        01 WS-SITSOC-ADMISES PIC X(10).
        01 WS-NB-PIRES PIC 9(3).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-FICHES PIC 9(7) VALUE 0.
        01 WS-CPT-CLOTURES PIC 9(7) VALUE 0.
        01 WS-CPT-EN-ANOMALIE PIC 9(7) VALUE 0.
        01 WS-CPT-LISTEES PIC 9(7) VALUE 0.
      *-- RESULTAT DES NEUF CONTROLES DE LA FICHE COURANTE : 'X' =
      *-- ANOMALIE, DANS L'ORDRE EML TEL NAI SEX SIT ADR PER GES KYC
        01 WS-ANOMALIES.
           05 WS-ANO PIC X(1) OCCURS 9 TIMES.
        01 WS-NB-ANOMALIES PIC 9(1).
        01 WS-LIB-CONTROLES-VAL PIC X(27) VALUE
              'EMLTELNAISEXSITADRPERGESKYC'.
        01 WS-LIB-CONTROLES REDEFINES WS-LIB-CONTROLES-VAL.
           05 WS-LIB-CTL PIC X(3) OCCURS 9 TIMES.
        01 WS-K PIC 9(2).
        01 WS-NB-AROBASE PIC 9(2).
        01 WS-AVANT-AROBASE PIC 9(2).
        01 WS-NB-VALEUR PIC 9(2).
        01 WS-AGENCE PIC X(3).
      *-- CONTROLE DE VRAISEMBLANCE DE LA DATE DE NAISSANCE
        01 WS-DATE-NAIS-X PIC X(8).
        01 WS-DATE-NAIS-R REDEFINES WS-DATE-NAIS-X.
           05 WS-DN-AAAA PIC 9(4).
           05 WS-DN-MM PIC 9(2).
           05 WS-DN-JJ PIC 9(2).
        01 WS-DN-QUOTIENT PIC 9(4).
        01 WS-DN-RESTE-4 PIC 9(3).
        01 WS-DN-RESTE-100 PIC 9(3).
        01 WS-DN-RESTE-400 PIC 9(3).
        01 WS-DN-MAX-JOUR PIC 9(2).
        01 WS-JOURS-MOIS-VAL PIC X(24) VALUE
              '312931303130313130313031'.
        01 WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VAL.
           05 WS-JM-NB PIC 9(2) OCCURS 12 TIMES.
      *-- TABLEAU DE BORD PAR REGION (RANG = CODE-REGION + 1) ET
      *-- PAR AGENCE GESTIONNAIRE ; L'ENTREE AGENCE '   ' REGROUPE
      *-- LES COMPTES ABSENTS DE FCPTAGE
        01 WS-TAB-REGIONS.
           05 WS-TAB-RG-ENTREE OCCURS 100 TIMES.
              10 WS-TAB-RG-FICHES PIC 9(7).
              10 WS-TAB-RG-SAINES PIC 9(7).
              10 WS-TAB-RG-ANO PIC 9(5) OCCURS 9 TIMES.
        01 WS-RG PIC 9(3).
        01 WS-TAB-AGENCES.
           05 WS-TAB-AG-NB PIC 9(4) VALUE 0.
           05 WS-TAB-AG-ENTREE OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-TAB-AG-NB
                INDEXED BY WS-AG-IDX.
              10 WS-TAB-AG-CODE PIC X(3).
              10 WS-TAB-AG-FICHES PIC 9(7).
              10 WS-TAB-AG-SAINES PIC 9(7).
              10 WS-TAB-AG-ANO PIC 9(5) OCCURS 9 TIMES.
        01 WS-SC-FICHES PIC 9(7).
        01 WS-SC-SAINES PIC 9(7).
        01 WS-AGENCE-COURANTE PIC X(3).
        01 WS-RANG-AGENCE PIC 9(5).
        01 WS-PREMIERE-AGENCE PIC X(1).
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST133'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST133'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-TITRE PIC X(76).
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ENTETE-SC.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIB-CODE PIC X(3).
           05 FILLER PIC X(16) VALUE '  FICHES  SAIN% '.
           05 WS-PRT-LIB-CTL OCCURS 9 TIMES.
              10 FILLER PIC X(3).
              10 WS-PRT-LIB-CTL-3 PIC X(3).
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-SCORE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FICHES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-SAINES PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ANO PIC ZZZZZ9 OCCURS 9 TIMES.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-AGENCE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' AGENCE '.
           05 WS-PRT-AGENCE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM-AGENCE PIC X(15).
           05 FILLER PIC X(50) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ENTETE-LT.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(45) VALUE
              ' COMPTE NOM        PRENOM     RG NB ANOMALIES'.
           05 FILLER PIC X(33) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TRAVAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REGION PIC 9(2).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-NB PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LISTE PIC X(36).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LISTE-PTR PIC 9(2).
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' FICHES CONTROLEES :'.
           05 WS-PRT-TOT-FICHES PIC ZZZZZZ9.
           05 FILLER PIC X(16) VALUE '  EN ANOMALIE :'.
           05 WS-PRT-TOT-ANOMALIE PIC ZZZZZZ9.
           05 FILLER PIC X(28) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN INPUT FADRESSE
           IF FS-ADRESSE = '00'
              DISPLAY ' FILE ADRESSE OPEN SUCCES : ' FS-ADRESSE
           ELSE
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
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
           OPEN INPUT FKYC
           IF FS-KYC = '00'
              DISPLAY ' FILE KYC OPEN SUCCES : ' FS-KYC
           ELSE
              MOVE 'FKYC' TO WS-ERR-FICHIER
              MOVE FS-KYC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCPTAGE
           IF FS-CPTAGE = '00'
              DISPLAY ' FILE CPTAGE OPEN SUCCES : ' FS-CPTAGE
           ELSE
              MOVE 'FCPTAGE' TO WS-ERR-FICHIER
              MOVE FS-CPTAGE TO WS-ERR-STATUT
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
           INITIALIZE WS-TAB-REGIONS
           SORT FQUALITE-WK
                ON ASCENDING KEY QWK-AGENCE
                ON DESCENDING KEY QWK-NB-ANOMALIES
                ON ASCENDING KEY QWK-NUM-COMPTE
                INPUT PROCEDURE FONCTION-NOTER-FICHES
                OUTPUT PROCEDURE IS FONCTION-EDITER-RESULTATS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           DISPLAY ' FICHES LUES : ' WS-CPT-FICHES
           DISPLAY ' FICHES CLOTUREES IGNOREES : ' WS-CPT-CLOTURES
           DISPLAY ' FICHES EN ANOMALIE : ' WS-CPT-EN-ANOMALIE
           DISPLAY ' FICHES A CORRIGER LISTEES : ' WS-CPT-LISTEES
           DISPLAY ' AGENCES : ' WS-TAB-AG-NB
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT, VALEURS ADMISES DE SIT-SOCIAL ET TAILLE*
      * DE LA LISTE DE TRAVAIL LUES DANS FPARAM VIA PGMPARAM       *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST133-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-DATE-NAIS-X(1:4)
           MOVE WS-DATE-TRT(6:2) TO WS-DATE-NAIS-X(5:2)
           MOVE WS-DATE-TRT(9:2) TO WS-DATE-NAIS-X(7:2)
           MOVE WS-DATE-NAIS-X TO WS-DATE-TRT-N
      *-- C CELIBATAIRE, M MARIE, D DIVORCE, V VEUF, P PACSE
           MOVE 'QUEST133-SITSOC' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'CMDVP' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:10) TO WS-SITSOC-ADMISES
           MOVE 'QUEST133-PIRES' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '10' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' PARAMETRE TAILLE LISTE INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(28:3) TO WS-NB-PIRES.
      **************************************************************
      * NOTATION DE CHAQUE FICHE NON CLOTUREE, CUMUL PAR REGION ET *
      * PAR AGENCE, FICHES EN ANOMALIE PASSEES AU TRI              *
      **************************************************************
        FONCTION-NOTER-FICHES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF STATUT-COMPTE = 'C'
                 ADD 1 TO WS-CPT-CLOTURES
              ELSE
                 ADD 1 TO WS-CPT-FICHES
                 PERFORM FONCTION-NOTER-FICHE
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
        FONCTION-NOTER-FICHE.
           MOVE SPACES TO WS-ANOMALIES
           PERFORM FONCTION-CONTROLER-EMAIL
           PERFORM FONCTION-CONTROLER-TEL
           PERFORM FONCTION-CONTROLER-NAISSANCE
           IF SEXE NOT = 'M' AND SEXE NOT = 'F'
              MOVE 'X' TO WS-ANO(4)
           END-IF
           PERFORM FONCTION-CONTROLER-SITUATION
           MOVE NU-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY MOVE 'X' TO WS-ANO(6)
           END-READ
           PERFORM FONCTION-CONTROLER-PERSONNE
           IF GEST-EMPLOYE NOT NUMERIC OR GEST-EMPLOYE = 0
              MOVE 'X' TO WS-ANO(8)
           END-IF
           PERFORM FONCTION-CONTROLER-KYC
           MOVE 0 TO WS-NB-ANOMALIES
           INSPECT WS-ANOMALIES TALLYING WS-NB-ANOMALIES FOR ALL 'X'
           MOVE NU-COMPTE TO AGC-NUM-COMPTE
           READ FCPTAGE
              INVALID KEY MOVE SPACES TO WS-AGENCE
              NOT INVALID KEY MOVE AGC-CODE-AGENCE TO WS-AGENCE
           END-READ
           PERFORM FONCTION-CUMULER-REGION
           PERFORM FONCTION-CUMULER-AGENCE
           IF WS-NB-ANOMALIES > 0
              ADD 1 TO WS-CPT-EN-ANOMALIE
              MOVE SPACES TO QUALITE-WK
              MOVE WS-AGENCE TO QWK-AGENCE
              MOVE WS-NB-ANOMALIES TO QWK-NB-ANOMALIES
              MOVE NU-COMPTE TO QWK-NUM-COMPTE
              MOVE CODE-REGION TO QWK-CODE-REGION
              MOVE NOM-CLIENT TO QWK-NOM
              MOVE PRENOM-CLIENT TO QWK-PRENOM
              MOVE WS-ANOMALIES TO QWK-ANOMALIES
              RELEASE QUALITE-WK
           END-IF.
        FONCTION-CONTROLER-EMAIL.
           IF EMAIL-CLIENT = SPACES
              MOVE 'X' TO WS-ANO(1)
           ELSE
              MOVE 0 TO WS-NB-AROBASE
              MOVE 0 TO WS-AVANT-AROBASE
              INSPECT EMAIL-CLIENT TALLYING WS-NB-AROBASE FOR ALL '@'
              INSPECT EMAIL-CLIENT TALLYING WS-AVANT-AROBASE
                      FOR CHARACTERS BEFORE INITIAL '@'
              IF WS-NB-AROBASE NOT = 1
                 OR WS-AVANT-AROBASE = 0
                 OR WS-AVANT-AROBASE > 7
                 OR EMAIL-CLIENT(1:1) = SPACE
                 MOVE 'X' TO WS-ANO(1)
              ELSE
                 IF EMAIL-CLIENT(WS-AVANT-AROBASE + 2:1) = SPACE
                    MOVE 'X' TO WS-ANO(1)
                 END-IF
              END-IF
           END-IF.
        FONCTION-CONTROLER-TEL.
           IF TEL-CLIENT = SPACES
              OR TEL-CLIENT NOT NUMERIC
              OR TEL-CLIENT(1:1) NOT = '0'
              MOVE 'X' TO WS-ANO(2)
           END-IF.
      *-- DATE AAAAMMJJ : MOIS ET JOUR EXISTANTS (29 FEVRIER LES
      *-- SEULES ANNEES BISSEXTILES), ANNEE 1900 AU MOINS, ET PAS
      *-- DE NAISSANCE APRES LA DATE DE TRAITEMENT
        FONCTION-CONTROLER-NAISSANCE.
           MOVE DATE-NAIS TO WS-DATE-NAIS-X
           IF WS-DATE-NAIS-X NOT NUMERIC
              MOVE 'X' TO WS-ANO(3)
           ELSE
              IF WS-DN-AAAA < 1900
                 OR WS-DN-MM < 1 OR WS-DN-MM > 12
                 OR WS-DN-JJ < 1
                 OR DATE-NAIS > WS-DATE-TRT-N
                 MOVE 'X' TO WS-ANO(3)
              ELSE
                 MOVE WS-JM-NB(WS-DN-MM) TO WS-DN-MAX-JOUR
                 IF WS-DN-MM = 2
                    PERFORM FONCTION-FEVRIER-NAISSANCE
                 END-IF
                 IF WS-DN-JJ > WS-DN-MAX-JOUR
                    MOVE 'X' TO WS-ANO(3)
                 END-IF
              END-IF
           END-IF.
        FONCTION-FEVRIER-NAISSANCE.
           DIVIDE WS-DN-AAAA BY 4 GIVING WS-DN-QUOTIENT
                  REMAINDER WS-DN-RESTE-4
           DIVIDE WS-DN-AAAA BY 100 GIVING WS-DN-QUOTIENT
                  REMAINDER WS-DN-RESTE-100
           DIVIDE WS-DN-AAAA BY 400 GIVING WS-DN-QUOTIENT
                  REMAINDER WS-DN-RESTE-400
           IF WS-DN-RESTE-400 = 0
              OR (WS-DN-RESTE-4 = 0 AND WS-DN-RESTE-100 NOT = 0)
              MOVE 29 TO WS-DN-MAX-JOUR
           ELSE
              MOVE 28 TO WS-DN-MAX-JOUR
           END-IF.
        FONCTION-CONTROLER-SITUATION.
           IF SIT-SOCIAL = SPACE
              MOVE 'X' TO WS-ANO(5)
           ELSE
              MOVE 0 TO WS-NB-VALEUR
              INSPECT WS-SITSOC-ADMISES TALLYING WS-NB-VALEUR
                      FOR ALL SIT-SOCIAL
              IF WS-NB-VALEUR = 0
                 MOVE 'X' TO WS-ANO(5)
              END-IF
           END-IF.
        FONCTION-CONTROLER-PERSONNE.
           MOVE NU-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              INVALID KEY
                 MOVE 'X' TO WS-ANO(7)
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO PER-NUM-CLIENT
                 READ FPERSON
                    INVALID KEY MOVE 'X' TO WS-ANO(7)
                 END-READ
           END-READ.
        FONCTION-CONTROLER-KYC.
           MOVE NU-COMPTE TO KYC-NUM-COMPTE
           MOVE LOW-VALUES TO KYC-TYPE-DOC
           START FKYC KEY IS >= KYC-CLE
              INVALID KEY
                 MOVE 'X' TO WS-ANO(9)
              NOT INVALID KEY
                 READ FKYC NEXT
                    AT END MOVE 'X' TO WS-ANO(9)
                 END-READ
                 IF WS-ANO(9) = SPACE
                    AND KYC-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'X' TO WS-ANO(9)
                 END-IF
           END-START.
        FONCTION-CUMULER-REGION.
           IF CODE-REGION NUMERIC
              COMPUTE WS-RG = CODE-REGION + 1
           ELSE
              MOVE 100 TO WS-RG
           END-IF
           ADD 1 TO WS-TAB-RG-FICHES(WS-RG)
           IF WS-NB-ANOMALIES = 0
              ADD 1 TO WS-TAB-RG-SAINES(WS-RG)
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              IF WS-ANO(WS-K) = 'X'
                 ADD 1 TO WS-TAB-RG-ANO(WS-RG, WS-K)
              END-IF
           END-PERFORM.
        FONCTION-CUMULER-AGENCE.
           SET WS-AG-IDX TO 1
           SEARCH WS-TAB-AG-ENTREE
              AT END
                 IF WS-TAB-AG-NB < 500
                    ADD 1 TO WS-TAB-AG-NB
                    SET WS-AG-IDX TO WS-TAB-AG-NB
                    INITIALIZE WS-TAB-AG-ENTREE(WS-AG-IDX)
                    MOVE WS-AGENCE TO WS-TAB-AG-CODE(WS-AG-IDX)
                    PERFORM FONCTION-CUMULER-ENTREE-AGENCE
                 ELSE
                    DISPLAY ' TABLE DES AGENCES PLEINE : ' WS-AGENCE
                 END-IF
              WHEN WS-TAB-AG-CODE(WS-AG-IDX) = WS-AGENCE
                 PERFORM FONCTION-CUMULER-ENTREE-AGENCE
           END-SEARCH.
        FONCTION-CUMULER-ENTREE-AGENCE.
           ADD 1 TO WS-TAB-AG-FICHES(WS-AG-IDX)
           IF WS-NB-ANOMALIES = 0
              ADD 1 TO WS-TAB-AG-SAINES(WS-AG-IDX)
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              IF WS-ANO(WS-K) = 'X'
                 ADD 1 TO WS-TAB-AG-ANO(WS-AG-IDX, WS-K)
              END-IF
           END-PERFORM.
      **************************************************************
      * TABLEAUX DE BORD PAR REGION ET PAR AGENCE, PUIS LISTE DE   *
      * TRAVAIL DES FICHES LES PLUS MAUVAISES DE CHAQUE AGENCE     *
      **************************************************************
        FONCTION-EDITER-RESULTATS.
           MOVE ' TABLEAU DE BORD QUALITE PAR REGION' TO WS-PRT-TITRE
           MOVE 'REG' TO WS-PRT-LIB-CODE
           PERFORM FONCTION-PRINT-ENTETE-SCORE
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > 100
              IF WS-TAB-RG-FICHES(WS-RG) > 0
                 PERFORM FONCTION-PRINT-SCORE-REGION
              END-IF
           END-PERFORM
           MOVE ' TABLEAU DE BORD QUALITE PAR AGENCE GESTIONNAIRE'
                TO WS-PRT-TITRE
           MOVE 'AGC' TO WS-PRT-LIB-CODE
           PERFORM FONCTION-PRINT-ENTETE-SCORE
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-TAB-AG-NB
              PERFORM FONCTION-PRINT-SCORE-AGENCE
           END-PERFORM
           MOVE ' FICHES A CORRIGER PAR AGENCE (LES PLUS MAUVAISES)'
                TO WS-PRT-TITRE
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-ENTETE-LT TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT
           MOVE 'O' TO WS-PREMIERE-AGENCE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-QUALITE-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF WS-PREMIERE-AGENCE = 'O'
                 OR WS-QWK-AGENCE NOT = WS-AGENCE-COURANTE
                 PERFORM FONCTION-CHANGER-AGENCE
              END-IF
              ADD 1 TO WS-RANG-AGENCE
              IF WS-RANG-AGENCE <= WS-NB-PIRES
                 PERFORM FONCTION-PRINT-TRAVAIL
              END-IF
              PERFORM FONCTION-READ-QUALITE-WK
           END-PERFORM.
        FONCTION-PRINT-ENTETE-SCORE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              MOVE SPACES TO WS-PRT-LIB-CTL(WS-K)
              MOVE WS-LIB-CTL(WS-K) TO WS-PRT-LIB-CTL-3(WS-K)
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-ENTETE-SC TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-SCORE-REGION.
           COMPUTE WS-K = WS-RG - 1
           IF WS-RG = 100
              MOVE '?? ' TO WS-PRT-CODE
           ELSE
              MOVE WS-K TO WS-PRT-CODE(1:2)
              MOVE SPACE TO WS-PRT-CODE(3:1)
           END-IF
           MOVE WS-TAB-RG-FICHES(WS-RG) TO WS-SC-FICHES
           MOVE WS-TAB-RG-SAINES(WS-RG) TO WS-SC-SAINES
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              MOVE WS-TAB-RG-ANO(WS-RG, WS-K) TO WS-PRT-ANO(WS-K)
           END-PERFORM
           PERFORM FONCTION-PRINT-SCORE.
        FONCTION-PRINT-SCORE-AGENCE.
           IF WS-TAB-AG-CODE(WS-AG-IDX) = SPACES
              MOVE '---' TO WS-PRT-CODE
           ELSE
              MOVE WS-TAB-AG-CODE(WS-AG-IDX) TO WS-PRT-CODE
           END-IF
           MOVE WS-TAB-AG-FICHES(WS-AG-IDX) TO WS-SC-FICHES
           MOVE WS-TAB-AG-SAINES(WS-AG-IDX) TO WS-SC-SAINES
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              MOVE WS-TAB-AG-ANO(WS-AG-IDX, WS-K) TO WS-PRT-ANO(WS-K)
           END-PERFORM
           PERFORM FONCTION-PRINT-SCORE.
        FONCTION-PRINT-SCORE.
           MOVE WS-SC-FICHES TO WS-PRT-FICHES
           COMPUTE WS-PRT-SAINES ROUNDED =
                   WS-SC-SAINES * 100 / WS-SC-FICHES
           MOVE WS-LIGNE-SCORE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- LES COMPTES SANS AGENCE DANS FCPTAGE SONT REGROUPES EN
      *-- TETE DE LISTE SOUS L'AGENCE '---'
        FONCTION-CHANGER-AGENCE.
           MOVE 'N' TO WS-PREMIERE-AGENCE
           MOVE WS-QWK-AGENCE TO WS-AGENCE-COURANTE
           MOVE 0 TO WS-RANG-AGENCE
           IF WS-QWK-AGENCE = SPACES
              MOVE '---' TO WS-PRT-AGENCE
              MOVE 'SANS AGENCE' TO WS-PRT-NOM-AGENCE
           ELSE
              MOVE WS-QWK-AGENCE TO WS-PRT-AGENCE
              MOVE 'L' TO WS-REF-ACTION
              MOVE 'AGENCE' TO WS-REF-TABLE
              MOVE WS-QWK-AGENCE TO WS-REF-CODE
              CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                    WS-REF-CODE, WS-REF-LIBELLE,
                                    WS-REF-CODE-LIE, WS-REF-RANG,
                                    WS-REF-CR
              MOVE WS-REF-LIBELLE TO WS-PRT-NOM-AGENCE
           END-IF
           MOVE WS-LIGNE-AGENCE TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TRAVAIL.
           ADD 1 TO WS-CPT-LISTEES
           MOVE WS-QWK-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE WS-QWK-NOM TO WS-PRT-NOM
           MOVE WS-QWK-PRENOM TO WS-PRT-PRENOM
           MOVE WS-QWK-CODE-REGION TO WS-PRT-REGION
           MOVE WS-QWK-NB-ANOMALIES TO WS-PRT-NB
           MOVE SPACES TO WS-PRT-LISTE
           MOVE 1 TO WS-LISTE-PTR
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 9
              IF WS-QWK-ANOMALIES(WS-K:1) = 'X'
                 STRING WS-LIB-CTL(WS-K) DELIMITED SIZE
                        ' ' DELIMITED SIZE
                        INTO WS-PRT-LISTE WITH POINTER WS-LISTE-PTR
              END-IF
           END-PERFORM
           MOVE WS-LIGNE-TRAVAIL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-QUALITE-WK.
           RETURN FQUALITE-WK INTO WS-QUALITE-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-FICHES TO WS-PRT-TOT-FICHES
           MOVE WS-CPT-EN-ANOMALIE TO WS-PRT-TOT-ANOMALIE
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
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
           MOVE 'QUEST133' TO CTLLOG-JOB
           MOVE ' FICHES CLIENT EN ANOMALIE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EN-ANOMALIE TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST133' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FCLILINK
           CLOSE FPERSON
           CLOSE FKYC
           CLOSE FCPTAGE
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
