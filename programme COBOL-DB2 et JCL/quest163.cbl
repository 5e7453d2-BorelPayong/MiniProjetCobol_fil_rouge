      **************************************************************
      *PROGRAMME D'EXTRACTION DU DROIT D'ACCES D'UNE PERSONNE A SES *
      *DONNEES (DEMANDE D'ACCES RGPD). LA PERSONNE EST DESIGNEE PAR *
      *SON NUMERO FPERSON (QUEST163-PERSONNE) OU PAR UN COMPTE      *
      *(QUEST163-COMPTE) ; UN COMPTE RATTACHE A UNE PERSONNE PAR    *
      *FCLILINK EST ETENDU A TOUS LES COMPTES DE CETTE PERSONNE.    *
      *SONT RASSEMBLES, COMPTE PAR COMPTE : L'IDENTITE FPERSON, LES *
      *RATTACHEMENTS FCLILINK, L'ENREGISTREMENT FCLIENT, L'ADRESSE  *
      *FADRESSE, LES ROLES DE COTITULAIRE FCOTITU (RAPPROCHES SUR   *
      *LES NOM ET PRENOM, A CONFIRMER PAR LE SERVICE), LES PIECES   *
      *FKYC, LES MOUVEMENTS FMOUVIX ET ARCHIVES FARCHIX, L'HISTO-   *
      *RIQUE DE MAINTENANCE FAUDIT, LES ABONNEMENTS FALERTE, LE     *
      *SCORE FSCORE, LE SEGMENT FSEGMENT ET LE GESTIONNAIRE DE      *
      *PORTEFEUILLE DE LA TABLE DB2 EMPLOYES (NOM SEUL, ACCESSEUR   *
      *REFLEMP). LES CAS DE REVUE ANTI-BLANCHIMENT FLCBREV SONT     *
      *COUVERTS PAR L'INTERDICTION DE DIVULGATION : ILS NE SONT     *
      *COMMUNIQUES QUE CLOS ('C') ET SUR AUTORISATION DE LA         *
      *CONFORMITE (QUEST163-LCB = 'O', DEFAUT 'N') ; UN CAS NON     *
      *COMMUNIQUE N'EST NI EDITE NI COMPTE, ET LA MENTION DE        *
      *FLCBREV EST LA MEME QU'IL Y AIT DES CAS OU NON.              *
      *SORTIES : LE DOCUMENT LISIBLE DDPRINT ET LE FICHIER          *
      *STRUCTURE FDSAR ('E' ENTETE, 'D' DONNEE PAR RUBRIQUE, 'F'    *
      *FICHIER CONSULTE ET NOMBRE D'ENREGISTREMENTS TROUVES, 'T'    *
      *FIN AVEC LE NOMBRE D'ENREGISTREMENTS). LES DEUX PORTENT LA   *
      *DATE DE RECHERCHE QUEST163-DATE ET LA LISTE DES FICHIERS     *
      *CONSULTES. CODE RETOUR 8 SI LA DEMANDE EST MAL DESIGNEE OU   *
      *INCONNUE, 4 SI LA TABLE DES COMPTES EST SATUREE              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST163.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
           SELECT FKYC ASSIGN TO DDKYC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KYC-CLE
           FILE STATUS IS FS-KYC.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FARCHIX ASSIGN TO DDARCHIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARX-CLE
           FILE STATUS IS FS-ARCHIX.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FALERTE ASSIGN TO DDALERTE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ALE-CLE
           FILE STATUS IS FS-ALERTE.
           SELECT FSCORE ASSIGN TO DDSCORE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SCORE.
           SELECT FSEGMENT ASSIGN TO DDSEGMEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SEG-NUM-COMPTE
           FILE STATUS IS FS-SEGMENT.
           SELECT FLCBREV ASSIGN TO DDLCBREV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LCBREV.
           SELECT FDSAR ASSIGN TO DDDSAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DSAR.
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
        FD FCLIENT.
           COPY CLIENT.
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FCOTITU.
        01 COTITU.
           05 COT-CLE.
              10 COT-NUM-COMPTE PIC X(6).
              10 COT-SEQ PIC 9(2).
           05 COT-NOM PIC X(10).
           05 COT-PRENOM PIC X(10).
           05 COT-ROLE PIC X(1).
           05 FILLER PIC X(51).
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
        FD FMOUVIX.
           COPY MOUVIDX.
        FD FARCHIX.
        01 ARCHIX.
           05 ARX-CLE.
              10 ARX-NUM-COMPTE PIC X(6).
              10 ARX-DATE-MOUV PIC X(10).
              10 ARX-SEQ PIC 9(4).
           05 ARX-LIBELLE-MOUV PIC X(15).
           05 ARX-MONT-MOUV PIC 9(6)V99.
           05 ARX-SENS-MOUV PIC X(2).
           05 ARX-NAT-MOUV PIC X(3).
           05 ARX-REF-MOUV PIC 9(8).
           05 ARX-CODE-AGENCE PIC X(3).
           05 ARX-CODE-DEVISE PIC X(3).
           05 ARX-MONT-DEVISE PIC 9(6)V99.
           05 FILLER PIC X(10).
        FD FAUDIT.
        01 AUDIT-REC.
           05 AUD-TRMID PIC X(4).
           05 AUD-OPERID PIC X(4).
           05 AUD-DATE PIC S9(7) COMP.
           05 AUD-TIME PIC S9(7) COMP.
           05 AUD-OPERATION PIC X(8).
           05 AUD-NUM-CPT PIC X(6).
           05 AUD-AVANT PIC X(101).
        FD FALERTE.
        01 ALERTE.
           05 ALE-CLE.
              10 ALE-NUM-COMPTE PIC X(6).
              10 ALE-TYPE PIC X(1).
           05 ALE-SEUIL PIC 9(8)V99.
           05 FILLER PIC X(63).
        FD FSCORE.
        01 SCORE.
           05 SCO-NUM-COMPTE PIC X(6).
           05 SCO-SCORE PIC 9(3).
           05 SCO-PTS-SOLDE PIC 9(3).
           05 SCO-PTS-LIMITE PIC 9(3).
           05 SCO-PTS-FREQ PIC 9(3).
           05 SCO-PTS-DB PIC 9(3).
           05 FILLER PIC X(59).
        FD FSEGMENT.
        01 SEGMENT-REC.
           05 SEG-NUM-COMPTE PIC X(6).
           05 SEG-CODE PIC X(1).
           05 SEG-DATE-MAJ PIC X(10).
           05 FILLER PIC X(63).
        FD FLCBREV.
        01 LCBREV.
           05 REV-TYPE-CAS PIC X(1).
           05 REV-NUM-COMPTE PIC X(6).
           05 REV-NOM PIC X(10).
           05 REV-PRENOM PIC X(10).
           05 REV-MONTANT PIC 9(8)V99.
           05 REV-NAT-MOUV PIC X(3).
           05 REV-DATE PIC X(10).
           05 REV-NB-MOUV PIC 9(4).
           05 REV-STATUT PIC X(1).
           05 FILLER PIC X(25).
      *-- FICHIER STRUCTURE DE LA DEMANDE : UNE DONNEE PAR RUBRIQUE
        FD FDSAR.
        01 DSAR-REC.
           05 DSR-TYPE-ENR PIC X(1).
           05 DSR-NUM-CLIENT PIC X(8).
           05 DSR-NUM-COMPTE PIC X(6).
           05 DSR-FICHIER PIC X(8).
           05 DSR-RUBRIQUE PIC X(12).
           05 DSR-VALEUR PIC X(57).
           05 DSR-DATE-RECHERCHE PIC X(10).
           05 FILLER PIC X(18).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-PERSON PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-KYC PIC X(2).
        01 FS-MOUVIX PIC X(2).
        01 FS-ARCHIX PIC X(2).
        01 FS-AUDIT PIC X(2).
        01 FS-ALERTE PIC X(2).
        01 FS-SCORE PIC X(2).
        01 FS-SEGMENT PIC X(2).
        01 FS-LCBREV PIC X(2).
        01 FS-DSAR PIC X(2).
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
        01 WS-LCB-DIVULGATION PIC X(1).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
      *-- DESIGNATION DE LA PERSONNE ET IDENTITE DE RAPPROCHEMENT
        01 WS-DEM-PERSONNE PIC X(8).
        01 WS-DEM-COMPTE PIC X(6).
        01 WS-DEM-NOM PIC X(10).
        01 WS-DEM-PRENOM PIC X(10).
      *-- COMPTES DE LA PERSONNE
        01 WS-TAB-COMPTES.
           05 WS-TAB-CP-NB PIC 9(4) VALUE 0.
           05 WS-TAB-CP-ENTREE OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-TAB-CP-NB
                INDEXED BY WS-CP-IDX.
              10 WS-TAB-CP-COMPTE PIC X(6).
              10 WS-TAB-CP-GEST PIC 9(9).
      *-- FICHIERS CONSULTES ET NOMBRE D'ENREGISTREMENTS TROUVES
        01 WS-FICHIERS-VAL.
           05 FILLER PIC X(38) VALUE
              'FPERSON REFERENTIEL DES PERSONNES     '.
           05 FILLER PIC X(38) VALUE
              'FCLILINKRATTACHEMENT COMPTE PERSONNE  '.
           05 FILLER PIC X(38) VALUE
              'FCLIENT COMPTES CLIENTS               '.
           05 FILLER PIC X(38) VALUE
              'FADRESSEADRESSES POSTALES             '.
           05 FILLER PIC X(38) VALUE
              'FCOTITU COTITULAIRES ET MANDATAIRES   '.
           05 FILLER PIC X(38) VALUE
              'FKYC    PIECES D''IDENTITE (KYC)       '.
           05 FILLER PIC X(38) VALUE
              'FMOUVIX MOUVEMENTS                    '.
           05 FILLER PIC X(38) VALUE
              'FARCHIX MOUVEMENTS ARCHIVES           '.
           05 FILLER PIC X(38) VALUE
              'FAUDIT  HISTORIQUE DE MAINTENANCE     '.
           05 FILLER PIC X(38) VALUE
              'FALERTE ABONNEMENTS AUX ALERTES       '.
           05 FILLER PIC X(38) VALUE
              'FSCORE  SCORE DE RISQUE               '.
           05 FILLER PIC X(38) VALUE
              'FSEGMENTSEGMENT DE CLIENTELE          '.
           05 FILLER PIC X(38) VALUE
              'EMPLOYESGESTIONNAIRE DE PORTEFEUILLE  '.
           05 FILLER PIC X(38) VALUE
              'FLCBREV REVUE ANTI-BLANCHIMENT        '.
        01 WS-FICHIERS REDEFINES WS-FICHIERS-VAL.
           05 WS-FI-ENTREE OCCURS 14 TIMES.
              10 WS-FI-NOM PIC X(8).
              10 WS-FI-LIBELLE PIC X(30).
        01 WS-FI-COMPTEURS.
           05 WS-FI-NB PIC 9(5) OCCURS 14 TIMES.
        01 WS-FI-RANG PIC 9(2).
      *-- DONNEE EMISE DANS LE DOCUMENT ET LE FICHIER STRUCTURE
        01 WS-DONNEE.
           05 WS-DON-COMPTE PIC X(6).
           05 WS-DON-RUBRIQUE PIC X(12).
           05 WS-DON-VALEUR PIC X(57).
        01 WS-ED-MONTANT PIC ZZZZZZZ9.99-.
        01 WS-ED-SCORE PIC ZZ9.
        01 WS-ED-NOMBRE PIC ZZZZ9.
        01 WS-DATE-NUM PIC 9(8).
        01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM.
           05 WS-DN-AAAA PIC X(4).
           05 WS-DN-MM PIC X(2).
           05 WS-DN-JJ PIC X(2).
        01 WS-DATE-EDIT.
           05 WS-DX-AAAA PIC X(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DX-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DX-JJ PIC X(2).
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
        01 WS-HEURE-BRUTE PIC 9(7).
        01 WS-HEURE-EDIT.
           05 WS-HE-HH PIC X(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HE-MM PIC X(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HE-SS PIC X(2).
        01 WS-CPT-DONNEES PIC 9(7) VALUE 0.
        01 WS-CPT-ENREG-DSAR PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST163'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST163'.
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
              '   COMMUNICATION DES DONNEES PERSONNELLES'.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' PERSONNE : '.
           05 WS-PRT-PERSONNE PIC X(8).
           05 FILLER PIC X(11) VALUE ' COMPTE : '.
           05 WS-PRT-DEM-COMPTE PIC X(6).
           05 FILLER PIC X(23) VALUE ' DATE DE RECHERCHE : '.
           05 WS-PRT-DATE-TRT PIC X(10).
           05 FILLER PIC X(8) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-SECTION.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SEC-FICHIER PIC X(8).
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-SEC-LIBELLE PIC X(30).
           05 FILLER PIC X(36) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DONNEE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RUBRIQUE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-VALEUR PIC X(57).
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(60) VALUE
              ' FICHIERS CONSULTES                        TROUVES'.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-FICHIER.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FI-NOM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FI-LIBELLE PIC X(30).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-FI-NB PIC X(30).
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
           OPEN INPUT FMOUVIX
           IF FS-MOUVIX = '00'
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FARCHIX
           IF FS-ARCHIX = '00'
              DISPLAY ' FILE ARCHIX OPEN SUCCES : ' FS-ARCHIX
           ELSE
              MOVE 'FARCHIX' TO WS-ERR-FICHIER
              MOVE FS-ARCHIX TO WS-ERR-STATUT
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
           OPEN INPUT FSCORE
           IF FS-SCORE = '00'
              DISPLAY ' FILE SCORE OPEN SUCCES : ' FS-SCORE
           ELSE
              MOVE 'FSCORE' TO WS-ERR-FICHIER
              MOVE FS-SCORE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSEGMENT
           IF FS-SEGMENT = '00'
              DISPLAY ' FILE SEGMENT OPEN SUCCES : ' FS-SEGMENT
           ELSE
              MOVE 'FSEGMENT' TO WS-ERR-FICHIER
              MOVE FS-SEGMENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FLCBREV
           IF FS-LCBREV = '00'
              DISPLAY ' FILE LCBREV OPEN SUCCES : ' FS-LCBREV
           ELSE
              MOVE 'FLCBREV' TO WS-ERR-FICHIER
              MOVE FS-LCBREV TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FDSAR
           IF FS-DSAR = '00'
              DISPLAY ' FILE DSAR OPEN SUCCES : ' FS-DSAR
           ELSE
              MOVE 'FDSAR' TO WS-ERR-FICHIER
              MOVE FS-DSAR TO WS-ERR-STATUT
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
           PERFORM FONCTION-RESOUDRE-DEMANDE
           PERFORM FONCTION-EDITER-ENTETE
           PERFORM FONCTION-EXTRAIRE-PERSONNE
           PERFORM FONCTION-EXTRAIRE-RATTACHEMENTS
           PERFORM FONCTION-EXTRAIRE-CLIENTS
           PERFORM FONCTION-EXTRAIRE-ADRESSES
           PERFORM FONCTION-EXTRAIRE-COTITULAIRES
           PERFORM FONCTION-EXTRAIRE-KYC
           PERFORM FONCTION-EXTRAIRE-MOUVEMENTS
           PERFORM FONCTION-EXTRAIRE-ARCHIVES
           PERFORM FONCTION-EXTRAIRE-AUDIT
           PERFORM FONCTION-EXTRAIRE-ALERTES
           PERFORM FONCTION-EXTRAIRE-SCORES
           PERFORM FONCTION-EXTRAIRE-SEGMENTS
           PERFORM FONCTION-EXTRAIRE-GESTIONNAIRES
           PERFORM FONCTION-EXTRAIRE-LCB
           PERFORM FONCTION-EDITER-FICHIERS
           DISPLAY ' COMPTES DE LA PERSONNE : ' WS-TAB-CP-NB
           DISPLAY ' DONNEES COMMUNIQUEES : ' WS-CPT-DONNEES
           DISPLAY ' ENREGISTREMENTS FDSAR : ' WS-CPT-ENREG-DSAR
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST163-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST163-PERSONNE' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:8) TO WS-DEM-PERSONNE
           MOVE 'QUEST163-COMPTE' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:6) TO WS-DEM-COMPTE
           IF (WS-DEM-PERSONNE = SPACES AND WS-DEM-COMPTE = SPACES)
              OR (WS-DEM-PERSONNE NOT = SPACES
                  AND WS-DEM-COMPTE NOT = SPACES)
              DISPLAY ' DESIGNER UNE PERSONNE OU UN COMPTE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'QUEST163-LCB' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-VALEUR(1:1) = 'O'
              MOVE 'O' TO WS-LCB-DIVULGATION
           ELSE
              MOVE 'N' TO WS-LCB-DIVULGATION
           END-IF.
      **************************************************************
      * RESOLUTION DE LA DEMANDE : UN COMPTE RATTACHE A UNE        *
      * PERSONNE EST ETENDU A TOUS LES COMPTES DE LA PERSONNE      *
      **************************************************************
        FONCTION-RESOUDRE-DEMANDE.
           IF WS-DEM-COMPTE NOT = SPACES
              MOVE WS-DEM-COMPTE TO NUM-COMPTE
              READ FCLIENT
                 INVALID KEY
                    DISPLAY ' COMPTE INCONNU : ' WS-DEM-COMPTE
                    MOVE 'FCLIENT' TO WS-ERR-FICHIER
                    MOVE FS-CLIENT TO WS-ERR-STATUT
                    MOVE 'FONCTION-RESOUDRE-DEMANDE'
                      TO WS-ERR-PARAGRAPHE
                    MOVE NUM-COMPTE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    MOVE 8 TO RETURN-CODE
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
              MOVE NOM-CLIENT TO WS-DEM-NOM
              MOVE PRENOM-CLIENT TO WS-DEM-PRENOM
              MOVE WS-DEM-COMPTE TO LNK-NUM-COMPTE
              READ FCLILINK
                 INVALID KEY MOVE SPACES TO LNK-NUM-CLIENT
              END-READ
              IF FS-CLILINK = '00' AND LNK-NUM-CLIENT NOT = SPACES
                 MOVE LNK-NUM-CLIENT TO WS-DEM-PERSONNE
              ELSE
                 MOVE 1 TO WS-TAB-CP-NB
                 MOVE WS-DEM-COMPTE TO WS-TAB-CP-COMPTE(1)
                 MOVE 0 TO WS-TAB-CP-GEST(1)
              END-IF
           END-IF
           IF WS-DEM-PERSONNE NOT = SPACES
              MOVE WS-DEM-PERSONNE TO PER-NUM-CLIENT
              READ FPERSON
                 INVALID KEY
                    DISPLAY ' PERSONNE INCONNUE : ' WS-DEM-PERSONNE
                    MOVE 'FPERSON' TO WS-ERR-FICHIER
                    MOVE FS-PERSON TO WS-ERR-STATUT
                    MOVE 'FONCTION-RESOUDRE-DEMANDE'
                      TO WS-ERR-PARAGRAPHE
                    MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    MOVE 8 TO RETURN-CODE
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
              MOVE PER-NOM TO WS-DEM-NOM
              MOVE PER-PRENOM TO WS-DEM-PRENOM
              PERFORM FONCTION-CHARGER-COMPTES
           END-IF.
        FONCTION-CHARGER-COMPTES.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO LNK-NUM-COMPTE
           START FCLILINK KEY IS >= LNK-NUM-COMPTE
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCLILINK NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 AND LNK-NUM-CLIENT = WS-DEM-PERSONNE
                 PERFORM FONCTION-RANGER-COMPTE
              END-IF
           END-PERFORM.
        FONCTION-RANGER-COMPTE.
           IF WS-TAB-CP-NB < 200
              ADD 1 TO WS-TAB-CP-NB
              MOVE LNK-NUM-COMPTE TO WS-TAB-CP-COMPTE(WS-TAB-CP-NB)
              MOVE 0 TO WS-TAB-CP-GEST(WS-TAB-CP-NB)
           ELSE
              DISPLAY ' COMPTE IGNORE (TABLE PLEINE) : '
                      LNK-NUM-COMPTE
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-EDITER-ENTETE.
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DEM-PERSONNE TO WS-PRT-PERSONNE
           MOVE WS-DEM-COMPTE TO WS-PRT-DEM-COMPTE
           MOVE WS-DATE-TRT TO WS-PRT-DATE-TRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO DSAR-REC
           MOVE 'E' TO DSR-TYPE-ENR
           MOVE WS-DEM-PERSONNE TO DSR-NUM-CLIENT
           MOVE WS-DEM-COMPTE TO DSR-NUM-COMPTE
           MOVE 'QUEST163' TO DSR-FICHIER
           MOVE 'DEMANDE' TO DSR-RUBRIQUE
           MOVE 'COMMUNICATION DES DONNEES PERSONNELLES' TO DSR-VALEUR
           PERFORM FONCTION-ECRIRE-DSAR
           INITIALIZE WS-FI-COMPTEURS.
      **************************************************************
      * IDENTITE FPERSON ET RATTACHEMENTS FCLILINK                 *
      **************************************************************
        FONCTION-EXTRAIRE-PERSONNE.
           MOVE 1 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           IF WS-DEM-PERSONNE = SPACES
              PERFORM FONCTION-EMETTRE-AUCUNE
           ELSE
              ADD 1 TO WS-FI-NB(1)
              MOVE SPACES TO WS-DON-COMPTE
              MOVE 'NUMERO' TO WS-DON-RUBRIQUE
              MOVE PER-NUM-CLIENT TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
              MOVE 'NOM' TO WS-DON-RUBRIQUE
              MOVE PER-NOM TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
              MOVE 'PRENOM' TO WS-DON-RUBRIQUE
              MOVE PER-PRENOM TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
              MOVE 'NAISSANCE' TO WS-DON-RUBRIQUE
              MOVE PER-DATE-NAIS TO WS-DATE-NUM
              PERFORM FONCTION-EDITER-DATE
              MOVE WS-DATE-EDIT TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
              MOVE 'TELEPHONE' TO WS-DON-RUBRIQUE
              MOVE PER-TEL TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
              MOVE 'EMAIL' TO WS-DON-RUBRIQUE
              MOVE PER-EMAIL TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
           END-IF.
        FONCTION-EXTRAIRE-RATTACHEMENTS.
           MOVE 2 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           IF WS-DEM-PERSONNE = SPACES
              PERFORM FONCTION-EMETTRE-AUCUNE
           ELSE
              PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                 UNTIL WS-CP-IDX > WS-TAB-CP-NB
                 ADD 1 TO WS-FI-NB(2)
                 MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO WS-DON-COMPTE
                 MOVE 'RATTACHE' TO WS-DON-RUBRIQUE
                 MOVE WS-DEM-PERSONNE TO WS-DON-VALEUR
                 PERFORM FONCTION-EMETTRE-DONNEE
              END-PERFORM
              IF WS-FI-NB(2) = 0
                 PERFORM FONCTION-EMETTRE-AUCUNE
              END-IF
           END-IF.
      **************************************************************
      * COMPTES FCLIENT ET ADRESSES FADRESSE                       *
      **************************************************************
        FONCTION-EXTRAIRE-CLIENTS.
           MOVE 3 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO NUM-COMPTE
              READ FCLIENT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM FONCTION-EMETTRE-CLIENT
              END-READ
           END-PERFORM
           IF WS-FI-NB(3) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-CLIENT.
           ADD 1 TO WS-FI-NB(3)
           MOVE GEST-EMPLOYE TO WS-TAB-CP-GEST(WS-CP-IDX)
           MOVE NUM-COMPTE TO WS-DON-COMPTE
           MOVE 'NOM' TO WS-DON-RUBRIQUE
           MOVE NOM-CLIENT TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'PRENOM' TO WS-DON-RUBRIQUE
           MOVE PRENOM-CLIENT TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'NAISSANCE' TO WS-DON-RUBRIQUE
           MOVE DATE-NAIS TO WS-DATE-NUM
           PERFORM FONCTION-EDITER-DATE
           MOVE WS-DATE-EDIT TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'SEXE' TO WS-DON-RUBRIQUE
           MOVE SEXE TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'SIT SOCIALE' TO WS-DON-RUBRIQUE
           MOVE SIT-SOCIAL TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'ACTIVITE' TO WS-DON-RUBRIQUE
           MOVE ACTI-PRO TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'REGION' TO WS-DON-RUBRIQUE
           MOVE CODE-REGION TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'NATURE CPTE' TO WS-DON-RUBRIQUE
           MOVE NAT-COMPTE TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'ADRESSE' TO WS-DON-RUBRIQUE
           MOVE ADRESSE TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'EMAIL' TO WS-DON-RUBRIQUE
           MOVE EMAIL-CLIENT TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'TELEPHONE' TO WS-DON-RUBRIQUE
           MOVE TEL-CLIENT TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'SOLDE' TO WS-DON-RUBRIQUE
           MOVE SOLDE TO WS-ED-MONTANT
           MOVE WS-ED-MONTANT TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'STATUT' TO WS-DON-RUBRIQUE
           MOVE STATUT-COMPTE TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           IF STATUT-COMPTE = 'C'
              MOVE 'CLOTURE LE' TO WS-DON-RUBRIQUE
              MOVE DATE-CLOTURE TO WS-DATE-NUM
              PERFORM FONCTION-EDITER-DATE
              MOVE WS-DATE-EDIT TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
           END-IF.
        FONCTION-EXTRAIRE-ADRESSES.
           MOVE 4 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO ADR-NUM-COMPTE
              READ FADRESSE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM FONCTION-EMETTRE-ADRESSE
              END-READ
           END-PERFORM
           IF WS-FI-NB(4) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-ADRESSE.
           ADD 1 TO WS-FI-NB(4)
           MOVE ADR-NUM-COMPTE TO WS-DON-COMPTE
           MOVE 'VOIE' TO WS-DON-RUBRIQUE
           MOVE SPACES TO WS-DON-VALEUR
           STRING ADR-NUMERO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ADR-RUE DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           MOVE 'LOCALITE' TO WS-DON-RUBRIQUE
           MOVE SPACES TO WS-DON-VALEUR
           STRING ADR-CODE-POSTAL DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ADR-VILLE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ADR-PAYS DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           IF ADR-STATUT = 'I'
              MOVE 'NPAI DEPUIS' TO WS-DON-RUBRIQUE
              MOVE ADR-DATE-RETOUR TO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
           END-IF.
      **************************************************************
      * ROLES DE COTITULAIRE : LES ENTREES FCOTITU N'ONT PAS DE    *
      * NUMERO DE PERSONNE, ELLES SONT RAPPROCHEES SUR LES NOM ET  *
      * PRENOM DE LA PERSONNE (OU DU TITULAIRE DU COMPTE DEMANDE)  *
      **************************************************************
        FONCTION-EXTRAIRE-COTITULAIRES.
           MOVE 5 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCOTITU
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 AND COT-NOM = WS-DEM-NOM
                 AND COT-PRENOM = WS-DEM-PRENOM
                 ADD 1 TO WS-FI-NB(5)
                 MOVE COT-NUM-COMPTE TO WS-DON-COMPTE
                 EVALUATE COT-ROLE
                    WHEN 'T'
                       MOVE 'COTITULAIRE' TO WS-DON-RUBRIQUE
                    WHEN 'M'
                       MOVE 'MANDATAIRE' TO WS-DON-RUBRIQUE
                    WHEN 'L'
                       MOVE 'REPR LEGAL' TO WS-DON-RUBRIQUE
                    WHEN OTHER
                       MOVE 'ROLE' TO WS-DON-RUBRIQUE
                 END-EVALUATE
                 MOVE SPACES TO WS-DON-VALEUR
                 STRING COT-NOM DELIMITED SIZE
                        ' ' DELIMITED SIZE
                        COT-PRENOM DELIMITED SIZE
                        ' (RAPPROCHE SUR LE NOM)' DELIMITED SIZE
                        INTO WS-DON-VALEUR
                 PERFORM FONCTION-EMETTRE-DONNEE
              END-IF
           END-PERFORM
           IF WS-FI-NB(5) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
      **************************************************************
      * PIECES FKYC, MOUVEMENTS FMOUVIX ET FARCHIX ET ALERTES      *
      * FALERTE : LECTURE PAR DEBUT DE CLE SUR LE COMPTE           *
      **************************************************************
        FONCTION-EXTRAIRE-KYC.
           MOVE 6 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO KYC-NUM-COMPTE
              MOVE LOW-VALUES TO KYC-TYPE-DOC
              MOVE 'N' TO WS-END-OF-FILE
              START FKYC KEY IS >= KYC-CLE
                 INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
              END-START
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 READ FKYC NEXT
                    AT END MOVE 'Y' TO WS-END-OF-FILE
                 END-READ
                 IF WS-END-OF-FILE = 'N'
                    IF KYC-NUM-COMPTE = WS-TAB-CP-COMPTE(WS-CP-IDX)
                       PERFORM FONCTION-EMETTRE-KYC
                    ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-FI-NB(6) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-KYC.
           ADD 1 TO WS-FI-NB(6)
           MOVE KYC-NUM-COMPTE TO WS-DON-COMPTE
           MOVE 'PIECE' TO WS-DON-RUBRIQUE
           MOVE SPACES TO WS-DON-VALEUR
           STRING KYC-TYPE-DOC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  KYC-REFERENCE DELIMITED SIZE
                  ' DU ' DELIMITED SIZE
                  KYC-DATE-DELIV DELIMITED SIZE
                  ' AU ' DELIMITED SIZE
                  KYC-DATE-EXPIR DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
        FONCTION-EXTRAIRE-MOUVEMENTS.
           MOVE 7 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO MVX-NUM-COMPTE
              MOVE LOW-VALUES TO MVX-DATE-MOUV
              MOVE 0 TO MVX-SEQ
              MOVE 'N' TO WS-END-OF-FILE
              START FMOUVIX KEY IS >= MVX-CLE
                 INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
              END-START
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 READ FMOUVIX NEXT
                    AT END MOVE 'Y' TO WS-END-OF-FILE
                 END-READ
                 IF WS-END-OF-FILE = 'N'
                    IF MVX-NUM-COMPTE = WS-TAB-CP-COMPTE(WS-CP-IDX)
                       PERFORM FONCTION-EMETTRE-MOUVEMENT
                    ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-FI-NB(7) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-MOUVEMENT.
           ADD 1 TO WS-FI-NB(7)
           MOVE MVX-NUM-COMPTE TO WS-DON-COMPTE
           MOVE MVX-DATE-MOUV TO WS-DON-RUBRIQUE
           MOVE MVX-MONT-MOUV TO WS-ED-MONTANT
           MOVE SPACES TO WS-DON-VALEUR
           STRING MVX-LIBELLE-MOUV DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ED-MONTANT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  MVX-SENS-MOUV DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  MVX-NAT-MOUV DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
        FONCTION-EXTRAIRE-ARCHIVES.
           MOVE 8 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO ARX-NUM-COMPTE
              MOVE LOW-VALUES TO ARX-DATE-MOUV
              MOVE 0 TO ARX-SEQ
              MOVE 'N' TO WS-END-OF-FILE
              START FARCHIX KEY IS >= ARX-CLE
                 INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
              END-START
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 READ FARCHIX NEXT
                    AT END MOVE 'Y' TO WS-END-OF-FILE
                 END-READ
                 IF WS-END-OF-FILE = 'N'
                    IF ARX-NUM-COMPTE = WS-TAB-CP-COMPTE(WS-CP-IDX)
                       PERFORM FONCTION-EMETTRE-ARCHIVE
                    ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-FI-NB(8) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-ARCHIVE.
           ADD 1 TO WS-FI-NB(8)
           MOVE ARX-NUM-COMPTE TO WS-DON-COMPTE
           MOVE ARX-DATE-MOUV TO WS-DON-RUBRIQUE
           MOVE ARX-MONT-MOUV TO WS-ED-MONTANT
           MOVE SPACES TO WS-DON-VALEUR
           STRING ARX-LIBELLE-MOUV DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ED-MONTANT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ARX-SENS-MOUV DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ARX-NAT-MOUV DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
      **************************************************************
      * HISTORIQUE DE MAINTENANCE FAUDIT : UNE PASSE SUR LE        *
      * JOURNAL, OPERATIONS PORTANT SUR UN COMPTE DE LA PERSONNE   *
      **************************************************************
        FONCTION-EXTRAIRE-AUDIT.
           MOVE 9 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FAUDIT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 SET WS-CP-IDX TO 1
                 SEARCH WS-TAB-CP-ENTREE
                    AT END
                       CONTINUE
                    WHEN WS-TAB-CP-COMPTE(WS-CP-IDX) = AUD-NUM-CPT
                       PERFORM FONCTION-EMETTRE-AUDIT
                 END-SEARCH
              END-IF
           END-PERFORM
           IF WS-FI-NB(9) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-AUDIT.
           ADD 1 TO WS-FI-NB(9)
           PERFORM FONCTION-DECODER-DATE
           MOVE AUD-TIME TO WS-HEURE-BRUTE
           MOVE WS-HEURE-BRUTE(2:2) TO WS-HE-HH
           MOVE WS-HEURE-BRUTE(4:2) TO WS-HE-MM
           MOVE WS-HEURE-BRUTE(6:2) TO WS-HE-SS
           MOVE AUD-NUM-CPT TO WS-DON-COMPTE
           MOVE WS-DATE-EVEN TO WS-DON-RUBRIQUE
           MOVE SPACES TO WS-DON-VALEUR
           STRING AUD-OPERATION DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  WS-HEURE-EDIT DELIMITED SIZE
                  ' PAR L''OPERATEUR ' DELIMITED SIZE
                  AUD-OPERID DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
        FONCTION-EXTRAIRE-ALERTES.
           MOVE 10 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO ALE-NUM-COMPTE
              MOVE LOW-VALUES TO ALE-TYPE
              MOVE 'N' TO WS-END-OF-FILE
              START FALERTE KEY IS >= ALE-CLE
                 INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
              END-START
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 READ FALERTE NEXT
                    AT END MOVE 'Y' TO WS-END-OF-FILE
                 END-READ
                 IF WS-END-OF-FILE = 'N'
                    IF ALE-NUM-COMPTE = WS-TAB-CP-COMPTE(WS-CP-IDX)
                       PERFORM FONCTION-EMETTRE-ALERTE
                    ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-FI-NB(10) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-ALERTE.
           ADD 1 TO WS-FI-NB(10)
           MOVE ALE-NUM-COMPTE TO WS-DON-COMPTE
           MOVE 'ALERTE' TO WS-DON-RUBRIQUE
           MOVE ALE-SEUIL TO WS-ED-MONTANT
           MOVE SPACES TO WS-DON-VALEUR
           IF ALE-TYPE = 'S'
              STRING 'SOLDE SOUS LE SEUIL ' DELIMITED SIZE
                     WS-ED-MONTANT DELIMITED SIZE
                     INTO WS-DON-VALEUR
           ELSE
              STRING 'DEBIT AU-DESSUS DU SEUIL ' DELIMITED SIZE
                     WS-ED-MONTANT DELIMITED SIZE
                     INTO WS-DON-VALEUR
           END-IF
           PERFORM FONCTION-EMETTRE-DONNEE.
      **************************************************************
      * SCORE FSCORE (SEQUENTIEL, UNE PASSE) ET SEGMENT FSEGMENT   *
      **************************************************************
        FONCTION-EXTRAIRE-SCORES.
           MOVE 11 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FSCORE
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 SET WS-CP-IDX TO 1
                 SEARCH WS-TAB-CP-ENTREE
                    AT END
                       CONTINUE
                    WHEN WS-TAB-CP-COMPTE(WS-CP-IDX) = SCO-NUM-COMPTE
                       PERFORM FONCTION-EMETTRE-SCORE
                 END-SEARCH
              END-IF
           END-PERFORM
           IF WS-FI-NB(11) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-SCORE.
           ADD 1 TO WS-FI-NB(11)
           MOVE SCO-NUM-COMPTE TO WS-DON-COMPTE
           MOVE 'SCORE' TO WS-DON-RUBRIQUE
           MOVE SCO-SCORE TO WS-ED-SCORE
           MOVE WS-ED-SCORE TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
        FONCTION-EXTRAIRE-SEGMENTS.
           MOVE 12 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO SEG-NUM-COMPTE
              READ FSEGMENT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM FONCTION-EMETTRE-SEGMENT
              END-READ
           END-PERFORM
           IF WS-FI-NB(12) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-EMETTRE-SEGMENT.
           ADD 1 TO WS-FI-NB(12)
           MOVE SEG-NUM-COMPTE TO WS-DON-COMPTE
           MOVE 'SEGMENT' TO WS-DON-RUBRIQUE
           MOVE SPACES TO WS-DON-VALEUR
           STRING SEG-CODE DELIMITED SIZE
                  ' ATTRIBUE LE ' DELIMITED SIZE
                  SEG-DATE-MAJ DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
      **************************************************************
      * GESTIONNAIRE DE PORTEFEUILLE (TABLE DB2 EMPLOYES) : SEUL   *
      * SON NOM EST COMMUNIQUE                                     *
      **************************************************************
        FONCTION-EXTRAIRE-GESTIONNAIRES.
           MOVE 13 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
              UNTIL WS-CP-IDX > WS-TAB-CP-NB
              IF WS-TAB-CP-GEST(WS-CP-IDX) NOT = 0
                 PERFORM FONCTION-INTERROGER-EMPLOYE
              END-IF
           END-PERFORM
           IF WS-FI-NB(13) = 0
              PERFORM FONCTION-EMETTRE-AUCUNE
           END-IF.
        FONCTION-INTERROGER-EMPLOYE.
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST163' TO FCIFAL-NOMJOB
           MOVE 'L0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-UNQ TO TRUE
           MOVE WS-TAB-CP-GEST(WS-CP-IDX) TO EMLENT-EMPID
           CALL C-REFLEMP USING YFCIFAL
                                YFCIFRE
                                YEMLENT
                                YEMLSOR
           IF FCIFRE-CODRETPMR = SPACES
              OR FCIFRE-CODRET-TRTCRF
              ADD 1 TO WS-FI-NB(13)
              MOVE WS-TAB-CP-COMPTE(WS-CP-IDX) TO WS-DON-COMPTE
              MOVE 'GESTIONNAIRE' TO WS-DON-RUBRIQUE
              MOVE SPACES TO WS-DON-VALEUR
              STRING EMLSOR-L0001-NAME DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     EMLSOR-L0001-NAM2 DELIMITED SIZE
                     INTO WS-DON-VALEUR
              PERFORM FONCTION-EMETTRE-DONNEE
           END-IF.
      **************************************************************
      * REVUE ANTI-BLANCHIMENT FLCBREV : INTERDICTION DE           *
      * DIVULGATION, SEULS LES CAS CLOS SONT COMMUNIQUES ET SUR    *
      * AUTORISATION DE LA CONFORMITE. LA SECTION PORTE TOUJOURS   *
      * LA MEME MENTION POUR NE RIEN REVELER PAR SON ABSENCE       *
      **************************************************************
        FONCTION-EXTRAIRE-LCB.
           MOVE 14 TO WS-FI-RANG
           PERFORM FONCTION-OUVRIR-SECTION
           MOVE SPACES TO WS-DON-COMPTE
           MOVE 'MENTION' TO WS-DON-RUBRIQUE
           MOVE 'COMMUNICATION LIMITEE PAR LA LOI' TO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE
           IF WS-LCB-DIVULGATION = 'O'
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 READ FLCBREV
                    AT END MOVE 'Y' TO WS-END-OF-FILE
                 END-READ
                 IF WS-END-OF-FILE = 'N' AND REV-STATUT = 'C'
                    SET WS-CP-IDX TO 1
                    SEARCH WS-TAB-CP-ENTREE
                       AT END
                          CONTINUE
                       WHEN WS-TAB-CP-COMPTE(WS-CP-IDX)
                            = REV-NUM-COMPTE
                          PERFORM FONCTION-EMETTRE-LCB
                    END-SEARCH
                 END-IF
              END-PERFORM
           END-IF.
        FONCTION-EMETTRE-LCB.
           ADD 1 TO WS-FI-NB(14)
           MOVE REV-NUM-COMPTE TO WS-DON-COMPTE
           MOVE REV-DATE TO WS-DON-RUBRIQUE
           MOVE REV-MONTANT TO WS-ED-MONTANT
           MOVE SPACES TO WS-DON-VALEUR
           STRING 'REVUE CLOSE ' DELIMITED SIZE
                  REV-NAT-MOUV DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ED-MONTANT DELIMITED SIZE
                  INTO WS-DON-VALEUR
           PERFORM FONCTION-EMETTRE-DONNEE.
      **************************************************************
      * LISTE DES FICHIERS CONSULTES, AU DOCUMENT ET EN FDSAR      *
      **************************************************************
        FONCTION-EDITER-FICHIERS.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-FI-RANG FROM 1 BY 1
              UNTIL WS-FI-RANG > 14
              MOVE WS-FI-NOM(WS-FI-RANG) TO WS-PRT-FI-NOM
              MOVE WS-FI-LIBELLE(WS-FI-RANG) TO WS-PRT-FI-LIBELLE
              MOVE SPACES TO WS-PRT-FI-NB
              IF WS-FI-RANG = 14
                 MOVE 'COMMUNICATION LIMITEE' TO WS-PRT-FI-NB
              ELSE
                 MOVE WS-FI-NB(WS-FI-RANG) TO WS-ED-NOMBRE
                 MOVE WS-ED-NOMBRE TO WS-PRT-FI-NB
              END-IF
              MOVE WS-LIGNE-FICHIER TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
              MOVE SPACES TO DSAR-REC
              MOVE 'F' TO DSR-TYPE-ENR
              MOVE WS-DEM-PERSONNE TO DSR-NUM-CLIENT
              MOVE WS-FI-NOM(WS-FI-RANG) TO DSR-FICHIER
              MOVE 'TROUVES' TO DSR-RUBRIQUE
              MOVE WS-PRT-FI-NB TO DSR-VALEUR
              PERFORM FONCTION-ECRIRE-DSAR
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO DSAR-REC
           MOVE 'T' TO DSR-TYPE-ENR
           MOVE WS-DEM-PERSONNE TO DSR-NUM-CLIENT
           MOVE 'QUEST163' TO DSR-FICHIER
           MOVE 'ENREGISTRES' TO DSR-RUBRIQUE
      *-- LE NOMBRE PORTE PAR L'ENREGISTREMENT DE FIN LE COMPTE
           ADD 1 TO WS-CPT-ENREG-DSAR
           MOVE WS-CPT-ENREG-DSAR TO DSR-VALEUR
           SUBTRACT 1 FROM WS-CPT-ENREG-DSAR
           PERFORM FONCTION-ECRIRE-DSAR.
      *-- TITRE DE SECTION : NOM ET LIBELLE DU FICHIER CONSULTE
        FONCTION-OUVRIR-SECTION.
           MOVE WS-FI-NOM(WS-FI-RANG) TO WS-PRT-SEC-FICHIER
           MOVE WS-FI-LIBELLE(WS-FI-RANG) TO WS-PRT-SEC-LIBELLE
           MOVE WS-LIGNE-SECTION TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-EMETTRE-AUCUNE.
           MOVE SPACES TO WS-DON-COMPTE
           MOVE SPACES TO WS-DON-RUBRIQUE
           MOVE 'AUCUNE DONNEE' TO WS-DON-VALEUR
           MOVE WS-DON-RUBRIQUE TO WS-PRT-RUBRIQUE
           MOVE WS-DON-COMPTE TO WS-PRT-COMPTE
           MOVE WS-DON-VALEUR TO WS-PRT-VALEUR
           MOVE WS-LIGNE-DONNEE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- UNE DONNEE EST EDITEE AU DOCUMENT ET ECRITE EN FDSAR
        FONCTION-EMETTRE-DONNEE.
           ADD 1 TO WS-CPT-DONNEES
           MOVE WS-DON-RUBRIQUE TO WS-PRT-RUBRIQUE
           MOVE WS-DON-COMPTE TO WS-PRT-COMPTE
           MOVE WS-DON-VALEUR TO WS-PRT-VALEUR
           MOVE WS-LIGNE-DONNEE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO DSAR-REC
           MOVE 'D' TO DSR-TYPE-ENR
           MOVE WS-DEM-PERSONNE TO DSR-NUM-CLIENT
           MOVE WS-DON-COMPTE TO DSR-NUM-COMPTE
           MOVE WS-FI-NOM(WS-FI-RANG) TO DSR-FICHIER
           MOVE WS-DON-RUBRIQUE TO DSR-RUBRIQUE
           MOVE WS-DON-VALEUR TO DSR-VALEUR
           PERFORM FONCTION-ECRIRE-DSAR.
        FONCTION-ECRIRE-DSAR.
           MOVE WS-DATE-TRT TO DSR-DATE-RECHERCHE
           WRITE DSAR-REC
           IF FS-DSAR NOT = '00'
              MOVE 'FDSAR' TO WS-ERR-FICHIER
              MOVE FS-DSAR TO WS-ERR-STATUT
              MOVE 'FONCTION-ECRIRE-DSAR' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-ENREG-DSAR.
      *-- DATES AAAAMMJJ DU FICHIER CLIENT EDITEES EN AAAA-MM-JJ
        FONCTION-EDITER-DATE.
           MOVE WS-DN-AAAA TO WS-DX-AAAA
           MOVE WS-DN-MM TO WS-DX-MM
           MOVE WS-DN-JJ TO WS-DX-JJ.
      *-- LA DATE CICS 0CYYDDD EST RAMENEE EN AAAA-MM-JJ : LE
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
           MOVE 'QUEST163' TO CTLLOG-JOB
           MOVE ' DONNEES COMMUNIQUEES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DONNEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST163' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPERSON
           CLOSE FCLILINK
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FCOTITU
           CLOSE FKYC
           CLOSE FMOUVIX
           CLOSE FARCHIX
           CLOSE FAUDIT
           CLOSE FALERTE
           CLOSE FSCORE
           CLOSE FSEGMENT
           CLOSE FLCBREV
           CLOSE FDSAR
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
