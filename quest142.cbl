      **************************************************************
      *PROGRAMME DE COPIE MASQUEE DES FICHIERS CLIENTS ET           *
      *MOUVEMENTS POUR L'ENVIRONNEMENT DE TEST. LES FICHIERS DE     *
      *PRODUCTION FCLIENT, FMOUVEM, FPERSON, FCOTITU, FADRESSE ET   *
      *FKYC SONT LUS SANS MISE A JOUR ET RECOPIES EN SEQUENTIEL     *
      *(DDCLITST, DDMVTTST, DDPERTST, DDCOTTST, DDADRTST, DDKYCTST) *
      *POUR CHARGEMENT DES KSDS DE TEST. LES DONNEES PERSONNELLES   *
      *SONT REMPLACEES PAR DES VALEURS FICTIVES DEDUITES DE FACON   *
      *DETERMINISTE DE LA VALEUR D'ORIGINE (EMPREINTE GRAINEE PAR   *
      *QUEST142-GRAINE DE FPARAM, A NE PAS DIVULGUER) : UN MEME NOM,*
      *PRENOM, DATE DE NAISSANCE, EMAIL OU TELEPHONE DONNE LA MEME  *
      *VALEUR FICTIVE DANS TOUS LES FICHIERS, UNE MEME PERSONNE     *
      *GARDE DONC UNE MEME IDENTITE FICTIVE :                       *
      *  - NOM, PRENOM : TABLES DE NOMS ET PRENOMS FICTIFS          *
      *  - DATE DE NAISSANCE : ANNEE CONSERVEE (AGE), MOIS ET JOUR  *
      *    FICTIFS                                                  *
      *  - EMAIL, TELEPHONE, REFERENCE DE PIECE KYC : VALEURS 'TST' *
      *    ET '0999' NUMEROTEES                                     *
      *  - ADRESSES : NUMERO, RUE, VILLE ET CODE POSTAL FICTIFS,    *
      *    PAYS CONSERVE                                            *
      *  - LIBELLE DES MOUVEMENTS : 'MOUVEMENT ' ET LA NATURE       *
      *NUMEROS DE COMPTE ET DE CLIENT, SOLDES, MONTANTS, SENS,      *
      *NATURES ET DATES DES MOUVEMENTS SONT CONSERVES : LE          *
      *RAPPROCHEMENT QUEST22 TOURNE A L'IDENTIQUE SUR LA COPIE.     *
      *LE CERTIFICAT EDITE PAR FICHIER LES ENREGISTREMENTS LUS ET   *
      *ECRITS, LES ZONES MASQUEES ET LES VALEURS D'ORIGINE          *
      *RESTANTES (ZONE NON VIDE IDENTIQUE APRES MASQUAGE), AINSI    *
      *QUE LES TOTAUX DE SOLDES ET DE MONTANTS EN ENTREE ET EN      *
      *SORTIE. UNE VALEUR D'ORIGINE RESTANTE OU UN TOTAL DIFFERENT  *
      *INVALIDE LA COPIE (CODE RETOUR 8).                           *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST142.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FCLITST ASSIGN TO DDCLITST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLITST.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
           SELECT FMVTTST ASSIGN TO DDMVTTST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MVTTST.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FPERTST ASSIGN TO DDPERTST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PERTST.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
           SELECT FCOTTST ASSIGN TO DDCOTTST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COTTST.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FADRTST ASSIGN TO DDADRTST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ADRTST.
           SELECT FKYC ASSIGN TO DDKYC
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS KYC-CLE
           FILE STATUS IS FS-KYC.
           SELECT FKYCTST ASSIGN TO DDKYCTST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-KYCTST.
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
        FD FCLITST.
        01 CLITST-REC.
           05 FILLER PIC X(101).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FMVTTST.
        01 MVTTST-REC.
           05 FILLER PIC X(80).
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FPERTST.
        01 PERTST-REC.
           05 FILLER PIC X(80).
        FD FCOTITU.
        01 COTITU.
           05 COT-CLE.
              10 COT-NUM-COMPTE PIC X(6).
              10 COT-SEQ PIC 9(2).
           05 COT-NOM PIC X(10).
           05 COT-PRENOM PIC X(10).
           05 COT-ROLE PIC X(1).
           05 FILLER PIC X(51).
        FD FCOTTST.
        01 COTTST-REC.
           05 FILLER PIC X(80).
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 FILLER PIC X(14).
        FD FADRTST.
        01 ADRTST-REC.
           05 FILLER PIC X(80).
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
        FD FKYCTST.
        01 KYCTST-REC.
           05 FILLER PIC X(80).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-CLITST PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-MVTTST PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-PERTST PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-COTTST PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-ADRTST PIC X(2).
        01 FS-KYC PIC X(2).
        01 FS-KYCTST PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-GRAINE PIC 9(6).
      *-- ENREGISTREMENTS MASQUES AVANT ECRITURE
           COPY WSCLIENT.
        01 WS-MVT-TST.
           05 WS-MT-NUM-COMPTE PIC X(6).
           05 WS-MT-LIBELLE-MOUV PIC X(15).
           05 WS-MT-MONT-MOUV PIC 9(6)V99.
           05 FILLER PIC X(51).
        01 WS-PER-TST.
           05 WS-PT-NUM-CLIENT PIC X(8).
           05 WS-PT-NOM PIC X(10).
           05 WS-PT-PRENOM PIC X(10).
           05 WS-PT-DATE-NAIS PIC 9(8).
           05 WS-PT-TEL PIC X(10).
           05 WS-PT-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        01 WS-COT-TST.
           05 WS-CT-CLE PIC X(8).
           05 WS-CT-NOM PIC X(10).
           05 WS-CT-PRENOM PIC X(10).
           05 FILLER PIC X(52).
        01 WS-ADR-TST.
           05 WS-AT-NUM-COMPTE PIC X(6).
           05 WS-AT-NUMERO PIC X(5).
           05 WS-AT-RUE PIC X(25).
           05 WS-AT-VILLE PIC X(15).
           05 WS-AT-CODE-POSTAL PIC X(5).
           05 FILLER PIC X(24).
        01 WS-KYC-TST.
           05 WS-KT-CLE PIC X(9).
           05 WS-KT-REFERENCE PIC X(12).
           05 FILLER PIC X(59).
      *-- EMPREINTE D'UNE VALEUR : CHAQUE CARACTERE EST REPERE PAR
      *-- SON RANG DANS L'ALPHABET, L'EMPREINTE EST CUMULEE MODULO
      *-- UN NOMBRE PREMIER A PARTIR DE LA GRAINE
        01 WS-HA-TEXTE PIC X(30).
        01 WS-HA-LONG PIC 9(2).
        01 WS-HA-ALPHABET PIC X(40) VALUE
              ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.@'.
        01 WS-HA-I PIC 9(2).
        01 WS-HA-RANG PIC 9(2).
        01 WS-HA-PRODUIT PIC 9(11).
        01 WS-HA-QUOTIENT PIC 9(9).
        01 WS-HA-VALEUR PIC 9(9).
        01 WS-HA-CHIFFRES PIC 9(6).
        01 WS-RESTE PIC 9(3).
        01 WS-QUOTIENT PIC 9(9).
        01 WS-IX PIC 9(2).
      *-- VALEURS D'ENTREE ET DE SORTIE DES ROUTINES DE MASQUAGE
        01 WS-MQ-NOM PIC X(10).
        01 WS-MQ-PRENOM PIC X(10).
        01 WS-MQ-DATE PIC 9(8).
        01 WS-MQ-DATE-X REDEFINES WS-MQ-DATE.
           05 WS-MQ-AAAA PIC 9(4).
           05 WS-MQ-MM PIC 9(2).
           05 WS-MQ-JJ PIC 9(2).
        01 WS-MQ-EMAIL PIC X(9).
        01 WS-MQ-EMAIL-X REDEFINES WS-MQ-EMAIL.
           05 WS-MQ-EMAIL-PREFIXE PIC X(3).
           05 WS-MQ-EMAIL-NUMERO PIC 9(6).
        01 WS-MQ-TEL PIC X(10).
        01 WS-MQ-TEL-X REDEFINES WS-MQ-TEL.
           05 WS-MQ-TEL-PREFIXE PIC X(4).
           05 WS-MQ-TEL-NUMERO PIC 9(6).
        01 WS-MQ-RUE PIC X(10).
      *-- NOMS, PRENOMS, RUES ET VILLES FICTIFS
        01 WS-TAB-NOMS-VAL.
           05 FILLER PIC X(50) VALUE
              'ABELARD   BERTHIER  CAUVIN    DELORME   ESTIVAL   '.
           05 FILLER PIC X(50) VALUE
              'FAUCHEUR  GALLAND   HUCHET    ISNARD    JOUBERT   '.
           05 FILLER PIC X(50) VALUE
              'KERVELLA  LAMBRECHT MAZURIER  NOIRET    OLLIVIER  '.
           05 FILLER PIC X(50) VALUE
              'PELLETANT QUEMENER  RAYNOUARD SAUVESTRE TURPAULT  '.
           05 FILLER PIC X(50) VALUE
              'URVOAS    VAUCHELET WALRAVE   YVETOT    ZELLER    '.
           05 FILLER PIC X(50) VALUE
              'ARNOUVIN  BOISSAVY  CHAPTAL   DUBREUCQ  ESCOFFIER '.
           05 FILLER PIC X(50) VALUE
              'FONTANEL  GUERINOT  HAMELIN   JACQUEMET LEVASSOR  '.
           05 FILLER PIC X(50) VALUE
              'MONTAGUT  NAUDEAU   PRADINES  ROUSSILLE TESSANDIER'.
        01 WS-TAB-NOMS REDEFINES WS-TAB-NOMS-VAL.
           05 WS-NOM-FICTIF PIC X(10) OCCURS 40 TIMES.
        01 WS-TAB-PRENOMS-VAL.
           05 FILLER PIC X(50) VALUE
              'ADELINE   BASTIEN   CORALIE   DORIAN    ELODIE    '.
           05 FILLER PIC X(50) VALUE
              'FLORIAN   GAELLE    HUGO      INES      JORDAN    '.
           05 FILLER PIC X(50) VALUE
              'KARINE    LOIC      MAELLE    NOAH      OCEANE    '.
           05 FILLER PIC X(50) VALUE
              'PACOME    QUITTERIE ROMAIN    SOLENE    TRISTAN   '.
           05 FILLER PIC X(50) VALUE
              'ULYSSE    VALENTINE WILFRIED  XAVIERE   YANN      '.
           05 FILLER PIC X(50) VALUE
              'ZOE       AMAURY    BLANDINE  CLOVIS    DELPHINE  '.
           05 FILLER PIC X(50) VALUE
              'EDMOND    FANNY     GONTRAN   HORTENSE  ISIDORE   '.
           05 FILLER PIC X(50) VALUE
              'JOSEPHINE LEANDRE   MARGAUX   NESTOR    OPHELIE   '.
        01 WS-TAB-PRENOMS REDEFINES WS-TAB-PRENOMS-VAL.
           05 WS-PRENOM-FICTIF PIC X(10) OCCURS 40 TIMES.
        01 WS-TAB-RUES-VAL.
           05 FILLER PIC X(50) VALUE
              'ACACIAS   MOULIN    ECOLES    GARE      LILAS     '.
           05 FILLER PIC X(50) VALUE
              'CHATEAU   PRES      LAVOIR    VIGNES    EGLISE    '.
           05 FILLER PIC X(50) VALUE
              'TILLEULS  STADE     ROSES     PORT      PINS      '.
           05 FILLER PIC X(50) VALUE
              'POSTE     CERISIERS MARCHE    SAULES    PUITS     '.
        01 WS-TAB-RUES REDEFINES WS-TAB-RUES-VAL.
           05 WS-RUE-FICTIVE PIC X(10) OCCURS 20 TIMES.
        01 WS-TAB-VILLES-VAL.
           05 FILLER PIC X(45) VALUE
              'BOURG-TEST     VILLE-ESSAI    SAINT-FICTIF   '.
           05 FILLER PIC X(45) VALUE
              'MONTQUELCONQUE LA-MAQUETTE    VAL-D-EXEMPLE  '.
           05 FILLER PIC X(45) VALUE
              'PORT-SIMULE    NEUVILLE-TEST  BOIS-ESSAI     '.
           05 FILLER PIC X(45) VALUE
              'PONT-FICTIF    CHAMP-MODELE   ROCHE-ESSAI    '.
        01 WS-TAB-VILLES REDEFINES WS-TAB-VILLES-VAL.
           05 WS-VILLE-FICTIVE PIC X(15) OCCURS 12 TIMES.
      *-- CERTIFICAT : PAR FICHIER LUS, ECRITS, ZONES MASQUEES ET
      *-- VALEURS D'ORIGINE RESTANTES
        01 WS-TAB-CERTIF.
           05 WS-CER OCCURS 6 TIMES.
              10 WS-CER-FICHIER PIC X(8).
              10 WS-CER-LUS PIC 9(9).
              10 WS-CER-ECRITS PIC 9(9).
              10 WS-CER-MASQUES PIC 9(9).
              10 WS-CER-RESTES PIC 9(9).
        01 WS-IX-CER PIC 9(1).
        01 WS-TOT-SOLDE-ENTREE PIC S9(13)V99 VALUE 0.
        01 WS-TOT-SOLDE-SORTIE PIC S9(13)V99 VALUE 0.
        01 WS-TOT-MONT-ENTREE PIC 9(13)V99 VALUE 0.
        01 WS-TOT-MONT-SORTIE PIC 9(13)V99 VALUE 0.
        01 WS-TOT-RESTES PIC 9(9) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST142'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST142'.
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
              ' FICHIER         LUS     ECRITS   ZONES '.
           05 FILLER PIC X(38) VALUE
              'MASQUEES  VALEURS D ORIGINE RESTANTES '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FICHIER PIC X(8).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-LUS PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-ECRITS PIC ZZZZZZZZ9.
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 WS-PRT-MASQUES PIC ZZZZZZZZ9.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 WS-PRT-RESTES PIC ZZZZZZZZ9.
           05 FILLER PIC X(7) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIBELLE PIC X(30).
           05 WS-PRT-ENTREE PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-SORTIE PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(11) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CONCLUSION PIC X(77).
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
           OPEN OUTPUT FCLITST
           IF FS-CLITST = '00'
              DISPLAY ' FILE CLITST OPEN SUCCES : ' FS-CLITST
           ELSE
              MOVE 'FCLITST' TO WS-ERR-FICHIER
              MOVE FS-CLITST TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FMVTTST
           IF FS-MVTTST = '00'
              DISPLAY ' FILE MVTTST OPEN SUCCES : ' FS-MVTTST
           ELSE
              MOVE 'FMVTTST' TO WS-ERR-FICHIER
              MOVE FS-MVTTST TO WS-ERR-STATUT
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
           OPEN OUTPUT FPERTST
           IF FS-PERTST = '00'
              DISPLAY ' FILE PERTST OPEN SUCCES : ' FS-PERTST
           ELSE
              MOVE 'FPERTST' TO WS-ERR-FICHIER
              MOVE FS-PERTST TO WS-ERR-STATUT
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
           OPEN OUTPUT FCOTTST
           IF FS-COTTST = '00'
              DISPLAY ' FILE COTTST OPEN SUCCES : ' FS-COTTST
           ELSE
              MOVE 'FCOTTST' TO WS-ERR-FICHIER
              MOVE FS-COTTST TO WS-ERR-STATUT
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
           OPEN OUTPUT FADRTST
           IF FS-ADRTST = '00'
              DISPLAY ' FILE ADRTST OPEN SUCCES : ' FS-ADRTST
           ELSE
              MOVE 'FADRTST' TO WS-ERR-FICHIER
              MOVE FS-ADRTST TO WS-ERR-STATUT
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
           OPEN OUTPUT FKYCTST
           IF FS-KYCTST = '00'
              DISPLAY ' FILE KYCTST OPEN SUCCES : ' FS-KYCTST
           ELSE
              MOVE 'FKYCTST' TO WS-ERR-FICHIER
              MOVE FS-KYCTST TO WS-ERR-STATUT
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
           INITIALIZE WS-TAB-CERTIF
           MOVE 'FCLIENT' TO WS-CER-FICHIER(1)
           MOVE 'FMOUVEM' TO WS-CER-FICHIER(2)
           MOVE 'FPERSON' TO WS-CER-FICHIER(3)
           MOVE 'FCOTITU' TO WS-CER-FICHIER(4)
           MOVE 'FADRESSE' TO WS-CER-FICHIER(5)
           MOVE 'FKYC' TO WS-CER-FICHIER(6)
           PERFORM FONCTION-MASQUER-CLIENTS
           PERFORM FONCTION-MASQUER-MOUVEMENTS
           PERFORM FONCTION-MASQUER-PERSONNES
           PERFORM FONCTION-MASQUER-COTITULAIRES
           PERFORM FONCTION-MASQUER-ADRESSES
           PERFORM FONCTION-MASQUER-KYC
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-EDITER-CERTIFICAT
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * GRAINE DES EMPREINTES : FICHIER CENTRAL FPARAM VIA         *
      * PGMPARAM. LA MEME GRAINE REDONNE LES MEMES IDENTITES       *
      * FICTIVES D'UNE COPIE A L'AUTRE                             *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST142-GRAINE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '7919' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' PARAMETRE GRAINE INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(25:6) TO WS-GRAINE.
      **************************************************************
      * FCLIENT : IDENTITE, DATE DE NAISSANCE, ADRESSE ABREGEE ET  *
      * CONTACTS MASQUES ; SOLDE ET DONNEES DE GESTION CONSERVES   *
      **************************************************************
        FONCTION-MASQUER-CLIENTS.
           MOVE 1 TO WS-IX-CER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CER-LUS(1)
              MOVE CLIENT TO WS-CLIENT
              MOVE NOM-CLIENT TO WS-MQ-NOM
              PERFORM FONCTION-MASQUER-NOM
              MOVE WS-MQ-NOM TO WS-NOM
              MOVE PRENOM-CLIENT TO WS-MQ-PRENOM
              PERFORM FONCTION-MASQUER-PRENOM
              MOVE WS-MQ-PRENOM TO WS-PRENOM
              MOVE DATE-NAIS TO WS-MQ-DATE
              PERFORM FONCTION-MASQUER-DATE
              MOVE WS-MQ-DATE TO WS-DATE-NAIS
              MOVE ADRESSE TO WS-MQ-RUE
              PERFORM FONCTION-MASQUER-RUE
              MOVE WS-MQ-RUE TO WS-ADRESS
              MOVE EMAIL-CLIENT TO WS-MQ-EMAIL
              PERFORM FONCTION-MASQUER-EMAIL
              MOVE WS-MQ-EMAIL TO WS-EMAIL-CLIENT
              MOVE TEL-CLIENT TO WS-MQ-TEL
              PERFORM FONCTION-MASQUER-TEL
              MOVE WS-MQ-TEL TO WS-TEL-CLIENT
      *-- CONTROLE : AUCUNE ZONE NON VIDE NE DOIT ETRE RESTEE
              IF NOM-CLIENT NOT = SPACES AND WS-NOM = NOM-CLIENT
                 ADD 1 TO WS-CER-RESTES(1)
              END-IF
              IF PRENOM-CLIENT NOT = SPACES
                 AND WS-PRENOM = PRENOM-CLIENT
                 ADD 1 TO WS-CER-RESTES(1)
              END-IF
              IF DATE-NAIS NOT = 0 AND WS-DATE-NAIS = DATE-NAIS
                 ADD 1 TO WS-CER-RESTES(1)
              END-IF
              IF ADRESSE NOT = SPACES AND WS-ADRESS = ADRESSE
                 ADD 1 TO WS-CER-RESTES(1)
              END-IF
              IF EMAIL-CLIENT NOT = SPACES
                 AND WS-EMAIL-CLIENT = EMAIL-CLIENT
                 ADD 1 TO WS-CER-RESTES(1)
              END-IF
              IF TEL-CLIENT NOT = SPACES
                 AND WS-TEL-CLIENT = TEL-CLIENT
                 ADD 1 TO WS-CER-RESTES(1)
              END-IF
              ADD SOLDE TO WS-TOT-SOLDE-ENTREE
              ADD WS-SOLDE TO WS-TOT-SOLDE-SORTIE
              WRITE CLITST-REC FROM WS-CLIENT
              ADD 1 TO WS-CER-ECRITS(1)
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
      *-- FMOUVEM : SEUL LE LIBELLE PEUT PORTER UN NOM (DONNEUR
      *-- D'ORDRE) ; COMPTE, MONTANT, SENS, NATURE ET DATES RESTENT
        FONCTION-MASQUER-MOUVEMENTS.
           MOVE 2 TO WS-IX-CER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-MOUVEM
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CER-LUS(2)
              MOVE MOUVEM TO WS-MVT-TST
              MOVE SPACES TO WS-MT-LIBELLE-MOUV
              STRING 'MOUVEMENT ' NAT-MOUV DELIMITED BY SIZE
                     INTO WS-MT-LIBELLE-MOUV
              IF LIBELLE-MOUV NOT = SPACES
                 ADD 1 TO WS-CER-MASQUES(2)
                 IF WS-MT-LIBELLE-MOUV = LIBELLE-MOUV
                    MOVE 'MOUVEMENT TEST' TO WS-MT-LIBELLE-MOUV
                 END-IF
                 IF WS-MT-LIBELLE-MOUV = LIBELLE-MOUV
                    ADD 1 TO WS-CER-RESTES(2)
                 END-IF
              END-IF
              ADD MONT-MOUV TO WS-TOT-MONT-ENTREE
              ADD WS-MT-MONT-MOUV TO WS-TOT-MONT-SORTIE
              WRITE MVTTST-REC FROM WS-MVT-TST
              ADD 1 TO WS-CER-ECRITS(2)
              PERFORM FONCTION-READ-MOUVEM
           END-PERFORM.
        FONCTION-MASQUER-PERSONNES.
           MOVE 3 TO WS-IX-CER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-PERSON
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CER-LUS(3)
              MOVE PERSON TO WS-PER-TST
              MOVE PER-NOM TO WS-MQ-NOM
              PERFORM FONCTION-MASQUER-NOM
              MOVE WS-MQ-NOM TO WS-PT-NOM
              MOVE PER-PRENOM TO WS-MQ-PRENOM
              PERFORM FONCTION-MASQUER-PRENOM
              MOVE WS-MQ-PRENOM TO WS-PT-PRENOM
              MOVE PER-DATE-NAIS TO WS-MQ-DATE
              PERFORM FONCTION-MASQUER-DATE
              MOVE WS-MQ-DATE TO WS-PT-DATE-NAIS
              MOVE PER-EMAIL TO WS-MQ-EMAIL
              PERFORM FONCTION-MASQUER-EMAIL
              MOVE WS-MQ-EMAIL TO WS-PT-EMAIL
              MOVE PER-TEL TO WS-MQ-TEL
              PERFORM FONCTION-MASQUER-TEL
              MOVE WS-MQ-TEL TO WS-PT-TEL
              IF PER-NOM NOT = SPACES AND WS-PT-NOM = PER-NOM
                 ADD 1 TO WS-CER-RESTES(3)
              END-IF
              IF PER-PRENOM NOT = SPACES
                 AND WS-PT-PRENOM = PER-PRENOM
                 ADD 1 TO WS-CER-RESTES(3)
              END-IF
              IF PER-DATE-NAIS NOT = 0
                 AND WS-PT-DATE-NAIS = PER-DATE-NAIS
                 ADD 1 TO WS-CER-RESTES(3)
              END-IF
              IF PER-EMAIL NOT = SPACES AND WS-PT-EMAIL = PER-EMAIL
                 ADD 1 TO WS-CER-RESTES(3)
              END-IF
              IF PER-TEL NOT = SPACES AND WS-PT-TEL = PER-TEL
                 ADD 1 TO WS-CER-RESTES(3)
              END-IF
              WRITE PERTST-REC FROM WS-PER-TST
              ADD 1 TO WS-CER-ECRITS(3)
              PERFORM FONCTION-READ-PERSON
           END-PERFORM.
        FONCTION-MASQUER-COTITULAIRES.
           MOVE 4 TO WS-IX-CER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-COTITU
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CER-LUS(4)
              MOVE COTITU TO WS-COT-TST
              MOVE COT-NOM TO WS-MQ-NOM
              PERFORM FONCTION-MASQUER-NOM
              MOVE WS-MQ-NOM TO WS-CT-NOM
              MOVE COT-PRENOM TO WS-MQ-PRENOM
              PERFORM FONCTION-MASQUER-PRENOM
              MOVE WS-MQ-PRENOM TO WS-CT-PRENOM
              IF COT-NOM NOT = SPACES AND WS-CT-NOM = COT-NOM
                 ADD 1 TO WS-CER-RESTES(4)
              END-IF
              IF COT-PRENOM NOT = SPACES
                 AND WS-CT-PRENOM = COT-PRENOM
                 ADD 1 TO WS-CER-RESTES(4)
              END-IF
              WRITE COTTST-REC FROM WS-COT-TST
              ADD 1 TO WS-CER-ECRITS(4)
              PERFORM FONCTION-READ-COTITU
           END-PERFORM.
      *-- FADRESSE : LE PAYS RESTE POUR LES CONTROLES DE RESIDENCE
        FONCTION-MASQUER-ADRESSES.
           MOVE 5 TO WS-IX-CER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ADRESSE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CER-LUS(5)
              MOVE ADRESSE-EXT TO WS-ADR-TST
              MOVE ADR-NUM-COMPTE TO WS-HA-TEXTE
              MOVE 6 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              IF ADR-NUMERO NOT = SPACES
                 DIVIDE WS-HA-VALEUR BY 199 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE
                 ADD 1 TO WS-RESTE
                 MOVE SPACES TO WS-AT-NUMERO
                 MOVE WS-RESTE TO WS-AT-NUMERO(1:3)
                 IF WS-AT-NUMERO = ADR-NUMERO
                    MOVE '200' TO WS-AT-NUMERO
                 END-IF
                 ADD 1 TO WS-CER-MASQUES(5)
              END-IF
              MOVE ADR-RUE TO WS-MQ-RUE
              PERFORM FONCTION-MASQUER-RUE
              MOVE SPACES TO WS-AT-RUE
              IF ADR-RUE NOT = SPACES
                 STRING 'RUE ' WS-MQ-RUE DELIMITED BY SIZE
                        INTO WS-AT-RUE
                 IF WS-AT-RUE = ADR-RUE
                    STRING 'AVENUE ' WS-MQ-RUE DELIMITED BY SIZE
                           INTO WS-AT-RUE
                 END-IF
              END-IF
              IF ADR-VILLE NOT = SPACES
                 DIVIDE WS-HA-VALEUR BY 12 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE
                 MOVE WS-RESTE TO WS-IX
                 ADD 1 TO WS-IX
                 MOVE WS-VILLE-FICTIVE(WS-IX) TO WS-AT-VILLE
                 IF WS-AT-VILLE = ADR-VILLE
                    IF WS-IX < 12
                       ADD 1 TO WS-IX
                    ELSE
                       MOVE 1 TO WS-IX
                    END-IF
                    MOVE WS-VILLE-FICTIVE(WS-IX) TO WS-AT-VILLE
                 END-IF
                 ADD 1 TO WS-CER-MASQUES(5)
              END-IF
              IF ADR-CODE-POSTAL NOT = SPACES
                 MOVE WS-HA-VALEUR TO WS-HA-CHIFFRES
                 MOVE '9' TO WS-AT-CODE-POSTAL(1:1)
                 MOVE WS-HA-CHIFFRES(3:4) TO WS-AT-CODE-POSTAL(2:4)
                 IF WS-AT-CODE-POSTAL = ADR-CODE-POSTAL
                    MOVE '99999' TO WS-AT-CODE-POSTAL
                 END-IF
                 ADD 1 TO WS-CER-MASQUES(5)
              END-IF
              IF ADR-NUMERO NOT = SPACES
                 AND WS-AT-NUMERO = ADR-NUMERO
                 ADD 1 TO WS-CER-RESTES(5)
              END-IF
              IF ADR-RUE NOT = SPACES AND WS-AT-RUE = ADR-RUE
                 ADD 1 TO WS-CER-RESTES(5)
              END-IF
              IF ADR-VILLE NOT = SPACES AND WS-AT-VILLE = ADR-VILLE
                 ADD 1 TO WS-CER-RESTES(5)
              END-IF
              IF ADR-CODE-POSTAL NOT = SPACES
                 AND WS-AT-CODE-POSTAL = ADR-CODE-POSTAL
                 ADD 1 TO WS-CER-RESTES(5)
              END-IF
              WRITE ADRTST-REC FROM WS-ADR-TST
              ADD 1 TO WS-CER-ECRITS(5)
              PERFORM FONCTION-READ-ADRESSE
           END-PERFORM.
      *-- FKYC : LA REFERENCE DE LA PIECE D'IDENTITE EST MASQUEE,
      *-- TYPE, DATES ET VERIFICATEUR RESTENT POUR LES CONTROLES
        FONCTION-MASQUER-KYC.
           MOVE 6 TO WS-IX-CER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-KYC
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CER-LUS(6)
              MOVE KYC TO WS-KYC-TST
              IF KYC-REFERENCE NOT = SPACES
                 MOVE KYC-REFERENCE TO WS-HA-TEXTE
                 MOVE 12 TO WS-HA-LONG
                 PERFORM FONCTION-HACHER
                 MOVE WS-HA-VALEUR TO WS-HA-CHIFFRES
                 MOVE SPACES TO WS-KT-REFERENCE
                 STRING 'TST' KYC-NUM-COMPTE WS-HA-CHIFFRES(4:3)
                        DELIMITED BY SIZE INTO WS-KT-REFERENCE
                 IF WS-KT-REFERENCE = KYC-REFERENCE
                    MOVE 'TSTTSTTSTTST' TO WS-KT-REFERENCE
                 END-IF
                 ADD 1 TO WS-CER-MASQUES(6)
                 IF WS-KT-REFERENCE = KYC-REFERENCE
                    ADD 1 TO WS-CER-RESTES(6)
                 END-IF
              END-IF
              WRITE KYCTST-REC FROM WS-KYC-TST
              ADD 1 TO WS-CER-ECRITS(6)
              PERFORM FONCTION-READ-KYC
           END-PERFORM.
      **************************************************************
      * ROUTINES DE MASQUAGE : LA VALEUR FICTIVE NE DEPEND QUE DE  *
      * LA VALEUR D'ORIGINE ET DE LA GRAINE. UNE ZONE VIDE RESTE   *
      * VIDE ; UNE VALEUR FICTIVE EGALE A L'ORIGINE EST DECALEE    *
      **************************************************************
        FONCTION-MASQUER-NOM.
           IF WS-MQ-NOM NOT = SPACES
              MOVE WS-MQ-NOM TO WS-HA-TEXTE
              MOVE 10 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              DIVIDE WS-HA-VALEUR BY 40 GIVING WS-QUOTIENT
                     REMAINDER WS-RESTE
              MOVE WS-RESTE TO WS-IX
              ADD 1 TO WS-IX
              IF WS-NOM-FICTIF(WS-IX) = WS-MQ-NOM
                 IF WS-IX < 40
                    ADD 1 TO WS-IX
                 ELSE
                    MOVE 1 TO WS-IX
                 END-IF
              END-IF
              MOVE WS-NOM-FICTIF(WS-IX) TO WS-MQ-NOM
              ADD 1 TO WS-CER-MASQUES(WS-IX-CER)
           END-IF.
        FONCTION-MASQUER-PRENOM.
           IF WS-MQ-PRENOM NOT = SPACES
              MOVE WS-MQ-PRENOM TO WS-HA-TEXTE
              MOVE 10 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              DIVIDE WS-HA-VALEUR BY 40 GIVING WS-QUOTIENT
                     REMAINDER WS-RESTE
              MOVE WS-RESTE TO WS-IX
              ADD 1 TO WS-IX
              IF WS-PRENOM-FICTIF(WS-IX) = WS-MQ-PRENOM
                 IF WS-IX < 40
                    ADD 1 TO WS-IX
                 ELSE
                    MOVE 1 TO WS-IX
                 END-IF
              END-IF
              MOVE WS-PRENOM-FICTIF(WS-IX) TO WS-MQ-PRENOM
              ADD 1 TO WS-CER-MASQUES(WS-IX-CER)
           END-IF.
      *-- L'ANNEE EST GARDEE POUR LES TRAITEMENTS LIES A L'AGE
        FONCTION-MASQUER-DATE.
           IF WS-MQ-DATE NOT = 0
              MOVE WS-MQ-DATE-X TO WS-HA-TEXTE
              MOVE 8 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              DIVIDE WS-HA-VALEUR BY 12 GIVING WS-QUOTIENT
                     REMAINDER WS-RESTE
              IF WS-RESTE + 1 = WS-MQ-MM
                 DIVIDE WS-HA-VALEUR BY 28 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE
                 IF WS-RESTE + 1 = WS-MQ-JJ
                    IF WS-RESTE < 27
                       ADD 1 TO WS-RESTE
                    ELSE
                       MOVE 0 TO WS-RESTE
                    END-IF
                 END-IF
                 COMPUTE WS-MQ-JJ = WS-RESTE + 1
              ELSE
                 COMPUTE WS-MQ-MM = WS-RESTE + 1
                 DIVIDE WS-HA-VALEUR BY 28 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE
                 COMPUTE WS-MQ-JJ = WS-RESTE + 1
              END-IF
              ADD 1 TO WS-CER-MASQUES(WS-IX-CER)
           END-IF.
        FONCTION-MASQUER-EMAIL.
           IF WS-MQ-EMAIL NOT = SPACES
              MOVE WS-MQ-EMAIL TO WS-HA-TEXTE
              MOVE 9 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              MOVE WS-HA-VALEUR TO WS-HA-CHIFFRES
              IF WS-MQ-EMAIL-PREFIXE = 'TST'
                 AND WS-MQ-EMAIL-NUMERO = WS-HA-CHIFFRES
                 ADD 1 TO WS-HA-CHIFFRES
              END-IF
              MOVE 'TST' TO WS-MQ-EMAIL-PREFIXE
              MOVE WS-HA-CHIFFRES TO WS-MQ-EMAIL-NUMERO
              ADD 1 TO WS-CER-MASQUES(WS-IX-CER)
           END-IF.
        FONCTION-MASQUER-TEL.
           IF WS-MQ-TEL NOT = SPACES
              MOVE WS-MQ-TEL TO WS-HA-TEXTE
              MOVE 10 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              MOVE WS-HA-VALEUR TO WS-HA-CHIFFRES
              IF WS-MQ-TEL-PREFIXE = '0999'
                 AND WS-MQ-TEL-NUMERO = WS-HA-CHIFFRES
                 ADD 1 TO WS-HA-CHIFFRES
              END-IF
              MOVE '0999' TO WS-MQ-TEL-PREFIXE
              MOVE WS-HA-CHIFFRES TO WS-MQ-TEL-NUMERO
              ADD 1 TO WS-CER-MASQUES(WS-IX-CER)
           END-IF.
        FONCTION-MASQUER-RUE.
           IF WS-MQ-RUE NOT = SPACES
              MOVE WS-MQ-RUE TO WS-HA-TEXTE
              MOVE 10 TO WS-HA-LONG
              PERFORM FONCTION-HACHER
              DIVIDE WS-HA-VALEUR BY 20 GIVING WS-QUOTIENT
                     REMAINDER WS-RESTE
              MOVE WS-RESTE TO WS-IX
              ADD 1 TO WS-IX
              IF WS-RUE-FICTIVE(WS-IX) = WS-MQ-RUE
                 IF WS-IX < 20
                    ADD 1 TO WS-IX
                 ELSE
                    MOVE 1 TO WS-IX
                 END-IF
              END-IF
              MOVE WS-RUE-FICTIVE(WS-IX) TO WS-MQ-RUE
              ADD 1 TO WS-CER-MASQUES(WS-IX-CER)
           END-IF.
        FONCTION-HACHER.
           MOVE WS-GRAINE TO WS-HA-VALEUR
           PERFORM VARYING WS-HA-I FROM 1 BY 1
                   UNTIL WS-HA-I > WS-HA-LONG
              MOVE 0 TO WS-HA-RANG
              INSPECT WS-HA-ALPHABET TALLYING WS-HA-RANG
                      FOR CHARACTERS
                      BEFORE INITIAL WS-HA-TEXTE(WS-HA-I:1)
              COMPUTE WS-HA-PRODUIT = WS-HA-VALEUR * 41
                                    + WS-HA-RANG + 1
              DIVIDE WS-HA-PRODUIT BY 999983 GIVING WS-HA-QUOTIENT
                     REMAINDER WS-HA-VALEUR
           END-PERFORM.
        FONCTION-READ-CLIENT.
           READ FCLIENT NEXT RECORD
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-MOUVEM.
           READ FMOUVEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-PERSON.
           READ FPERSON NEXT RECORD
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-COTITU.
           READ FCOTITU NEXT RECORD
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-ADRESSE.
           READ FADRESSE NEXT RECORD
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-KYC.
           READ FKYC NEXT RECORD
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * CERTIFICAT DE MASQUAGE : COMPTAGES PAR FICHIER, TOTAUX DE  *
      * COHERENCE ET CONCLUSION. LA COPIE N'EST UTILISABLE QUE SI  *
      * AUCUNE VALEUR D'ORIGINE NE RESTE ET QUE LES TOTAUX SONT    *
      * EGAUX                                                      *
      **************************************************************
        FONCTION-EDITER-CERTIFICAT.
           MOVE 'CERTIFICAT DE MASQUAGE DE LA COPIE DE TEST'
              TO WS-PRT-TITRE
           WRITE REC-PRT FROM WS-LIGNE01
           WRITE REC-PRT FROM WS-LIGNE02
           WRITE REC-PRT FROM WS-LIGNE01
           WRITE REC-PRT FROM WS-LIGNE03
           WRITE REC-PRT FROM WS-LIGNE01
           ADD 5 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-IX-CER FROM 1 BY 1 UNTIL WS-IX-CER > 6
              MOVE WS-CER-FICHIER(WS-IX-CER) TO WS-PRT-FICHIER
              MOVE WS-CER-LUS(WS-IX-CER) TO WS-PRT-LUS
              MOVE WS-CER-ECRITS(WS-IX-CER) TO WS-PRT-ECRITS
              MOVE WS-CER-MASQUES(WS-IX-CER) TO WS-PRT-MASQUES
              MOVE WS-CER-RESTES(WS-IX-CER) TO WS-PRT-RESTES
              WRITE REC-PRT FROM WS-LIGNE04
              ADD 1 TO WS-CPT-LIGNES-TOT
              ADD WS-CER-RESTES(WS-IX-CER) TO WS-TOT-RESTES
              IF WS-CER-LUS(WS-IX-CER) NOT = WS-CER-ECRITS(WS-IX-CER)
                 ADD 1 TO WS-TOT-RESTES
              END-IF
           END-PERFORM
           WRITE REC-PRT FROM WS-LIGNE01
           MOVE 'SOLDES FCLIENT ENTREE/SORTIE' TO WS-PRT-LIBELLE
           MOVE WS-TOT-SOLDE-ENTREE TO WS-PRT-ENTREE
           MOVE WS-TOT-SOLDE-SORTIE TO WS-PRT-SORTIE
           WRITE REC-PRT FROM WS-LIGNE05
           MOVE 'MONTANTS FMOUVEM ENTREE/SORTIE' TO WS-PRT-LIBELLE
           MOVE WS-TOT-MONT-ENTREE TO WS-PRT-ENTREE
           MOVE WS-TOT-MONT-SORTIE TO WS-PRT-SORTIE
           WRITE REC-PRT FROM WS-LIGNE05
           WRITE REC-PRT FROM WS-LIGNE01
           ADD 4 TO WS-CPT-LIGNES-TOT
           IF WS-TOT-RESTES = 0
              AND WS-TOT-SOLDE-ENTREE = WS-TOT-SOLDE-SORTIE
              AND WS-TOT-MONT-ENTREE = WS-TOT-MONT-SORTIE
              MOVE SPACES TO WS-PRT-CONCLUSION
              STRING 'AUCUNE VALEUR D''ORIGINE RESTANTE - TOTAUX '
                     'EGAUX - COPIE UTILISABLE EN TEST'
                     DELIMITED BY SIZE INTO WS-PRT-CONCLUSION
           ELSE
              MOVE SPACES TO WS-PRT-CONCLUSION
              STRING 'VALEURS D''ORIGINE RESTANTES OU TOTAUX '
                     'DIFFERENTS - COPIE A DETRUIRE'
                     DELIMITED BY SIZE INTO WS-PRT-CONCLUSION
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           WRITE REC-PRT FROM WS-LIGNE06
           WRITE REC-PRT FROM WS-LIGNE01
           ADD 2 TO WS-CPT-LIGNES-TOT
           DISPLAY ' VALEURS D ORIGINE RESTANTES : ' WS-TOT-RESTES.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
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
           MOVE 'QUEST142' TO CTLLOG-JOB
           MOVE ' CLIENTS RECOPIES MASQUES ' TO CTLLOG-LIBELLE
           MOVE WS-CER-ECRITS(1) TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST142' TO CTLLOG-JOB
           MOVE ' MOUVEMENTS RECOPIES MASQUES ' TO CTLLOG-LIBELLE
           MOVE WS-CER-ECRITS(2) TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST142' TO CTLLOG-JOB
           MOVE ' VALEURS D ORIGINE RESTANTES ' TO CTLLOG-LIBELLE
           MOVE WS-TOT-RESTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST142' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FCLITST
           CLOSE FMOUVEM
           CLOSE FMVTTST
           CLOSE FPERSON
           CLOSE FPERTST
           CLOSE FCOTITU
           CLOSE FCOTTST
           CLOSE FADRESSE
           CLOSE FADRTST
           CLOSE FKYC
           CLOSE FKYCTST
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
