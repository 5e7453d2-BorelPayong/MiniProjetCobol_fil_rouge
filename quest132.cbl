      **************************************************************
      *PROGRAMME DE NUIT DE CONFIRMATION DES CHANGEMENTS DE         *
      *COORDONNEES CLIENT. LA PRISE DE CONTROLE D'UN COMPTE PASSE   *
      *SOUVENT PAR UN CHANGEMENT DE TELEPHONE ET D'EMAIL AU         *
      *GUICHET SUIVI DE VIREMENTS : LA PISTE FAUDIT DE LA JOURNEE   *
      *(PARAMETRE QUEST132-DATE) EST RELUE POUR Y TROUVER LES       *
      *MODIFICATIONS APPLIQUEES PAR PGREWRIT ('MODIF') OU VALIDEES  *
      *PAR PGVALMAJ ('VAL '), AVEC L'IMAGE AVANT DE LA FICHE, ET    *
      *LES CREATIONS OU MODIFICATIONS DE L'EXTENSION D'ADRESSE      *
      *FADRESSE ('ADRESSE'), AVEC L'IMAGE AVANT DE L'EXTENSION.     *
      *LA PREMIERE IMAGE AVANT DU JOUR EST COMPAREE A LA FICHE      *
      *FCLIENT ET A L'EXTENSION ACTUELLES SUR EMAIL-CLIENT,         *
      *TEL-CLIENT, ADRESSE ET L'EXTENSION. POUR CHAQUE COMPTE       *
      *CHANGE :                                                     *
      *  - UN AVIS 'C' EST ECRIT DANS L'EXTRAIT FNOTIF (FORMAT      *
      *    QUEST83) VERS L'ANCIEN EMAIL ET L'ANCIEN TELEPHONE ;     *
      *  - UNE LETTRE EST EDITEE A L'ANCIENNE ADRESSE (ANCIENNE     *
      *    EXTENSION, SINON EXTENSION ACTUELLE, SINON ANCIENNE      *
      *    ZONE ADRESSE) AVEC LES ZONES CHANGEES ET LE SERVICE A    *
      *    APPELER (PARAMETRE QUEST132-CONTACT) ;                   *
      *  - LE COMPTE ENTRE DANS LE REGISTRE DE REFROIDISSEMENT      *
      *    FCHGCOO (KSDS PAR COMPTE) POUR LE DELAI PARAMETRE        *
      *    QUEST132-DELAI EN JOURS CALENDAIRES.                     *
      *LES ORDRES DE VIREMENT SORTANTS DU JOUR (FVIRSOR, ENTREE DE  *
      *QUEST96) SONT ENSUITE CONFRONTES AU REGISTRE : TOUT ORDRE    *
      *D'UN COMPTE DONT LES COORDONNEES ONT CHANGE DANS LE DELAI    *
      *VA A LA LISTE DE SURVEILLANCE FSURVVIR ET A L'ETAT DDPRTSUR  *
      *(CODE RETOUR 4). LES ENTREES DU REGISTRE DONT LE DELAI EST   *
      *ECOULE SONT PURGEES EN FIN DE TRAITEMENT.                    *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST132.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FCHGCOO ASSIGN TO DDCHGCOO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHG-NUM-COMPTE
           FILE STATUS IS FS-CHGCOO.
           SELECT FVIRSOR ASSIGN TO DDVIRSOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-VIRSOR.
           SELECT FNOTIF ASSIGN TO DDNOTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTIF.
           SELECT FSURVVIR ASSIGN TO DDSURVIR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SURVVIR.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FPRTSUR ASSIGN TO DDPRTSUR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRTSUR.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
        DATA DIVISION.
        FILE SECTION.
        FD FAUDIT.
        01 AUDIT-REC.
           05 AUD-TRMID PIC X(4).
           05 AUD-OPERID PIC X(4).
           05 AUD-DATE PIC S9(7) COMP.
           05 AUD-TIME PIC S9(7) COMP.
           05 AUD-OPERATION PIC X(8).
           05 AUD-NUM-CPT PIC X(6).
           05 AUD-AVANT PIC X(101).
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
      *-- REGISTRE DE REFROIDISSEMENT : UN ENREGISTREMENT PAR COMPTE
      *-- DONT LES COORDONNEES ONT CHANGE, REMPLACE A CHAQUE NOUVEAU
      *-- CHANGEMENT. ZONES : E = EMAIL, T = TELEPHONE, A = ZONE
      *-- ADRESSE, X = EXTENSION FADRESSE
        FD FCHGCOO.
        01 CHGCOO.
           05 CHG-NUM-COMPTE PIC X(6).
           05 CHG-DATE PIC X(10).
           05 CHG-ORDINAL PIC 9(7).
           05 CHG-ZONES PIC X(4).
           05 CHG-OPERID PIC X(4).
           05 FILLER PIC X(49).
        FD FVIRSOR.
        01 VIRSOR.
           05 VSO-COMPTE PIC X(6).
           05 VSO-BENEFICIAIRE PIC X(6).
           05 VSO-MONTANT PIC X(10).
           05 VSO-MONTANT-N REDEFINES VSO-MONTANT PIC 9(8)V99.
           05 VSO-DATE PIC X(8).
           05 VSO-IBAN PIC X(34).
           05 VSO-NOM-BENEF PIC X(16).
        FD FNOTIF.
        01 NOTIF.
           05 NOT-NUM-COMPTE PIC X(6).
           05 NOT-TYPE PIC X(1).
           05 NOT-EMAIL PIC X(9).
           05 NOT-TEL PIC X(10).
           05 NOT-MONTANT PIC 9(8)V99.
           05 NOT-SEUIL PIC 9(8)V99.
           05 NOT-DATE PIC X(10).
           05 NOT-MESSAGE PIC X(24).
      *-- LISTE DE SURVEILLANCE : VIREMENT SORTANT EMIS PENDANT LE
      *-- DELAI DE REFROIDISSEMENT D'UN CHANGEMENT DE COORDONNEES
        FD FSURVVIR.
        01 SURVVIR.
           05 SUR-NUM-COMPTE PIC X(6).
           05 SUR-DATE-CHG PIC X(10).
           05 SUR-ZONES PIC X(4).
           05 SUR-BENEFICIAIRE PIC X(6).
           05 SUR-MONTANT PIC 9(8)V99.
           05 SUR-DATE-VIR PIC X(8).
           05 SUR-IBAN PIC X(34).
           05 FILLER PIC X(2).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FPRTSUR.
        01 REC-SUR.
           05 ENR-SUR PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-AUDIT PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-CHGCOO PIC X(2).
        01 FS-VIRSOR PIC X(2).
        01 FS-NOTIF PIC X(2).
        01 FS-SURVVIR PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-PRTSUR PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-ORDINAL-TRT PIC 9(7).
        01 WS-DELAI PIC 9(5).
        01 WS-CONTACT PIC X(30).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-AUDIT PIC 9(7) VALUE 0.
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-CHANGES PIC 9(7) VALUE 0.
        01 WS-CPT-AVIS PIC 9(7) VALUE 0.
        01 WS-CPT-LETTRES PIC 9(7) VALUE 0.
        01 WS-CPT-VIREMENTS PIC 9(7) VALUE 0.
        01 WS-CPT-SURVEILLES PIC 9(7) VALUE 0.
        01 WS-CPT-PURGES PIC 9(7) VALUE 0.
      *-- DECODAGE DES DATES EN RANG DE JOUR CALENDAIRE : DATE
      *-- JULIENNE CICS 0CYYDDD DE LA PISTE, AAAA-MM-JJ DU PARAMETRE
      *-- ET AAAAMMJJ DES ORDRES DE VIREMENT
        01 WS-DATE-BRUTE PIC 9(7).
        01 WS-DD-SIECLE PIC 9(1).
        01 WS-DD-AA PIC 9(2).
        01 WS-DD-JJJ PIC 9(3).
        01 WS-DD-AAAA PIC 9(4).
        01 WS-DD-MM PIC 9(2).
        01 WS-DD-JJ PIC 9(2).
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
        01 WS-I PIC 9(4).
        01 WS-ECART PIC S9(7).
      *-- COMPTES TOUCHES DANS LA JOURNEE : PREMIERE IMAGE AVANT DE
      *-- LA FICHE ET DE L'EXTENSION D'ADRESSE
        01 WS-TAB-CHANGEMENT.
           05 WS-TAB-CH-NB PIC 9(4) VALUE 0.
           05 WS-TAB-CH-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-CH-NB
                INDEXED BY WS-CH-IDX.
              10 WS-TAB-CH-COMPTE PIC X(6).
              10 WS-TAB-CH-OPERID PIC X(4).
              10 WS-TAB-CH-FICHE PIC X(1).
              10 WS-TAB-CH-AVANT-CLI PIC X(101).
              10 WS-TAB-CH-EXTENSION PIC X(1).
              10 WS-TAB-CH-AVANT-ADR PIC X(80).
        01 WS-AVANT-CLIENT.
           05 WS-AV-NUM-COMPTE PIC X(6).
           05 FILLER PIC X(36).
           05 WS-AV-ADRESSE PIC X(10).
           05 FILLER PIC X(12).
           05 WS-AV-EMAIL-CLIENT PIC X(9).
           05 WS-AV-TEL-CLIENT PIC X(10).
           05 FILLER PIC X(18).
        01 WS-AVANT-EXTENSION.
           05 WS-AVX-NUM-COMPTE PIC X(6).
           05 WS-AVX-NUMERO PIC X(5).
           05 WS-AVX-RUE PIC X(25).
           05 WS-AVX-VILLE PIC X(15).
           05 WS-AVX-CODE-POSTAL PIC X(5).
           05 WS-AVX-PAYS PIC X(10).
           05 FILLER PIC X(14).
        01 WS-EXTENSION-ACTUELLE PIC X(80).
        01 WS-EXTENSION-TROUVEE PIC X(1).
        01 WS-ZONES.
           05 WS-ZONE-EMAIL PIC X(1).
           05 WS-ZONE-TEL PIC X(1).
           05 WS-ZONE-ADRESSE PIC X(1).
           05 WS-ZONE-EXTENSION PIC X(1).
        01 WS-LIBELLE-ZONES PIC X(40).
        01 WS-LIB-PTR PIC 9(2).
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST132'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST132'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(48) VALUE
              ' CONFIRMATION DE CHANGEMENT DE COORDONNEES '.
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(54) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-ADR-NUMERO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-RUE PIC X(25).
           05 FILLER PIC X(44) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-ADR-CP PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-VILLE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-PAYS PIC X(10).
           05 FILLER PIC X(43) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(9) VALUE ' COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(37) VALUE
              ' : LES COORDONNEES SUIVANTES ONT ETE'.
           05 FILLER PIC X(26) VALUE ' MODIFIEES LE '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-ZONES PIC X(40).
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' SI VOUS N''ETES PAS A L''ORIGINE DE CE CHANGEMENT, '.
           05 FILLER PIC X(26) VALUE 'APPELEZ SANS ATTENDRE :'.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS4.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-CONTACT PIC X(30).
           05 FILLER PIC X(45) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-SUR-LIGNE01 PIC X(80) VALUE ALL '-'.
        01 WS-SUR-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(10) VALUE ALL ' '.
           05 FILLER PIC X(58) VALUE
              ' VIREMENTS SORTANTS APRES CHANGEMENT DE COORDONNEES '.
           05 FILLER PIC X(10) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-SUR-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(10) VALUE ' DATE : '.
           05 WS-SUR-DATE-TRT PIC X(10).
           05 FILLER PIC X(10) VALUE '  DELAI : '.
           05 WS-SUR-DELAI PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE ' JOURS'.
           05 FILLER PIC X(37) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-SUR-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(35) VALUE
              ' COMPTE DATE CHGT  ZONE BENEF.'.
           05 FILLER PIC X(25) VALUE 'MONTANT DATE VIR IBAN'.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-SUR-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-DATE-CHG PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-ZONES PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-BENEF PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-MONTANT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-DATE-VIR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SUR-IBAN PIC X(26).
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-SUR-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(30) VALUE ' VIREMENTS SOUS SURVEILLANCE :'.
           05 WS-SUR-NB PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN I-O FCHGCOO
           IF FS-CHGCOO = '00'
              DISPLAY ' FILE CHGCOO OPEN SUCCES : ' FS-CHGCOO
           ELSE
              MOVE 'FCHGCOO' TO WS-ERR-FICHIER
              MOVE FS-CHGCOO TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FVIRSOR
           IF FS-VIRSOR = '00'
              DISPLAY ' FILE VIRSOR OPEN SUCCES : ' FS-VIRSOR
           ELSE
              MOVE 'FVIRSOR' TO WS-ERR-FICHIER
              MOVE FS-VIRSOR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FNOTIF
           IF FS-NOTIF = '00'
              DISPLAY ' FILE NOTIF OPEN SUCCES : ' FS-NOTIF
           ELSE
              MOVE 'FNOTIF' TO WS-ERR-FICHIER
              MOVE FS-NOTIF TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FSURVVIR
           IF FS-SURVVIR = '00'
              DISPLAY ' FILE SURVVIR OPEN SUCCES : ' FS-SURVVIR
           ELSE
              MOVE 'FSURVVIR' TO WS-ERR-FICHIER
              MOVE FS-SURVVIR TO WS-ERR-STATUT
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
           OPEN OUTPUT FPRTSUR
           IF FS-PRTSUR = '00'
              DISPLAY ' FILE PRTSUR OPEN SUCCES : ' FS-PRTSUR
           ELSE
              MOVE 'FPRTSUR' TO WS-ERR-FICHIER
              MOVE FS-PRTSUR TO WS-ERR-STATUT
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
           PERFORM FONCTION-LIRE-AUDIT
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-TAB-CH-NB
              ADD 1 TO WS-CPT-COMPTES
              PERFORM FONCTION-EXAMINER-COMPTE
           END-PERFORM
           PERFORM FONCTION-SURVEILLER-VIREMENTS
           PERFORM FONCTION-PURGER-REGISTRE
           DISPLAY ' ENTREES FAUDIT RETENUES : ' WS-CPT-AUDIT
           DISPLAY ' COMPTES TOUCHES : ' WS-CPT-COMPTES
           DISPLAY ' COMPTES AUX COORDONNEES CHANGEES : '
                   WS-CPT-CHANGES
           DISPLAY ' AVIS EMIS : ' WS-CPT-AVIS
           DISPLAY ' LETTRES EMISES : ' WS-CPT-LETTRES
           DISPLAY ' VIREMENTS SORTANTS LUS : ' WS-CPT-VIREMENTS
           DISPLAY ' VIREMENTS SOUS SURVEILLANCE : ' WS-CPT-SURVEILLES
           DISPLAY ' ENTREES DU REGISTRE PURGEES : ' WS-CPT-PURGES
           IF WS-CPT-SURVEILLES > 0 AND WS-ERR-RC-JOB < 4
              MOVE 4 TO WS-ERR-RC-JOB
           END-IF
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT, DELAI DE REFROIDISSEMENT ET SERVICE A  *
      * APPELER LUS DANS LE FICHIER CENTRAL FPARAM VIA PGMPARAM    *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST132-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-DD-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-DD-MM
           MOVE WS-DATE-TRT(9:2) TO WS-DD-JJ
           PERFORM FONCTION-RANG-CALENDAIRE
           MOVE WS-DD-ORDINAL TO WS-ORDINAL-TRT
           MOVE 'QUEST132-DELAI' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '30' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' PARAMETRE DELAI REFROIDISSEMENT INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-DELAI
           MOVE 'QUEST132-CONTACT' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'VOTRE CONSEILLER EN AGENCE' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR TO WS-CONTACT.
      **************************************************************
      * PISTE FAUDIT DU JOUR : SEULE LA PREMIERE IMAGE AVANT DE LA *
      * FICHE ET DE L'EXTENSION EST RETENUE PAR COMPTE. LE DEPOT   *
      * 'DEMANDE' N'EST PAS UN CHANGEMENT : SEULE SA VALIDATION    *
      * 'VAL ' L'APPLIQUE                                          *
      **************************************************************
        FONCTION-LIRE-AUDIT.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FAUDIT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 AND (AUD-OPERATION = 'MODIF'
                      OR AUD-OPERATION(1:4) = 'VAL '
                      OR AUD-OPERATION = 'ADRESSE')
                 MOVE AUD-DATE TO WS-DATE-BRUTE
                 PERFORM FONCTION-RANG-JULIEN
                 IF WS-DD-ORDINAL = WS-ORDINAL-TRT
                    ADD 1 TO WS-CPT-AUDIT
                    PERFORM FONCTION-RETENIR-CHANGEMENT
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-RETENIR-CHANGEMENT.
           SET WS-CH-IDX TO 1
           SEARCH WS-TAB-CH-ENTREE
              AT END
                 IF WS-TAB-CH-NB < 2000
                    ADD 1 TO WS-TAB-CH-NB
                    SET WS-CH-IDX TO WS-TAB-CH-NB
                    MOVE AUD-NUM-CPT TO WS-TAB-CH-COMPTE(WS-CH-IDX)
                    MOVE AUD-OPERID TO WS-TAB-CH-OPERID(WS-CH-IDX)
                    MOVE 'N' TO WS-TAB-CH-FICHE(WS-CH-IDX)
                    MOVE 'N' TO WS-TAB-CH-EXTENSION(WS-CH-IDX)
                    PERFORM FONCTION-RETENIR-IMAGE
                 ELSE
                    DISPLAY ' TABLE DES CHANGEMENTS PLEINE : '
                            AUD-NUM-CPT
                    IF WS-ERR-RC-JOB < 4
                       MOVE 4 TO WS-ERR-RC-JOB
                    END-IF
                 END-IF
              WHEN WS-TAB-CH-COMPTE(WS-CH-IDX) = AUD-NUM-CPT
                 PERFORM FONCTION-RETENIR-IMAGE
           END-SEARCH.
        FONCTION-RETENIR-IMAGE.
           IF AUD-OPERATION = 'ADRESSE'
              IF WS-TAB-CH-EXTENSION(WS-CH-IDX) = 'N'
                 MOVE 'O' TO WS-TAB-CH-EXTENSION(WS-CH-IDX)
                 MOVE AUD-AVANT(1:80)
                      TO WS-TAB-CH-AVANT-ADR(WS-CH-IDX)
              END-IF
           ELSE
              IF WS-TAB-CH-FICHE(WS-CH-IDX) = 'N'
                 MOVE 'O' TO WS-TAB-CH-FICHE(WS-CH-IDX)
                 MOVE AUD-AVANT TO WS-TAB-CH-AVANT-CLI(WS-CH-IDX)
              END-IF
           END-IF.
      **************************************************************
      * COMPARAISON DES IMAGES AVANT A LA FICHE ET A L'EXTENSION   *
      * ACTUELLES. UN COMPTE REVENU A SES COORDONNEES DU MATIN OU  *
      * DONT SEULES D'AUTRES ZONES ONT CHANGE N'EST PAS AVISE      *
      **************************************************************
        FONCTION-EXAMINER-COMPTE.
           MOVE WS-TAB-CH-COMPTE(WS-CH-IDX) TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE ABSENT DE FCLIENT : ' NU-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-EXAMINER-COMPTE' TO WS-ERR-PARAGRAPHE
                 MOVE NU-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 PERFORM FONCTION-COMPARER-COORDONNEES
           END-READ.
        FONCTION-COMPARER-COORDONNEES.
           MOVE 'N' TO WS-ZONE-EMAIL
           MOVE 'N' TO WS-ZONE-TEL
           MOVE 'N' TO WS-ZONE-ADRESSE
           MOVE 'N' TO WS-ZONE-EXTENSION
      *-- SANS IMAGE AVANT DE LA FICHE, LES ZONES DE LA FICHE SONT
      *-- CELLES DU MATIN
           IF WS-TAB-CH-FICHE(WS-CH-IDX) = 'O'
              MOVE WS-TAB-CH-AVANT-CLI(WS-CH-IDX) TO WS-AVANT-CLIENT
           ELSE
              MOVE CLIENT TO WS-AVANT-CLIENT
           END-IF
           IF WS-AV-EMAIL-CLIENT NOT = EMAIL-CLIENT
              MOVE 'E' TO WS-ZONE-EMAIL
           END-IF
           IF WS-AV-TEL-CLIENT NOT = TEL-CLIENT
              MOVE 'T' TO WS-ZONE-TEL
           END-IF
           IF WS-AV-ADRESSE NOT = ADRESSE
              MOVE 'A' TO WS-ZONE-ADRESSE
           END-IF
           MOVE NU-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE 'N' TO WS-EXTENSION-TROUVEE
                 MOVE SPACES TO WS-EXTENSION-ACTUELLE
              NOT INVALID KEY
                 MOVE 'O' TO WS-EXTENSION-TROUVEE
                 MOVE ADRESSE-EXT TO WS-EXTENSION-ACTUELLE
           END-READ
           MOVE SPACES TO WS-AVANT-EXTENSION
           IF WS-TAB-CH-EXTENSION(WS-CH-IDX) = 'O'
              MOVE WS-TAB-CH-AVANT-ADR(WS-CH-IDX)
                   TO WS-AVANT-EXTENSION
              IF WS-AVANT-EXTENSION NOT = WS-EXTENSION-ACTUELLE
                 MOVE 'X' TO WS-ZONE-EXTENSION
              END-IF
           END-IF
           IF WS-ZONES NOT = 'NNNN'
              ADD 1 TO WS-CPT-CHANGES
              PERFORM FONCTION-EMETTRE-AVIS
              PERFORM FONCTION-EMETTRE-LETTRE
              PERFORM FONCTION-INSCRIRE-REGISTRE
           END-IF.
      *-- L'AVIS PART VERS L'ANCIEN EMAIL ET L'ANCIEN TELEPHONE,
      *-- POUR QUE LE VRAI CLIENT L'AIT MEME SI SES COORDONNEES ONT
      *-- ETE DETOURNEES
        FONCTION-EMETTRE-AVIS.
           IF WS-AV-EMAIL-CLIENT NOT = SPACES
              OR WS-AV-TEL-CLIENT NOT = SPACES
              MOVE NU-COMPTE TO NOT-NUM-COMPTE
              MOVE 'C' TO NOT-TYPE
              MOVE WS-AV-EMAIL-CLIENT TO NOT-EMAIL
              MOVE WS-AV-TEL-CLIENT TO NOT-TEL
              MOVE 0 TO NOT-MONTANT
              MOVE 0 TO NOT-SEUIL
              MOVE WS-DATE-TRT TO NOT-DATE
              MOVE 'COORDONNEES MODIFIEES' TO NOT-MESSAGE
              WRITE NOTIF
              ADD 1 TO WS-CPT-AVIS
           END-IF.
        FONCTION-EMETTRE-LETTRE.
           ADD 1 TO WS-CPT-LETTRES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM FONCTION-EDITER-DESTINATAIRE
           PERFORM FONCTION-LIBELLER-ZONES
           MOVE NU-COMPTE TO WS-PRT-COMPTE
           MOVE WS-LIGNE-CORPS1 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DATE-TRT TO WS-PRT-DATE
           MOVE WS-LIBELLE-ZONES TO WS-PRT-ZONES
           MOVE WS-LIGNE-CORPS2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CORPS3 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CONTACT TO WS-PRT-CONTACT
           MOVE WS-LIGNE-CORPS4 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT.
      *-- LA LETTRE VA A L'ADRESSE D'AVANT LE CHANGEMENT : ANCIENNE
      *-- EXTENSION SI ELLE EXISTAIT, SINON EXTENSION ACTUELLE SI
      *-- ELLE N'A PAS BOUGE, SINON ANCIENNE ZONE ADRESSE DE LA FICHE
        FONCTION-EDITER-DESTINATAIRE.
           MOVE NOM-CLIENT TO WS-PRT-NOM
           MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
           MOVE WS-LIGNE-DEST1 TO REC-PRT
           WRITE REC-PRT
           EVALUATE TRUE
              WHEN WS-TAB-CH-EXTENSION(WS-CH-IDX) = 'O'
                   AND WS-AVANT-EXTENSION NOT = SPACES
                 MOVE WS-AVX-NUMERO TO WS-PRT-ADR-NUMERO
                 MOVE WS-AVX-RUE TO WS-PRT-ADR-RUE
                 MOVE WS-AVX-CODE-POSTAL TO WS-PRT-ADR-CP
                 MOVE WS-AVX-VILLE TO WS-PRT-ADR-VILLE
                 MOVE WS-AVX-PAYS TO WS-PRT-ADR-PAYS
              WHEN WS-TAB-CH-EXTENSION(WS-CH-IDX) = 'N'
                   AND WS-EXTENSION-TROUVEE = 'O'
                 MOVE ADR-NUMERO TO WS-PRT-ADR-NUMERO
                 MOVE ADR-RUE TO WS-PRT-ADR-RUE
                 MOVE ADR-CODE-POSTAL TO WS-PRT-ADR-CP
                 MOVE ADR-VILLE TO WS-PRT-ADR-VILLE
                 MOVE ADR-PAYS TO WS-PRT-ADR-PAYS
              WHEN OTHER
                 MOVE SPACES TO WS-PRT-ADR-NUMERO
                 MOVE WS-AV-ADRESSE TO WS-PRT-ADR-RUE
                 MOVE SPACES TO WS-PRT-ADR-CP
                 MOVE SPACES TO WS-PRT-ADR-VILLE
                 MOVE SPACES TO WS-PRT-ADR-PAYS
           END-EVALUATE
           MOVE WS-LIGNE-DEST2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-DEST3 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-LIBELLER-ZONES.
           MOVE SPACES TO WS-LIBELLE-ZONES
           MOVE 1 TO WS-LIB-PTR
           IF WS-ZONE-EMAIL = 'E'
              STRING 'EMAIL ' DELIMITED SIZE
                     INTO WS-LIBELLE-ZONES WITH POINTER WS-LIB-PTR
           END-IF
           IF WS-ZONE-TEL = 'T'
              STRING 'TELEPHONE ' DELIMITED SIZE
                     INTO WS-LIBELLE-ZONES WITH POINTER WS-LIB-PTR
           END-IF
           IF WS-ZONE-ADRESSE = 'A' OR WS-ZONE-EXTENSION = 'X'
              STRING 'ADRESSE POSTALE' DELIMITED SIZE
                     INTO WS-LIBELLE-ZONES WITH POINTER WS-LIB-PTR
           END-IF.
      *-- UN NOUVEAU CHANGEMENT SUR UN COMPTE DEJA AU REGISTRE FAIT
      *-- REPARTIR LE DELAI DE REFROIDISSEMENT
        FONCTION-INSCRIRE-REGISTRE.
           MOVE SPACES TO CHGCOO
           MOVE NU-COMPTE TO CHG-NUM-COMPTE
           MOVE WS-DATE-TRT TO CHG-DATE
           MOVE WS-ORDINAL-TRT TO CHG-ORDINAL
           MOVE WS-ZONES TO CHG-ZONES
           INSPECT CHG-ZONES REPLACING ALL 'N' BY SPACE
           MOVE WS-TAB-CH-OPERID(WS-CH-IDX) TO CHG-OPERID
           WRITE CHGCOO
              INVALID KEY
                 REWRITE CHGCOO
                    INVALID KEY
                       DISPLAY ' REGISTRE NON MIS A JOUR : '
                               CHG-NUM-COMPTE
                       MOVE 'FCHGCOO' TO WS-ERR-FICHIER
                       MOVE FS-CHGCOO TO WS-ERR-STATUT
                       MOVE 'FONCTION-INSCRIRE-REGISTRE'
                         TO WS-ERR-PARAGRAPHE
                       MOVE CHG-NUM-COMPTE TO WS-ERR-CLE
                       PERFORM FONCTION-SIGNALER-ERREUR
                 END-REWRITE
           END-WRITE.
      **************************************************************
      * ORDRES DE VIREMENT SORTANTS DU JOUR CONFRONTES AU REGISTRE *
      * DE REFROIDISSEMENT                                         *
      **************************************************************
        FONCTION-SURVEILLER-VIREMENTS.
           MOVE WS-SUR-LIGNE01 TO REC-SUR
           WRITE REC-SUR
           MOVE WS-SUR-LIGNE02 TO REC-SUR
           WRITE REC-SUR
           MOVE WS-DATE-TRT TO WS-SUR-DATE-TRT
           MOVE WS-DELAI TO WS-SUR-DELAI
           MOVE WS-SUR-LIGNE03 TO REC-SUR
           WRITE REC-SUR
           MOVE WS-SUR-LIGNE01 TO REC-SUR
           WRITE REC-SUR
           MOVE WS-SUR-LIGNE04 TO REC-SUR
           WRITE REC-SUR
           MOVE WS-SUR-LIGNE01 TO REC-SUR
           WRITE REC-SUR
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FVIRSOR
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 ADD 1 TO WS-CPT-VIREMENTS
                 MOVE VSO-COMPTE TO CHG-NUM-COMPTE
                 READ FCHGCOO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM FONCTION-CONTROLER-VIREMENT
                 END-READ
              END-IF
           END-PERFORM
           MOVE WS-CPT-SURVEILLES TO WS-SUR-NB
           MOVE WS-SUR-LIGNE01 TO REC-SUR
           WRITE REC-SUR
           MOVE WS-SUR-TOTAL TO REC-SUR
           WRITE REC-SUR
           MOVE WS-SUR-LIGNE01 TO REC-SUR
           WRITE REC-SUR.
      *-- L'ORDRE EST RETENU S'IL EST DATE DU JOUR DU CHANGEMENT OU
      *-- DES JOURS DU DELAI QUI SUIVENT ; UNE DATE INEXPLOITABLE
      *-- EST RETENUE PAR PRUDENCE
        FONCTION-CONTROLER-VIREMENT.
           IF VSO-DATE NOT NUMERIC
              MOVE 0 TO WS-ECART
           ELSE
              MOVE VSO-DATE(1:4) TO WS-DD-AAAA
              MOVE VSO-DATE(5:2) TO WS-DD-MM
              MOVE VSO-DATE(7:2) TO WS-DD-JJ
              PERFORM FONCTION-RANG-CALENDAIRE
              COMPUTE WS-ECART = WS-DD-ORDINAL - CHG-ORDINAL
           END-IF
           IF WS-ECART >= 0 AND WS-ECART <= WS-DELAI
              PERFORM FONCTION-SIGNALER-VIREMENT
           END-IF.
        FONCTION-SIGNALER-VIREMENT.
           ADD 1 TO WS-CPT-SURVEILLES
           MOVE SPACES TO SURVVIR
           MOVE VSO-COMPTE TO SUR-NUM-COMPTE
           MOVE CHG-DATE TO SUR-DATE-CHG
           MOVE CHG-ZONES TO SUR-ZONES
           MOVE VSO-BENEFICIAIRE TO SUR-BENEFICIAIRE
           IF VSO-MONTANT IS NUMERIC
              MOVE VSO-MONTANT-N TO SUR-MONTANT
           ELSE
              MOVE 0 TO SUR-MONTANT
           END-IF
           MOVE VSO-DATE TO SUR-DATE-VIR
           MOVE VSO-IBAN TO SUR-IBAN
           WRITE SURVVIR
           MOVE SUR-NUM-COMPTE TO WS-SUR-COMPTE
           MOVE SUR-DATE-CHG TO WS-SUR-DATE-CHG
           MOVE SUR-ZONES TO WS-SUR-ZONES
           MOVE SUR-BENEFICIAIRE TO WS-SUR-BENEF
           MOVE SUR-MONTANT TO WS-SUR-MONTANT
           MOVE SUR-DATE-VIR TO WS-SUR-DATE-VIR
           MOVE SUR-IBAN TO WS-SUR-IBAN
           MOVE WS-SUR-DETAIL TO REC-SUR
           WRITE REC-SUR.
      **************************************************************
      * PURGE DES ENTREES DU REGISTRE DONT LE DELAI EST ECOULE     *
      **************************************************************
        FONCTION-PURGER-REGISTRE.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO CHG-NUM-COMPTE
           START FCHGCOO KEY IS >= CHG-NUM-COMPTE
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCHGCOO NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 COMPUTE WS-ECART = WS-ORDINAL-TRT - CHG-ORDINAL
                 IF WS-ECART > WS-DELAI
                    DELETE FCHGCOO
                       INVALID KEY
                          DISPLAY ' PURGE REGISTRE EN ERREUR : '
                                  CHG-NUM-COMPTE
                          MOVE 'FCHGCOO' TO WS-ERR-FICHIER
                          MOVE FS-CHGCOO TO WS-ERR-STATUT
                          MOVE 'FONCTION-PURGER-REGISTRE'
                            TO WS-ERR-PARAGRAPHE
                          MOVE CHG-NUM-COMPTE TO WS-ERR-CLE
                          PERFORM FONCTION-SIGNALER-ERREUR
                       NOT INVALID KEY
                          ADD 1 TO WS-CPT-PURGES
                    END-DELETE
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * RANG DU JOUR DEPUIS L'AN 1, POUR COMPTER LES JOURS ENTRE   *
      * DEUX DATES DE FORMATS DIFFERENTS                           *
      **************************************************************
      *-- DATE JULIENNE CICS 0CYYDDD (C=0 POUR 19XX, 1 POUR 20XX)
        FONCTION-RANG-JULIEN.
           MOVE WS-DATE-BRUTE(2:1) TO WS-DD-SIECLE
           MOVE WS-DATE-BRUTE(3:2) TO WS-DD-AA
           MOVE WS-DATE-BRUTE(5:3) TO WS-DD-JJJ
           COMPUTE WS-DD-AAAA = 1900 + WS-DD-SIECLE * 100 + WS-DD-AA
           PERFORM FONCTION-RANG-JOUR.
      *-- DATE CALENDAIRE DEJA ECLATEE EN ANNEE, MOIS ET JOUR
        FONCTION-RANG-CALENDAIRE.
           PERFORM FONCTION-ANNEE-BISSEXTILE
           MOVE WS-DD-JJ TO WS-DD-JJJ
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-DD-MM
                   OR WS-I > 12
              IF WS-I = 2
                 ADD WS-JM-FEVRIER TO WS-DD-JJJ
              ELSE
                 ADD WS-JM-NB(WS-I) TO WS-DD-JJJ
              END-IF
           END-PERFORM
           PERFORM FONCTION-RANG-JOUR.
        FONCTION-RANG-JOUR.
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
           MOVE 'QUEST132' TO CTLLOG-JOB
           MOVE ' AVIS CHANGEMENT COORDONNEES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CHANGES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST132' TO CTLLOG-JOB
           MOVE ' VIREMENTS SOUS SURVEILLANCE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-SURVEILLES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST132' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FAUDIT
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FCHGCOO
           CLOSE FVIRSOR
           CLOSE FNOTIF
           CLOSE FSURVVIR
           CLOSE FPRINT
           CLOSE FPRTSUR
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
