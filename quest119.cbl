      **************************************************************
      *PROGRAMME DE GENERATION DES IDENTIFIANTS BANCAIRES : LE      *
      *NUMERO DE COMPTE FCLIENT N'EST QU'UN NUMERO NU DE SIX        *
      *CARACTERES, ET LES CLIENTS DEMANDENT UN RIB / IBAN POUR LEUR *
      *EMPLOYEUR. POUR CHAQUE COMPTE, L'IDENTIFIANT COMPLET EST     *
      *CALCULE PAR PGMRIB : CODE BANQUE (FPARAM QUEST119-CODE-      *
      *BANQUE), CODE GUICHET DERIVE DE L'AGENCE GESTIONNAIRE        *
      *FCPTAGE ('00' + CODE AGENCE), NUMERO DE COMPTE SUR ONZE      *
      *POSITIONS, CLE RIB ET CLE IBAN. IL EST RANGE DANS LE KSDS    *
      *FRIBAN ; UN CHANGEMENT D'AGENCE GESTIONNAIRE MET L'IBAN A    *
      *JOUR ET SORT A L'ETAT DES MODIFICATIONS. UN COMPTE CLOTURE   *
      *GARDE SON IDENTIFIANT MAIS N'EN RECOIT PAS DE NOUVEAU ; UN   *
      *COMPTE SANS AGENCE GESTIONNAIRE EST SIGNALE (CODE RETOUR 4). *
      *LES DEMANDES DE RELEVE D'IDENTITE BANCAIRE DU JOUR (FDEMRIB, *
      *UN NUMERO DE COMPTE PAR ENREGISTREMENT) SONT ENSUITE EDITEES *
      *UNE PAR PAGE, AVEC LE TITULAIRE, L'ADRESSE STRUCTUREE        *
      *FADRESSE (REPLI SUR L'ANCIENNE ZONE), LE RIB, L'IBAN PAR     *
      *GROUPES DE QUATRE ET LE BIC (QUEST119-BIC)                   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST119.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FCPTAGE ASSIGN TO DDCPTAGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AGC-NUM-COMPTE
           FILE STATUS IS FS-CPTAGE.
           SELECT FRIBAN ASSIGN TO DDRIBAN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RIB-NUM-COMPTE
           FILE STATUS IS FS-RIBAN.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FDEMRIB ASSIGN TO DDDEMRIB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEMRIB.
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
           COPY CLIENT.
        FD FCPTAGE.
        01 CPTAGE.
           05 AGC-NUM-COMPTE PIC X(6).
           05 AGC-CODE-AGENCE PIC X(3).
           05 FILLER PIC X(71).
        FD FRIBAN.
        01 RIBAN.
           05 RIB-NUM-COMPTE PIC X(6).
           05 RIB-CODE-BANQUE PIC X(5).
           05 RIB-CODE-GUICHET PIC X(5).
           05 RIB-NUM-COMPTE-RIB PIC X(11).
           05 RIB-CLE PIC X(2).
           05 RIB-IBAN PIC X(27).
           05 RIB-BIC PIC X(11).
           05 RIB-DATE-MAJ PIC X(10).
           05 FILLER PIC X(3).
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 FILLER PIC X(14).
        FD FDEMRIB.
        01 DEMRIB.
           05 DRB-NUM-COMPTE PIC X(6).
           05 FILLER PIC X(74).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-CPTAGE PIC X(2).
        01 FS-RIBAN PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-DEMRIB PIC X(2).
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
        01 WS-CODE-BANQUE PIC X(5).
        01 WS-BIC PIC X(11).
        01 WS-NOM-BANQUE PIC X(30).
        01 WS-RIB-ACTION PIC X(1).
        01 WS-RIB-BANQUE PIC X(5).
        01 WS-RIB-GUICHET PIC X(5).
        01 WS-RIB-COMPTE PIC X(11).
        01 WS-RIB-CLE PIC X(2).
        01 WS-RIB-IBAN PIC X(34).
        01 WS-RIB-CR PIC X(1).
        01 WS-RIB-EXISTE PIC X(1).
        01 WS-IBAN-ANCIEN PIC X(27).
        01 WS-IBAN-EDITION PIC X(28).
        01 WS-MOTIF PIC X(20).
        01 WS-I PIC 9(2).
        01 WS-J PIC 9(2).
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-CREES PIC 9(7) VALUE 0.
        01 WS-CPT-MODIFIES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-CPT-EDITES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST119'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST119'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' IDENTIFIANTS BANCAIRES RIB / IBAN '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ANOMALIE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' COMPTE '.
           05 WS-PRT-ANO-COMPTE PIC X(6).
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-ANO-MOTIF PIC X(20).
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-MODIF.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOD-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOD-ANCIEN PIC X(27).
           05 FILLER PIC X(4) VALUE ' => '.
           05 WS-PRT-MOD-NOUVEAU PIC X(27).
           05 FILLER PIC X(12) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(10) VALUE ' COMPTES '.
           05 WS-PRT-COMPTES PIC ZZZZZZ9.
           05 FILLER PIC X(8) VALUE ' CREES '.
           05 WS-PRT-CREES PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE ' MODIFIES '.
           05 WS-PRT-MODIFIES PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE ' ANOMALIES '.
           05 WS-PRT-ANOMALIES PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-RIB-TITRE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              '    RELEVE D''IDENTITE BANCAIRE '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-RIB-BANQUE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(12) VALUE 'BANQUE'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-NOM-BANQUE PIC X(30).
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(12) VALUE 'TITULAIRE'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(39) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 WS-PRT-ADR-NUMERO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-RUE PIC X(25).
           05 FILLER PIC X(29) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 WS-PRT-ADR-CP PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-VILLE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-PAYS PIC X(10).
           05 FILLER PIC X(28) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-RIB-ENTETE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(10) VALUE 'BANQUE'.
           05 FILLER PIC X(10) VALUE 'GUICHET'.
           05 FILLER PIC X(16) VALUE 'NUMERO DE COMPTE'.
           05 FILLER PIC X(4) VALUE SPACE.
           05 FILLER PIC X(5) VALUE 'CLE'.
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-RIB-DETAIL.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-BANQUE PIC X(5).
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 WS-PRT-GUICHET PIC X(5).
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 WS-PRT-COMPTE-RIB PIC X(11).
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 WS-PRT-CLE PIC X(2).
           05 FILLER PIC X(33) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-RIB-IBAN.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(12) VALUE 'IBAN'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-IBAN PIC X(35).
           05 FILLER PIC X(25) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-RIB-BIC.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(12) VALUE 'BIC'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-BIC PIC X(11).
           05 FILLER PIC X(49) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-VIDE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(78) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
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
           OPEN I-O FRIBAN
           IF FS-RIBAN = '00'
              DISPLAY ' FILE RIBAN OPEN SUCCES : ' FS-RIBAN
           ELSE
              MOVE 'FRIBAN' TO WS-ERR-FICHIER
              MOVE FS-RIBAN TO WS-ERR-STATUT
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
           OPEN INPUT FDEMRIB
           IF FS-DEMRIB = '00'
              DISPLAY ' FILE DEMRIB OPEN SUCCES : ' FS-DEMRIB
           ELSE
              MOVE 'FDEMRIB' TO WS-ERR-FICHIER
              MOVE FS-DEMRIB TO WS-ERR-STATUT
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
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-COMPTES
              PERFORM FONCTION-TRAITER-COMPTE
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-DEMRIB
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-TRAITER-DEMANDE
              PERFORM FONCTION-READ-DEMRIB
           END-PERFORM
           DISPLAY ' IDENTIFIANTS CREES : ' WS-CPT-CREES
           DISPLAY ' IDENTIFIANTS MODIFIES : ' WS-CPT-MODIFIES
           DISPLAY ' ANOMALIES : ' WS-CPT-ANOMALIES
           DISPLAY ' RELEVES EDITES : ' WS-CPT-EDITES
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ANOMALIES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      **************************************************************
      * PARAMETRES FPARAM VIA PGMPARAM : DATE DE TRAITEMENT, CODE  *
      * BANQUE (OBLIGATOIRE, CINQ CHIFFRES), BIC ET RAISON SOCIALE *
      * IMPRIMES SUR LE RELEVE D'IDENTITE BANCAIRE                 *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST119-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST119-CODE-BANQUE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' CODE BANQUE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-CODE-BANQUE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'QUEST119-BIC' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:11) TO WS-BIC
           MOVE 'QUEST119-NOM-BANQUE' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR TO WS-NOM-BANQUE.
        FONCTION-TRAITER-COMPTE.
           MOVE SPACES TO WS-MOTIF
           MOVE 'O' TO WS-RIB-EXISTE
           MOVE NUM-COMPTE TO RIB-NUM-COMPTE
           READ FRIBAN
              INVALID KEY
                 MOVE 'N' TO WS-RIB-EXISTE
           END-READ
      *-- UN COMPTE CLOTURE GARDE L'IDENTIFIANT SOUS LEQUEL IL A
      *-- FONCTIONNE, SANS EN RECEVOIR DE NOUVEAU
           IF STATUT-COMPTE = 'C'
              CONTINUE
           ELSE
              MOVE NUM-COMPTE TO AGC-NUM-COMPTE
              READ FCPTAGE
                 INVALID KEY
                    MOVE ' SANS AGENCE GESTION' TO WS-MOTIF
              END-READ
              IF WS-MOTIF = SPACES
                 PERFORM FONCTION-CALCULER-IDENTIFIANT
              END-IF
              IF WS-MOTIF = SPACES
                 PERFORM FONCTION-RANGER-IDENTIFIANT
              ELSE
                 ADD 1 TO WS-CPT-ANOMALIES
                 MOVE NUM-COMPTE TO WS-PRT-ANO-COMPTE
                 MOVE WS-MOTIF TO WS-PRT-ANO-MOTIF
                 MOVE WS-LIGNE-ANOMALIE TO REC-PRT
                 WRITE REC-PRT
                 ADD 1 TO WS-CPT-LIGNES-TOT
              END-IF
           END-IF.
        FONCTION-CALCULER-IDENTIFIANT.
           MOVE 'C' TO WS-RIB-ACTION
           MOVE WS-CODE-BANQUE TO WS-RIB-BANQUE
           MOVE '00' TO WS-RIB-GUICHET(1:2)
           MOVE AGC-CODE-AGENCE TO WS-RIB-GUICHET(3:3)
           MOVE '00000' TO WS-RIB-COMPTE(1:5)
           MOVE NUM-COMPTE TO WS-RIB-COMPTE(6:6)
           CALL 'PGMRIB' USING WS-RIB-ACTION, WS-RIB-BANQUE,
                               WS-RIB-GUICHET, WS-RIB-COMPTE,
                               WS-RIB-CLE, WS-RIB-IBAN, WS-RIB-CR
           IF WS-RIB-CR NOT = '0'
              MOVE ' IDENTIFIANT INVALIDE' TO WS-MOTIF
           END-IF.
      *-- CREATION, OU MISE A JOUR SI L'AGENCE GESTIONNAIRE A
      *-- CHANGE : L'ANCIEN ET LE NOUVEL IBAN SORTENT A L'ETAT
        FONCTION-RANGER-IDENTIFIANT.
           IF WS-RIB-EXISTE = 'N'
              MOVE SPACES TO RIBAN
              MOVE NUM-COMPTE TO RIB-NUM-COMPTE
              PERFORM FONCTION-ALIMENTER-IDENTIFIANT
              WRITE RIBAN
              ADD 1 TO WS-CPT-CREES
           ELSE
              IF RIB-IBAN NOT = WS-RIB-IBAN(1:27)
                 OR RIB-BIC NOT = WS-BIC
                 MOVE RIB-IBAN TO WS-IBAN-ANCIEN
                 PERFORM FONCTION-ALIMENTER-IDENTIFIANT
                 REWRITE RIBAN
                 IF WS-IBAN-ANCIEN NOT = RIB-IBAN
                    ADD 1 TO WS-CPT-MODIFIES
                    MOVE NUM-COMPTE TO WS-PRT-MOD-COMPTE
                    MOVE WS-IBAN-ANCIEN TO WS-PRT-MOD-ANCIEN
                    MOVE RIB-IBAN TO WS-PRT-MOD-NOUVEAU
                    MOVE WS-LIGNE-MODIF TO REC-PRT
                    WRITE REC-PRT
                    ADD 1 TO WS-CPT-LIGNES-TOT
                 END-IF
              END-IF
           END-IF.
        FONCTION-ALIMENTER-IDENTIFIANT.
           MOVE WS-RIB-BANQUE TO RIB-CODE-BANQUE
           MOVE WS-RIB-GUICHET TO RIB-CODE-GUICHET
           MOVE WS-RIB-COMPTE TO RIB-NUM-COMPTE-RIB
           MOVE WS-RIB-CLE TO RIB-CLE
           MOVE WS-RIB-IBAN(1:27) TO RIB-IBAN
           MOVE WS-BIC TO RIB-BIC
           MOVE WS-DATE-TRT TO RIB-DATE-MAJ.
      **************************************************************
      * RELEVE D'IDENTITE BANCAIRE : UNE PAGE PAR DEMANDE, LE      *
      * COMPTE DOIT AVOIR SON IDENTIFIANT DANS FRIBAN              *
      **************************************************************
        FONCTION-TRAITER-DEMANDE.
           MOVE DRB-NUM-COMPTE TO RIB-NUM-COMPTE
           READ FRIBAN
              INVALID KEY
                 ADD 1 TO WS-CPT-ANOMALIES
                 DISPLAY ' RIB DEMANDE SANS IDENTIFIANT : '
                         DRB-NUM-COMPTE
                 MOVE 'FRIBAN' TO WS-ERR-FICHIER
                 MOVE FS-RIBAN TO WS-ERR-STATUT
                 MOVE 'FONCTION-TRAITER-DEMANDE' TO WS-ERR-PARAGRAPHE
                 MOVE RIB-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 PERFORM FONCTION-EDITER-RIB
           END-READ.
        FONCTION-EDITER-RIB.
           ADD 1 TO WS-CPT-EDITES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-LIGNE-RIB-TITRE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-NOM-BANQUE TO WS-PRT-NOM-BANQUE
           MOVE WS-LIGNE-RIB-BANQUE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-VIDE TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT
           PERFORM FONCTION-EDITER-TITULAIRE
           MOVE WS-LIGNE-VIDE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-RIB-ENTETE TO REC-PRT
           WRITE REC-PRT
           MOVE RIB-CODE-BANQUE TO WS-PRT-BANQUE
           MOVE RIB-CODE-GUICHET TO WS-PRT-GUICHET
           MOVE RIB-NUM-COMPTE-RIB TO WS-PRT-COMPTE-RIB
           MOVE RIB-CLE TO WS-PRT-CLE
           MOVE WS-LIGNE-RIB-DETAIL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-VIDE TO REC-PRT
           WRITE REC-PRT
      *-- L'IBAN EST IMPRIME PAR GROUPES DE QUATRE CARACTERES
           MOVE SPACES TO WS-PRT-IBAN
           MOVE RIB-IBAN TO WS-IBAN-EDITION
           MOVE 1 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 4 UNTIL WS-I > 27
              MOVE WS-IBAN-EDITION(WS-I:4) TO WS-PRT-IBAN(WS-J:4)
              ADD 5 TO WS-J
           END-PERFORM
           MOVE WS-LIGNE-RIB-IBAN TO REC-PRT
           WRITE REC-PRT
           MOVE RIB-BIC TO WS-PRT-BIC
           MOVE WS-LIGNE-RIB-BIC TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 7 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-TITULAIRE.
           MOVE RIB-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE SPACES TO WS-PRT-NOM
                 MOVE SPACES TO WS-PRT-PRENOM
              NOT INVALID KEY
                 MOVE NOM-CLIENT TO WS-PRT-NOM
                 MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
           END-READ
           MOVE WS-LIGNE-DEST1 TO REC-PRT
           WRITE REC-PRT
           MOVE RIB-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE SPACES TO WS-PRT-ADR-NUMERO
                 MOVE ADRESSE TO WS-PRT-ADR-RUE
                 MOVE SPACES TO WS-PRT-ADR-CP
                 MOVE SPACES TO WS-PRT-ADR-VILLE
                 MOVE SPACES TO WS-PRT-ADR-PAYS
              NOT INVALID KEY
                 MOVE ADR-NUMERO TO WS-PRT-ADR-NUMERO
                 MOVE ADR-RUE TO WS-PRT-ADR-RUE
                 MOVE ADR-CODE-POSTAL TO WS-PRT-ADR-CP
                 MOVE ADR-VILLE TO WS-PRT-ADR-VILLE
                 MOVE ADR-PAYS TO WS-PRT-ADR-PAYS
           END-READ
           MOVE WS-LIGNE-DEST2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-DEST3 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-CLIENT.
           READ FCLIENT NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-DEMRIB.
           READ FDEMRIB
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-COMPTES TO WS-PRT-COMPTES
           MOVE WS-CPT-CREES TO WS-PRT-CREES
           MOVE WS-CPT-MODIFIES TO WS-PRT-MODIFIES
           MOVE WS-CPT-ANOMALIES TO WS-PRT-ANOMALIES
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' BANQUE=' DELIMITED SIZE
                  WS-CODE-BANQUE DELIMITED SIZE
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
           MOVE 'QUEST119' TO CTLLOG-JOB
           MOVE ' IDENTIFIANTS IBAN CREES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CREES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST119' TO WS-ERR-PROGRAMME
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
           CLOSE FCPTAGE
           CLOSE FRIBAN
           CLOSE FADRESSE
           CLOSE FDEMRIB
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
