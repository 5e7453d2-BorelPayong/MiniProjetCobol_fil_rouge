      **************************************************************
      *PROGRAMME DE NUIT DES CONTESTATIONS DE PAIEMENT PAR CARTE.   *
      *1) LES CONTESTATIONS RECUES PAR LOT DE CARTES FLITDEM        *
      *(RECLAMATIONS ECRITES, CENTRE D'APPELS) SONT CONTROLEES COMME*
      *CELLES SAISIES AU GUICHET PAR PGLITSAI : LE REGLEMENT EST    *
      *CHERCHE PAR SA REFERENCE PARMI LES MOUVEMENTS DU COMPTE DANS *
      *LE KSDS FMOUVIX (COMME QUEST98), DOIT ETRE UN DEBIT DE NATURE*
      *'CAR' POSE PAR QUEST74, LE MOTIF DOIT ETRE CONNU ET LE       *
      *MONTANT CONTESTE (ZERO = MONTANT TOTAL) NE PEUT DEPASSER LE  *
      *MONTANT REGLE ; UN REGLEMENT DEJA CONTESTE EST REFUSE. LES   *
      *CARTES VALIDES CREENT LE LITIGE DANS FLITIGE AU STATUT 'O',  *
      *LES AUTRES SONT LISTEES EN REJET ET LE CODE RETOUR PASSE A 4.*
      *2) FLITIGE EST ENSUITE PARCOURU : CHAQUE LITIGE OUVERT ('O') *
      *EST PORTE DANS LE FICHIER DES DEMANDES DE REMBOURSEMENT      *
      *FCONTEST TRANSMIS AU RESEAU CARTE ET PASSE AU STATUT 'E' ;   *
      *CHAQUE LITIGE EMIS DONT LA DECLARATION DATE D'AU MOINS N     *
      *JOURS OUVRES (N = PARAMETRE QUEST146-DELAI, DEFAUT 10,       *
      *CALENDRIER PGMCALEN AVEC REPLI SUR L'ARITHMETIQUE 360 JOURS) *
      *RECOIT UN CREDIT PROVISOIRE DU MONTANT CONTESTE : MOUVEMENT  *
      *CR DE NATURE 'LIT' DANS UN LOT MOUVEM PRET POUR LE CONTROLE  *
      *D'ENTREE QUEST33, ET PASSE AU STATUT 'P'. LA REPONSE DU      *
      *RESEAU EST TRAITEE PAR QUEST147, L'ANCIENNETE DES LITIGES    *
      *EDITEE PAR QUEST148.                                         *
      *PARAMETRES : QUEST146-DATE (DATE DE TRAITEMENT),             *
      *QUEST146-CODE-BANQUE (BANQUE EMETTRICE DES CARTES) ET        *
      *QUEST146-AGENCE (AGENCE DU LOT MOUVEM) OBLIGATOIRES.         *
      *FORMAT LOT DE CARTES FLITDEM (80 OCTETS) : COMPTE(6) +       *
      *REFERENCE DU REGLEMENT(8) + MOTIF(2) + MONTANT CONTESTE EN   *
      *CENTIMES(8) + DATE DE DECLARATION AAAAMMJJ(8, A BLANC = DATE *
      *DE TRAITEMENT).                                              *
      *FORMAT FCONTEST (80 OCTETS) :                                *
      *  'H' + DATE AAAAMMJJ(8) + BANQUE EMETTRICE(5)               *
      *  'D' + REFERENCE(8) + COMPTE(6) + DATE REGLEMENT AAAAMMJJ(8)*
      *      + MONTANT REGLE CENTIMES(10) + MONTANT CONTESTE        *
      *      CENTIMES(10) + MOTIF(2) + LIBELLE DU REGLEMENT(15)     *
      *  'T' + NOMBRE(7) + TOTAL CONTESTE CENTIMES(13)              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST146.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FLITDEM ASSIGN TO DDLITDEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LITDEM.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FLITIGE ASSIGN TO DDLITIGE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LIT-REF-MOUV
           FILE STATUS IS FS-LITIGE.
           SELECT FCONTEST ASSIGN TO DDCONTES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONTEST.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
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
        FD FLITDEM.
        01 LITDEM.
           05 DEM-NUM-COMPTE PIC X(6).
           05 DEM-REF-MOUV PIC X(8).
           05 DEM-MOTIF PIC X(2).
           05 DEM-MONTANT PIC X(8).
           05 DEM-DATE PIC X(8).
           05 FILLER PIC X(48).
        FD FMOUVIX.
           COPY MOUVIDX.
      *-- LITIGE CARTE, 120 OCTETS, CLE = REFERENCE DU REGLEMENT
      *-- CONTESTE. STATUT : 'O' OUVERT, 'E' DEMANDE EMISE AU
      *-- RESEAU, 'P' CREDIT PROVISOIRE PASSE, 'A' ACCEPTE PAR LE
      *-- RESEAU, 'R' REFUSE PAR LE RESEAU. CANAL : 'G' GUICHET
      *-- (PGLITSAI), 'B' LOT DE CARTES. DATES AU FORMAT AAAA-MM-JJ
        FD FLITIGE.
        01 LITIGE.
           05 LIT-REF-MOUV PIC 9(8).
           05 LIT-NUM-COMPTE PIC X(6).
           05 LIT-MOTIF PIC X(2).
           05 LIT-MONTANT PIC 9(6)V99.
           05 LIT-DATE-LITIGE PIC X(10).
           05 LIT-DATE-ORIGINE PIC X(10).
           05 LIT-MONT-ORIGINE PIC 9(6)V99.
           05 LIT-LIBELLE-ORIGINE PIC X(15).
           05 LIT-STATUT PIC X(1).
           05 LIT-CANAL PIC X(1).
           05 LIT-OPERID PIC X(4).
           05 LIT-DATE-EMISSION PIC X(10).
           05 LIT-DATE-CREDIT PIC X(10).
           05 LIT-DATE-REPONSE PIC X(10).
           05 LIT-MOTIF-RESEAU PIC X(2).
           05 FILLER PIC X(15).
        FD FCONTEST.
        01 CONTEST.
           05 CTS-ENR PIC X(80).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-LITDEM PIC X(2).
        01 FS-MOUVIX PIC X(2).
        01 FS-LITIGE PIC X(2).
        01 FS-CONTEST PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-MOUVIX PIC X(1).
        01 WS-FIN-LITIGE PIC X(1).
        01 WS-ORIGINE-TROUVEE PIC X(1).
        01 WS-CARTE-OK PIC X(1).
        01 WS-MAJ-LITIGE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-TRT-AMJ PIC X(8).
        01 WS-CODE-BANQUE PIC X(5).
        01 WS-AGENCE PIC X(3).
        01 WS-DELAI PIC 9(2).
        01 WS-REF-X PIC X(8).
        01 WS-REF-N REDEFINES WS-REF-X PIC 9(8).
        01 WS-MNT-X PIC X(8).
        01 WS-MNT-N REDEFINES WS-MNT-X PIC 9(6)V99.
        01 WS-MNT-CONTESTE PIC 9(6)V99.
        01 WS-DATE-LITIGE PIC X(10).
        01 WS-MOTIF-REJET PIC X(30).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CAL-ACTION PIC X(1).
        01 WS-CAL-DATE PIC X(10).
        01 WS-CAL-DATE-FIN PIC X(10).
        01 WS-CAL-NOMBRE PIC 9(5).
        01 WS-CAL-CR PIC X(1).
        01 WS-DATE-NUM.
           05 WS-DATE-NUM-AAAA PIC 9(4).
           05 WS-DATE-NUM-MM PIC 9(2).
           05 WS-DATE-NUM-JJ PIC 9(2).
        01 WS-JOURS-TRT PIC 9(7).
        01 WS-JOURS-LITIGE PIC 9(7).
        01 WS-AGE-JOURS PIC 9(5).
        01 WS-CPT-CARTES PIC 9(7) VALUE 0.
        01 WS-CPT-CREES PIC 9(7) VALUE 0.
        01 WS-CPT-REJETS PIC 9(7) VALUE 0.
        01 WS-CPT-EMIS PIC 9(7) VALUE 0.
        01 WS-CPT-CREDITS PIC 9(7) VALUE 0.
        01 WS-TOTAL-EMIS PIC 9(11)V99 VALUE 0.
        01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
        01 WS-ENR-HDR.
           05 FILLER PIC X(1) VALUE 'H'.
           05 WS-HDR-DATE PIC X(8).
           05 WS-HDR-BANQUE PIC X(5).
           05 FILLER PIC X(66) VALUE ALL ' '.
        01 WS-ENR-DATA.
           05 FILLER PIC X(1) VALUE 'D'.
           05 WS-CTS-REFERENCE PIC 9(8).
           05 WS-CTS-COMPTE PIC X(6).
           05 WS-CTS-DATE-ORIGINE PIC X(8).
           05 WS-CTS-MONT-ORIGINE PIC 9(8)V99.
           05 WS-CTS-MONTANT PIC 9(8)V99.
           05 WS-CTS-MOTIF PIC X(2).
           05 WS-CTS-LIBELLE PIC X(15).
           05 FILLER PIC X(20) VALUE ALL ' '.
        01 WS-ENR-TRL.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-TRL-NBRE PIC 9(7).
           05 WS-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59) VALUE ALL ' '.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST146'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST146'.
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
              '  CONTESTATIONS DE PAIEMENTS CARTE'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(36) VALUE
              ' COMPTE REFERENCE MOTIF    MONTANT'.
           05 FILLER PIC X(42) VALUE
              'TRAITEMENT'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REFERENCE PIC X(8).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-MOTIF PIC X(2).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-TRAITEMENT PIC X(30).
           05 FILLER PIC X(13) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' CARTES LUES'.
           05 WS-PRT-CPT-CARTES PIC ZZZZZZ9.
           05 FILLER PIC X(20) VALUE '  LITIGES CREES'.
           05 WS-PRT-CPT-CREES PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  REJETS'.
           05 WS-PRT-CPT-REJETS PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' DEMANDES EMISES'.
           05 WS-PRT-CPT-EMIS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  TOTAL'.
           05 WS-PRT-TOTAL-EMIS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' CREDITS PROVISOIRES'.
           05 WS-PRT-CPT-CREDITS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  TOTAL'.
           05 WS-PRT-TOTAL-CREDITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FLITDEM
           IF FS-LITDEM = '00'
              DISPLAY ' FILE LITDEM OPEN SUCCES : ' FS-LITDEM
           ELSE
              MOVE 'FLITDEM' TO WS-ERR-FICHIER
              MOVE FS-LITDEM TO WS-ERR-STATUT
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
           OPEN I-O FLITIGE
           IF FS-LITIGE = '00'
              DISPLAY ' FILE LITIGE OPEN SUCCES : ' FS-LITIGE
           ELSE
              MOVE 'FLITIGE' TO WS-ERR-FICHIER
              MOVE FS-LITIGE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCONTEST
           IF FS-CONTEST = '00'
              DISPLAY ' FILE CONTEST OPEN SUCCES : ' FS-CONTEST
           ELSE
              MOVE 'FCONTEST' TO WS-ERR-FICHIER
              MOVE FS-CONTEST TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
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
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-READ-LITDEM
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-CARTES
              PERFORM FONCTION-TRAITER-CARTE
              PERFORM FONCTION-READ-LITDEM
           END-PERFORM
           PERFORM FONCTION-ECRIRE-HEADER
           MOVE 'N' TO WS-FIN-LITIGE
           MOVE 0 TO LIT-REF-MOUV
           START FLITIGE KEY IS >= LIT-REF-MOUV
              INVALID KEY MOVE 'Y' TO WS-FIN-LITIGE
           END-START
           PERFORM FONCTION-READ-LITIGE
           PERFORM UNTIL WS-FIN-LITIGE = 'Y'
              PERFORM FONCTION-TRAITER-LITIGE
              PERFORM FONCTION-READ-LITIGE
           END-PERFORM
           PERFORM FONCTION-ECRIRE-TRAILER
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT, BANQUE EMETTRICE ET AGENCE DU LOT      *
      * OBLIGATOIRES ; DELAI DU CREDIT PROVISOIRE EN JOURS OUVRES  *
      * (DEFAUT 10)                                                *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST146-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-DATE-TRT-AMJ(1:4)
           MOVE WS-DATE-TRT(6:2) TO WS-DATE-TRT-AMJ(5:2)
           MOVE WS-DATE-TRT(9:2) TO WS-DATE-TRT-AMJ(7:2)
           MOVE WS-DATE-TRT(1:4) TO WS-DATE-NUM-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-DATE-NUM-MM
           MOVE WS-DATE-TRT(9:2) TO WS-DATE-NUM-JJ
           COMPUTE WS-JOURS-TRT = WS-DATE-NUM-AAAA * 360
                   + WS-DATE-NUM-MM * 30 + WS-DATE-NUM-JJ
           MOVE 'QUEST146-CODE-BANQUE' TO WS-PARAM-CLE
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
           MOVE 'QUEST146-AGENCE' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0' OR WS-PARAM-VALEUR = SPACES
              DISPLAY ' CODE AGENCE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:3) TO WS-AGENCE
           MOVE 'QUEST146-DELAI' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '10' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' DELAI DE CREDIT INVALIDE, DEFAUT 10 APPLIQUE '
              MOVE 10 TO WS-DELAI
           ELSE
              MOVE WS-PARAM-VALEUR(29:2) TO WS-DELAI
           END-IF.
      **************************************************************
      * UNE CARTE DE CONTESTATION : CONTROLES PUIS CREATION DU     *
      * LITIGE AU STATUT 'O', OU LIGNE DE REJET                    *
      **************************************************************
        FONCTION-TRAITER-CARTE.
           MOVE 'O' TO WS-CARTE-OK
           MOVE SPACES TO WS-MOTIF-REJET
           IF DEM-REF-MOUV NOT NUMERIC
              MOVE 'REFERENCE NON NUMERIQUE' TO WS-MOTIF-REJET
              MOVE 'N' TO WS-CARTE-OK
           ELSE
              MOVE DEM-REF-MOUV TO WS-REF-X
           END-IF
           IF WS-CARTE-OK = 'O'
              IF DEM-MOTIF NOT = 'NR' AND DEM-MOTIF NOT = 'DD'
                 AND DEM-MOTIF NOT = 'MI' AND DEM-MOTIF NOT = 'FR'
                 AND DEM-MOTIF NOT = 'AN'
                 MOVE 'MOTIF INCONNU' TO WS-MOTIF-REJET
                 MOVE 'N' TO WS-CARTE-OK
              END-IF
           END-IF
           IF WS-CARTE-OK = 'O'
              IF DEM-MONTANT = SPACES
                 MOVE 0 TO WS-MNT-CONTESTE
              ELSE
                 IF DEM-MONTANT NOT NUMERIC
                    MOVE 'MONTANT NON NUMERIQUE' TO WS-MOTIF-REJET
                    MOVE 'N' TO WS-CARTE-OK
                 ELSE
                    MOVE DEM-MONTANT TO WS-MNT-X
                    MOVE WS-MNT-N TO WS-MNT-CONTESTE
                 END-IF
              END-IF
           END-IF
           IF WS-CARTE-OK = 'O'
              IF DEM-DATE = SPACES
                 MOVE WS-DATE-TRT TO WS-DATE-LITIGE
              ELSE
                 IF DEM-DATE NOT NUMERIC
                    OR DEM-DATE > WS-DATE-TRT-AMJ
                    MOVE 'DATE DE DECLARATION INVALIDE'
                         TO WS-MOTIF-REJET
                    MOVE 'N' TO WS-CARTE-OK
                 ELSE
                    MOVE DEM-DATE(1:4) TO WS-DATE-LITIGE(1:4)
                    MOVE '-' TO WS-DATE-LITIGE(5:1)
                    MOVE DEM-DATE(5:2) TO WS-DATE-LITIGE(6:2)
                    MOVE '-' TO WS-DATE-LITIGE(8:1)
                    MOVE DEM-DATE(7:2) TO WS-DATE-LITIGE(9:2)
                 END-IF
              END-IF
           END-IF
           IF WS-CARTE-OK = 'O'
              PERFORM FONCTION-CHERCHER-ORIGINE
           END-IF
           IF WS-CARTE-OK = 'O'
              PERFORM FONCTION-CREER-LITIGE
           END-IF
           IF WS-CARTE-OK = 'N'
              ADD 1 TO WS-CPT-REJETS
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
              MOVE DEM-NUM-COMPTE TO WS-PRT-COMPTE
              MOVE DEM-REF-MOUV TO WS-PRT-REFERENCE
              MOVE DEM-MOTIF TO WS-PRT-MOTIF
              MOVE 0 TO WS-PRT-MONTANT
              MOVE SPACES TO WS-PRT-TRAITEMENT
              STRING 'REJET : ' DELIMITED SIZE
                     WS-MOTIF-REJET DELIMITED SIZE
                     INTO WS-PRT-TRAITEMENT
              PERFORM FONCTION-PRINT-LIGNE
           END-IF.
      *-- LE REGLEMENT EST CHERCHE PARMI LES MOUVEMENTS DU COMPTE
      *-- DANS LE KSDS FMOUVIX (CLE COMPTE + DATE + SEQUENCE, LA
      *-- REFERENCE N'ETANT PAS PORTEUSE DE CLE), COMME CHEZ QUEST98
        FONCTION-CHERCHER-ORIGINE.
           MOVE 'N' TO WS-ORIGINE-TROUVEE
           MOVE 'N' TO WS-FIN-MOUVIX
           MOVE DEM-NUM-COMPTE TO MVX-NUM-COMPTE
           MOVE LOW-VALUES TO MVX-DATE-MOUV
           MOVE 0 TO MVX-SEQ
           START FMOUVIX KEY IS >= MVX-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-MOUVIX
           END-START
           PERFORM FONCTION-BALAYER-MOUVIX
              UNTIL WS-FIN-MOUVIX = 'Y'
           IF WS-ORIGINE-TROUVEE = 'N'
              MOVE 'REGLEMENT INTROUVABLE' TO WS-MOTIF-REJET
              MOVE 'N' TO WS-CARTE-OK
           ELSE
              IF MVX-NAT-MOUV NOT = 'CAR' OR MVX-SENS-MOUV NOT = 'DB'
                 MOVE 'PAS UN REGLEMENT CARTE' TO WS-MOTIF-REJET
                 MOVE 'N' TO WS-CARTE-OK
              ELSE
                 IF WS-MNT-CONTESTE = 0
                    MOVE MVX-MONT-MOUV TO WS-MNT-CONTESTE
                 END-IF
                 IF WS-MNT-CONTESTE > MVX-MONT-MOUV
                    MOVE 'MONTANT SUPERIEUR AU REGLEMENT'
                         TO WS-MOTIF-REJET
                    MOVE 'N' TO WS-CARTE-OK
                 END-IF
              END-IF
           END-IF.
        FONCTION-BALAYER-MOUVIX.
           READ FMOUVIX NEXT
              AT END MOVE 'Y' TO WS-FIN-MOUVIX
           END-READ
           IF WS-FIN-MOUVIX = 'N'
              IF MVX-NUM-COMPTE NOT = DEM-NUM-COMPTE
                 MOVE 'Y' TO WS-FIN-MOUVIX
              ELSE
                 IF MVX-REF-MOUV = WS-REF-N
                    MOVE 'O' TO WS-ORIGINE-TROUVEE
                    MOVE 'Y' TO WS-FIN-MOUVIX
                 END-IF
              END-IF
           END-IF.
      *-- UN REGLEMENT DEJA PRESENT DANS FLITIGE (SAISI AU GUICHET
      *-- OU PAR UNE CARTE PRECEDENTE) EST REFUSE EN DOUBLE
        FONCTION-CREER-LITIGE.
           MOVE SPACES TO LITIGE
           MOVE WS-REF-N TO LIT-REF-MOUV
           MOVE DEM-NUM-COMPTE TO LIT-NUM-COMPTE
           MOVE DEM-MOTIF TO LIT-MOTIF
           MOVE WS-MNT-CONTESTE TO LIT-MONTANT
           MOVE WS-DATE-LITIGE TO LIT-DATE-LITIGE
           MOVE MVX-DATE-MOUV TO LIT-DATE-ORIGINE
           MOVE MVX-MONT-MOUV TO LIT-MONT-ORIGINE
           MOVE MVX-LIBELLE-MOUV TO LIT-LIBELLE-ORIGINE
           MOVE 'O' TO LIT-STATUT
           MOVE 'B' TO LIT-CANAL
           WRITE LITIGE
              INVALID KEY
                 MOVE 'REGLEMENT DEJA CONTESTE' TO WS-MOTIF-REJET
                 MOVE 'N' TO WS-CARTE-OK
              NOT INVALID KEY
                 ADD 1 TO WS-CPT-CREES
                 MOVE DEM-NUM-COMPTE TO WS-PRT-COMPTE
                 MOVE DEM-REF-MOUV TO WS-PRT-REFERENCE
                 MOVE DEM-MOTIF TO WS-PRT-MOTIF
                 MOVE WS-MNT-CONTESTE TO WS-PRT-MONTANT
                 MOVE 'LITIGE ENREGISTRE' TO WS-PRT-TRAITEMENT
                 PERFORM FONCTION-PRINT-LIGNE
           END-WRITE.
      **************************************************************
      * UN LITIGE DE FLITIGE : EMISSION AU RESEAU S'IL EST OUVERT, *
      * PUIS CREDIT PROVISOIRE SI LE DELAI EST ECOULE ; LES LITIGES*
      * DEJA CREDITES OU REPONDUS NE SONT PAS TOUCHES              *
      **************************************************************
        FONCTION-TRAITER-LITIGE.
           MOVE 'N' TO WS-MAJ-LITIGE
           IF LIT-STATUT = 'O'
              PERFORM FONCTION-EMETTRE-DEMANDE
           END-IF
           IF LIT-STATUT = 'E'
              PERFORM FONCTION-COMPTER-JOURS-OUVRES
              IF WS-AGE-JOURS >= WS-DELAI
                 PERFORM FONCTION-CREDITER-PROVISOIRE
              END-IF
           END-IF
           IF WS-MAJ-LITIGE = 'O'
              REWRITE LITIGE
              IF FS-LITIGE NOT = '00'
                 MOVE 'FLITIGE' TO WS-ERR-FICHIER
                 MOVE FS-LITIGE TO WS-ERR-STATUT
                 MOVE 'FONCTION-TRAITER-LITIGE' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF.
        FONCTION-EMETTRE-DEMANDE.
           MOVE LIT-REF-MOUV TO WS-CTS-REFERENCE
           MOVE LIT-NUM-COMPTE TO WS-CTS-COMPTE
           MOVE LIT-DATE-ORIGINE(1:4) TO WS-CTS-DATE-ORIGINE(1:4)
           MOVE LIT-DATE-ORIGINE(6:2) TO WS-CTS-DATE-ORIGINE(5:2)
           MOVE LIT-DATE-ORIGINE(9:2) TO WS-CTS-DATE-ORIGINE(7:2)
           MOVE LIT-MONT-ORIGINE TO WS-CTS-MONT-ORIGINE
           MOVE LIT-MONTANT TO WS-CTS-MONTANT
           MOVE LIT-MOTIF TO WS-CTS-MOTIF
           MOVE LIT-LIBELLE-ORIGINE TO WS-CTS-LIBELLE
           WRITE CONTEST FROM WS-ENR-DATA
           MOVE 'E' TO LIT-STATUT
           MOVE WS-DATE-TRT TO LIT-DATE-EMISSION
           MOVE 'O' TO WS-MAJ-LITIGE
           ADD 1 TO WS-CPT-EMIS
           ADD LIT-MONTANT TO WS-TOTAL-EMIS
           MOVE LIT-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE LIT-REF-MOUV TO WS-PRT-REFERENCE
           MOVE LIT-MOTIF TO WS-PRT-MOTIF
           MOVE LIT-MONTANT TO WS-PRT-MONTANT
           MOVE 'DEMANDE EMISE AU RESEAU' TO WS-PRT-TRAITEMENT
           PERFORM FONCTION-PRINT-LIGNE.
      *-- L'ANCIENNETE DE LA DECLARATION EST COMPTEE EN JOURS
      *-- OUVRES DU CALENDRIER FCALEND (PGMCALEN, ACTION 'N'), COMME
      *-- CHEZ QUEST104, AVEC REPLI SUR L'ARITHMETIQUE 360 JOURS
      *-- HORS COUVERTURE DU CALENDRIER
        FONCTION-COMPTER-JOURS-OUVRES.
           MOVE 0 TO WS-AGE-JOURS
           MOVE 'N' TO WS-CAL-ACTION
           MOVE LIT-DATE-LITIGE TO WS-CAL-DATE
           MOVE WS-DATE-TRT TO WS-CAL-DATE-FIN
           CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                 WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                 WS-CAL-CR
           IF WS-CAL-CR = '0'
              MOVE WS-CAL-NOMBRE TO WS-AGE-JOURS
           ELSE
              MOVE LIT-DATE-LITIGE(1:4) TO WS-DATE-NUM-AAAA
              MOVE LIT-DATE-LITIGE(6:2) TO WS-DATE-NUM-MM
              MOVE LIT-DATE-LITIGE(9:2) TO WS-DATE-NUM-JJ
              COMPUTE WS-JOURS-LITIGE = WS-DATE-NUM-AAAA * 360
                      + WS-DATE-NUM-MM * 30 + WS-DATE-NUM-JJ
              IF WS-JOURS-TRT > WS-JOURS-LITIGE
                 COMPUTE WS-AGE-JOURS = WS-JOURS-TRT
                         - WS-JOURS-LITIGE
              END-IF
           END-IF.
      *-- LE CREDIT PROVISOIRE REPREND LA REFERENCE DU REGLEMENT
      *-- CONTESTE DANS SON LIBELLE ; QUEST147 LE CONFIRME OU
      *-- L'EXTOURNE A LA REPONSE DU RESEAU
        FONCTION-CREDITER-PROVISOIRE.
           MOVE SPACES TO MOUVEM
           MOVE LIT-NUM-COMPTE TO NUM-COMPTE
           MOVE 'LITIGE ' TO LIBELLE-MOUV(1:7)
           MOVE LIT-REF-MOUV TO LIBELLE-MOUV(8:8)
           MOVE LIT-MONTANT TO MONT-MOUV
           MOVE 'CR' TO SENS-MOUV
           MOVE 'LIT' TO NAT-MOUV
           MOVE WS-DATE-TRT TO DATE-MOUV
           MOVE 0 TO REF-MOUV
           MOVE WS-AGENCE TO CODE-AGENCE
           WRITE MOUVEM
           MOVE 'P' TO LIT-STATUT
           MOVE WS-DATE-TRT TO LIT-DATE-CREDIT
           MOVE 'O' TO WS-MAJ-LITIGE
           ADD 1 TO WS-CPT-CREDITS
           ADD LIT-MONTANT TO WS-TOTAL-CREDITS
           MOVE LIT-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE LIT-REF-MOUV TO WS-PRT-REFERENCE
           MOVE LIT-MOTIF TO WS-PRT-MOTIF
           MOVE LIT-MONTANT TO WS-PRT-MONTANT
           MOVE 'CREDIT PROVISOIRE' TO WS-PRT-TRAITEMENT
           PERFORM FONCTION-PRINT-LIGNE.
        FONCTION-ECRIRE-HEADER.
           MOVE WS-DATE-TRT-AMJ TO WS-HDR-DATE
           MOVE WS-CODE-BANQUE TO WS-HDR-BANQUE
           WRITE CONTEST FROM WS-ENR-HDR.
        FONCTION-ECRIRE-TRAILER.
           MOVE WS-CPT-EMIS TO WS-TRL-NBRE
           MOVE WS-TOTAL-EMIS TO WS-TRL-TOTAL
           WRITE CONTEST FROM WS-ENR-TRL.
        FONCTION-READ-LITDEM.
           READ FLITDEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-LITIGE.
           IF WS-FIN-LITIGE = 'N'
              READ FLITIGE NEXT
                 AT END MOVE 'Y' TO WS-FIN-LITIGE
              END-READ
           END-IF.
        FONCTION-PRINT-LIGNE.
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-CARTES TO WS-PRT-CPT-CARTES
           MOVE WS-CPT-CREES TO WS-PRT-CPT-CREES
           MOVE WS-CPT-REJETS TO WS-PRT-CPT-REJETS
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-CPT-EMIS TO WS-PRT-CPT-EMIS
           MOVE WS-TOTAL-EMIS TO WS-PRT-TOTAL-EMIS
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CPT-CREDITS TO WS-PRT-CPT-CREDITS
           MOVE WS-TOTAL-CREDITS TO WS-PRT-TOTAL-CREDITS
           MOVE WS-LIGNE07 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT
           DISPLAY ' LITIGES CREES      : ' WS-CPT-CREES
           DISPLAY ' DEMANDES EMISES    : ' WS-CPT-EMIS
           DISPLAY ' CREDITS PROVISOIRES: ' WS-CPT-CREDITS.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' DELAI=' DELIMITED SIZE
                  WS-DELAI DELIMITED SIZE
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
           MOVE 'QUEST146' TO CTLLOG-JOB
           MOVE ' LITIGES CARTE EMIS AU RESEAU' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EMIS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST146' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FLITDEM
           CLOSE FMOUVIX
           CLOSE FLITIGE
           CLOSE FCONTEST
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
