      **************************************************************
      *PROGRAMME DE NUIT DE REMISE A LA COMPENSATION DES CHEQUES    *
      *DEPOSES AU GUICHET. LES REMISES SAISIES PAR PGREMSAI DANS    *
      *FREMCHQ (STATUT 'S') JUSQU'A LA DATE DE TRAITEMENT           *
      *(PARAMETRE QUEST144-DATE) SONT PORTEES DANS LE FICHIER       *
      *SORTANT DE COMPENSATION FCOMPENS, ENCADRE D'UN               *
      *ENREGISTREMENT D'EN-TETE (DATE ET CODE BANQUE REMETTANTE,    *
      *PARAMETRE QUEST144-CODE-BANQUE) ET D'UN ENREGISTREMENT DE    *
      *FIN (NOMBRE ET TOTAL DE CONTROLE EN CENTIMES).               *
      *CHAQUE CHEQUE REMIS EST CREDITE AU CLIENT SOUS RESERVE       *
      *D'ENCAISSEMENT : MOUVEMENT CR DE NATURE 'REM' DANS UN LOT    *
      *MOUVEM PRET POUR LE CONTROLE D'ENTREE QUEST33, AVEC UNE      *
      *DATE DE VALEUR A J+N JOURS OUVRES (N = PARAMETRE             *
      *QUEST144-DELAI, CALENDRIER PGMCALEN) ; SANS CALENDRIER LA    *
      *VALEUR RESTE AU JOUR DU TRAITEMENT ET LE CODE RETOUR PASSE A *
      *4. LA REMISE PASSE AU STATUT 'R' AVEC SES DATES DE REMISE ET *
      *DE VALEUR, QUE QUEST145 RETROUVE AU RETOUR D'UN IMPAYE.      *
      *LE CODE AGENCE DU LOT EST LE PARAMETRE QUEST144-AGENCE.      *
      *FORMAT COMPENSATION (80 OCTETS) :                            *
      *  'H' + DATE AAAAMMJJ(8) + BANQUE REMETTANTE(5)              *
      *  'D' + REFERENCE REMISE(15) + BANQUE(5) + GUICHET(5)        *
      *      + COMPTE TIRE(11) + CHEQUE(7) + MONTANT CENTIMES(10)   *
      *      + COMPTE REMETTANT(6)                                  *
      *  'T' + NOMBRE(7) + TOTAL CENTIMES(13)                       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST144.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FREMCHQ ASSIGN TO DDREMCHQ
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS REM-CLE
           FILE STATUS IS FS-REMCHQ.
           SELECT FCOMPENS ASSIGN TO DDCOMPEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COMPENS.
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
      *-- REMISE DE CHEQUE SAISIE AU GUICHET (PGREMSAI), 100 OCTETS.
      *-- STATUT : 'S' SAISIE, 'R' REMISE EN COMPENSATION,
      *-- 'I' RETOURNEE IMPAYEE. DATES DE REMISE, DE VALEUR ET DE
      *-- RETOUR AU FORMAT AAAAMMJJ
        FD FREMCHQ.
        01 REMCHQ.
           05 REM-CLE PIC X(15).
           05 REM-NUM-COMPTE PIC X(6).
           05 REM-BANQUE PIC X(5).
           05 REM-GUICHET PIC X(5).
           05 REM-CPT-TIREUR PIC X(11).
           05 REM-NUM-CHEQUE PIC X(7).
           05 REM-MONTANT PIC 9(6)V99.
           05 REM-DATE-SAISIE PIC X(10).
           05 REM-STATUT PIC X(1).
           05 REM-OPERID PIC X(4).
           05 REM-DATE-REMISE PIC X(8).
           05 REM-DATE-VALEUR PIC X(8).
           05 REM-MOTIF-RETOUR PIC X(2).
           05 REM-DATE-RETOUR PIC X(8).
           05 FILLER PIC X(2).
        FD FCOMPENS.
        01 COMPENS.
           05 COM-ENR PIC X(80).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-REMCHQ PIC X(2).
        01 FS-COMPENS PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-TRT-AMJ PIC X(8).
        01 WS-DATE-VALEUR PIC X(10).
        01 WS-CODE-BANQUE PIC X(5).
        01 WS-AGENCE PIC X(3).
        01 WS-DELAI PIC 9(2).
        01 WS-I PIC 9(2).
        01 WS-CALENDRIER-OK PIC X(1).
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
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-REMIS PIC 9(7) VALUE 0.
        01 WS-CPT-DIFFERES PIC 9(7) VALUE 0.
        01 WS-TOTAL-REMIS PIC 9(11)V99 VALUE 0.
        01 WS-ENR-HDR.
           05 FILLER PIC X(1) VALUE 'H'.
           05 WS-HDR-DATE PIC X(8).
           05 WS-HDR-BANQUE PIC X(5).
           05 FILLER PIC X(66) VALUE ALL ' '.
        01 WS-ENR-DATA.
           05 FILLER PIC X(1) VALUE 'D'.
           05 WS-COM-REFERENCE PIC X(15).
           05 WS-COM-BANQUE PIC X(5).
           05 WS-COM-GUICHET PIC X(5).
           05 WS-COM-CPT-TIREUR PIC X(11).
           05 WS-COM-NUM-CHEQUE PIC X(7).
           05 WS-COM-MONTANT PIC 9(8)V99.
           05 WS-COM-REMETTANT PIC X(6).
           05 FILLER PIC X(20) VALUE ALL ' '.
        01 WS-ENR-TRL.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-TRL-NBRE PIC 9(7).
           05 WS-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59) VALUE ALL ' '.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST144'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST144'.
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
              ' REMISE DES CHEQUES A LA COMPENSATION '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(36) VALUE
              ' COMPTE REFERENCE       BANQ. GUICH'.
           05 FILLER PIC X(42) VALUE
              'CHEQUE    MONTANT  VALEUR'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REFERENCE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BANQUE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-GUICHET PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CHEQUE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-VALEUR PIC X(10).
           05 FILLER PIC X(13) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ' SAISIES LUES '.
           05 WS-PRT-CPT-LUS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' REMISES '.
           05 WS-PRT-CPT-REMIS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' TOTAL '.
           05 WS-PRT-TOTAL PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(16) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(41) VALUE
              ' SAISIES POSTERIEURES AU PASSAGE'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-CPT-DIFFERES PIC ZZZZZZ9.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FREMCHQ
           IF FS-REMCHQ = '00'
              DISPLAY ' FILE REMCHQ OPEN SUCCES : ' FS-REMCHQ
           ELSE
              MOVE 'FREMCHQ' TO WS-ERR-FICHIER
              MOVE FS-REMCHQ TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCOMPENS
           IF FS-COMPENS = '00'
              DISPLAY ' FILE COMPENS OPEN SUCCES : ' FS-COMPENS
           ELSE
              MOVE 'FCOMPENS' TO WS-ERR-FICHIER
              MOVE FS-COMPENS TO WS-ERR-STATUT
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
           PERFORM FONCTION-CALCULER-VALEUR
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-ECRIRE-HEADER
           PERFORM FONCTION-READ-REMCHQ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF REM-STATUT = 'S'
                 ADD 1 TO WS-CPT-LUS
                 IF REM-DATE-SAISIE > WS-DATE-TRT
                    ADD 1 TO WS-CPT-DIFFERES
                 ELSE
                    PERFORM FONCTION-REMETTRE-CHEQUE
                 END-IF
              END-IF
              PERFORM FONCTION-READ-REMCHQ
           END-PERFORM
           PERFORM FONCTION-ECRIRE-TRAILER
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT, BANQUE REMETTANTE ET AGENCE DU LOT     *
      * OBLIGATOIRES ; DELAI DE VALEUR EN JOURS OUVRES (DEFAUT 1)  *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST144-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST144-CODE-BANQUE' TO WS-PARAM-CLE
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
           MOVE 'QUEST144-AGENCE' TO WS-PARAM-CLE
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
           MOVE 'QUEST144-DELAI' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '1' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' DELAI DE VALEUR INVALIDE, DEFAUT 1 APPLIQUE '
              MOVE 1 TO WS-DELAI
           ELSE
              MOVE WS-PARAM-VALEUR(29:2) TO WS-DELAI
           END-IF.
      **************************************************************
      * DATE DE VALEUR DU CREDIT SOUS RESERVE : N FOIS LE PROCHAIN *
      * JOUR OUVRE DU CALENDRIER BANCAIRE A PARTIR DE LA DATE DE   *
      * TRAITEMENT ; LA MEME DATE VAUT POUR TOUTE LA REMISE        *
      **************************************************************
        FONCTION-CALCULER-VALEUR.
           MOVE 'O' TO WS-CALENDRIER-OK
           MOVE WS-DATE-TRT TO WS-CAL-DATE
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-DELAI OR WS-CALENDRIER-OK = 'N'
              MOVE 'S' TO WS-CAL-ACTION
              CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                    WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                    WS-CAL-CR
              IF WS-CAL-CR NOT = '0'
                 MOVE 'N' TO WS-CALENDRIER-OK
              END-IF
           END-PERFORM
           IF WS-CALENDRIER-OK = 'O'
              MOVE WS-CAL-DATE TO WS-DATE-VALEUR
           ELSE
              DISPLAY ' CALENDRIER INDISPONIBLE, VALEUR AU JOUR '
                      WS-DATE-TRT
              MOVE WS-DATE-TRT TO WS-DATE-VALEUR
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ECRIRE-HEADER.
           MOVE WS-DATE-TRT-AMJ TO WS-HDR-DATE
           MOVE WS-CODE-BANQUE TO WS-HDR-BANQUE
           WRITE COMPENS FROM WS-ENR-HDR.
      **************************************************************
      * UN CHEQUE REMIS : LIGNE DE COMPENSATION, CREDIT SOUS       *
      * RESERVE D'ENCAISSEMENT ET PASSAGE DE LA REMISE AU STATUT R *
      **************************************************************
        FONCTION-REMETTRE-CHEQUE.
           MOVE REM-CLE TO WS-COM-REFERENCE
           MOVE REM-BANQUE TO WS-COM-BANQUE
           MOVE REM-GUICHET TO WS-COM-GUICHET
           MOVE REM-CPT-TIREUR TO WS-COM-CPT-TIREUR
           MOVE REM-NUM-CHEQUE TO WS-COM-NUM-CHEQUE
           MOVE REM-MONTANT TO WS-COM-MONTANT
           MOVE REM-NUM-COMPTE TO WS-COM-REMETTANT
           WRITE COMPENS FROM WS-ENR-DATA
           MOVE SPACES TO MOUVEM
           MOVE REM-NUM-COMPTE TO NUM-COMPTE
           MOVE 'REM CHQ ' TO LIBELLE-MOUV(1:8)
           MOVE REM-NUM-CHEQUE TO LIBELLE-MOUV(9:7)
           MOVE REM-MONTANT TO MONT-MOUV
           MOVE 'CR' TO SENS-MOUV
           MOVE 'REM' TO NAT-MOUV
           MOVE WS-DATE-TRT TO DATE-MOUV
           MOVE 0 TO REF-MOUV
           MOVE WS-AGENCE TO CODE-AGENCE
           MOVE WS-DATE-VALEUR(1:4) TO DATE-VALEUR(1:4)
           MOVE WS-DATE-VALEUR(6:2) TO DATE-VALEUR(5:2)
           MOVE WS-DATE-VALEUR(9:2) TO DATE-VALEUR(7:2)
           WRITE MOUVEM
           MOVE 'R' TO REM-STATUT
           MOVE WS-DATE-TRT-AMJ TO REM-DATE-REMISE
           MOVE DATE-VALEUR TO REM-DATE-VALEUR
           REWRITE REMCHQ
           IF FS-REMCHQ NOT = '00'
              MOVE 'FREMCHQ' TO WS-ERR-FICHIER
              MOVE FS-REMCHQ TO WS-ERR-STATUT
              MOVE 'FONCTION-REMETTRE-CHEQUE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-REMIS
           ADD REM-MONTANT TO WS-TOTAL-REMIS
           MOVE REM-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE REM-CLE TO WS-PRT-REFERENCE
           MOVE REM-BANQUE TO WS-PRT-BANQUE
           MOVE REM-GUICHET TO WS-PRT-GUICHET
           MOVE REM-NUM-CHEQUE TO WS-PRT-CHEQUE
           MOVE REM-MONTANT TO WS-PRT-MONTANT
           MOVE WS-DATE-VALEUR TO WS-PRT-VALEUR
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-ECRIRE-TRAILER.
           MOVE WS-CPT-REMIS TO WS-TRL-NBRE
           MOVE WS-TOTAL-REMIS TO WS-TRL-TOTAL
           WRITE COMPENS FROM WS-ENR-TRL.
        FONCTION-READ-REMCHQ.
           READ FREMCHQ NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
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
           MOVE WS-CPT-LUS TO WS-PRT-CPT-LUS
           MOVE WS-CPT-REMIS TO WS-PRT-CPT-REMIS
           MOVE WS-TOTAL-REMIS TO WS-PRT-TOTAL
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-CPT-DIFFERES TO WS-PRT-CPT-DIFFERES
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           DISPLAY ' CHEQUES REMIS : ' WS-CPT-REMIS
           DISPLAY ' TOTAL REMIS   : ' WS-TOTAL-REMIS.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' VALEUR=' DELIMITED SIZE
                  WS-DATE-VALEUR DELIMITED SIZE
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
           MOVE 'QUEST144' TO CTLLOG-JOB
           MOVE ' CHEQUES REMIS EN COMPENSATION' TO CTLLOG-LIBELLE
           MOVE WS-CPT-REMIS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST144' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FREMCHQ
           CLOSE FCOMPENS
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
