      **************************************************************
      *ETAT D'ANCIENNETE DES CONTESTATIONS DE PAIEMENT PAR CARTE. LE*
      *FICHIER DES LITIGES FLITIGE (SAISIES PGLITSAI ET QUEST146)   *
      *EST PARCOURU EN ENTIER ; L'ANCIENNETE D'UN LITIGE EST LE     *
      *NOMBRE DE JOURS CALENDAIRES ENTRE SA DATE DE DECLARATION ET  *
      *LA DATE DE TRAITEMENT (PARAMETRE QUEST148-DATE). LES LITIGES *
      *ENCORE EN COURS (STATUTS 'O' OUVERT, 'E' DEMANDE EMISE, 'P'  *
      *CREDIT PROVISOIRE PASSE) DONT L'ANCIENNETE DEPASSE LE DELAI  *
      *DE REPONSE ATTENDU DU RESEAU (PARAMETRE QUEST148-DELAI-MAX,  *
      *DEFAUT 45 JOURS) SONT LISTES EN RETARD ET LE CODE RETOUR     *
      *PASSE A 4. UNE SYNTHESE PAR STATUT DONNE ENSUITE LE NOMBRE ET*
      *LE MONTANT CONTESTE, VENTILES POUR LES LITIGES EN COURS PAR  *
      *TRANCHE D'ANCIENNETE (0-30, 31-60, 61-90, PLUS DE 90 JOURS) ;*
      *LES LITIGES CLOS ('A' ACCEPTE, 'R' REFUSE) N'Y FIGURENT QU'EN*
      *NOMBRE ET MONTANT.                                           *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST148.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FLITIGE ASSIGN TO DDLITIGE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LIT-REF-MOUV
           FILE STATUS IS FS-LITIGE.
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
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-LITIGE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DELAI-MAX PIC 9(3).
        01 WS-ORDINAL-TRT PIC 9(7).
        01 WS-AGE-JOURS PIC 9(5).
        01 WS-S PIC 9(1).
        01 WS-T PIC 9(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-EN-COURS PIC 9(7) VALUE 0.
        01 WS-CPT-RETARDS PIC 9(7) VALUE 0.
        01 WS-TOTAL-RETARDS PIC 9(11)V99 VALUE 0.
      *-- STATUTS DE LITIGE DANS L'ORDRE DE LA SYNTHESE ; LES TROIS
      *-- PREMIERS SONT LES STATUTS EN COURS
        01 WS-STATUTS-VAL.
           05 FILLER PIC X(17) VALUE 'OOUVERT'.
           05 FILLER PIC X(17) VALUE 'EDEMANDE EMISE'.
           05 FILLER PIC X(17) VALUE 'PCREDIT PROVISOIR'.
           05 FILLER PIC X(17) VALUE 'AACCEPTE'.
           05 FILLER PIC X(17) VALUE 'RREFUSE'.
        01 WS-STATUTS REDEFINES WS-STATUTS-VAL.
           05 WS-STA-ENTREE OCCURS 5 TIMES.
              10 WS-STA-CODE PIC X(1).
              10 WS-STA-LIBELLE PIC X(16).
        01 WS-SYNTHESE.
           05 WS-SYN-ENTREE OCCURS 5 TIMES.
              10 WS-SYN-TRANCHE PIC 9(6) OCCURS 4 TIMES.
              10 WS-SYN-NOMBRE PIC 9(6).
              10 WS-SYN-MONTANT PIC 9(9)V99.
      *-- DECODAGE DES DATES AAAA-MM-JJ EN RANG DE JOUR CALENDAIRE,
      *-- COMME CHEZ QUEST132
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
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST148'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST148'.
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
              ' ANCIENNETE DES CONTESTATIONS CARTE'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(33) VALUE
              ' LITIGES EN COURS DEPUIS PLUS DE '.
           05 WS-PRT-DELAI-MAX PIC ZZ9.
           05 FILLER PIC X(42) VALUE ' JOURS'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(36) VALUE
              ' COMPTE REFERENCE S DECLARE LE   AGE'.
           05 FILLER PIC X(42) VALUE
              '    MONTANT MO'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REFERENCE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-STATUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-LITIGE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-AGE PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOTIF PIC X(2).
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(22) VALUE ' LITIGES EN RETARD : '.
           05 WS-PRT-CPT-RETARDS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' MONTANT '.
           05 WS-PRT-TOTAL-RETARDS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(25) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' SYNTHESE PAR STATUT  0-30J  31-60J  61-'.
           05 FILLER PIC X(38) VALUE
              '90J    >90J  NOMBRE      MONTANT'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE08.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SYN-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SYN-LIBELLE PIC X(16).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-SYN-PRT-TRANCHE1 PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-SYN-PRT-TRANCHE2 PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-SYN-PRT-TRANCHE3 PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-SYN-PRT-TRANCHE4 PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-SYN-PRT-NOMBRE PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SYN-PRT-MONTANT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FLITIGE
           IF FS-LITIGE = '00'
              DISPLAY ' FILE LITIGE OPEN SUCCES : ' FS-LITIGE
           ELSE
              MOVE 'FLITIGE' TO WS-ERR-FICHIER
              MOVE FS-LITIGE TO WS-ERR-STATUT
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
           INITIALIZE WS-SYNTHESE
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-LITIGE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LUS
              PERFORM FONCTION-TRAITER-LITIGE
              PERFORM FONCTION-READ-LITIGE
           END-PERFORM
           PERFORM FONCTION-PRINT-SYNTHESE
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT OBLIGATOIRE ; DELAI DE REPONSE ATTENDU  *
      * DU RESEAU EN JOURS CALENDAIRES (DEFAUT 45)                 *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST148-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST148-DELAI-MAX' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '45' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' DELAI MAXIMUM INVALIDE, DEFAUT 45 APPLIQUE '
              MOVE 45 TO WS-DELAI-MAX
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-DELAI-MAX
           END-IF.
      **************************************************************
      * UN LITIGE : STATUT DANS LA TABLE DE SYNTHESE, ANCIENNETE   *
      * ET TRANCHE POUR LES LITIGES EN COURS, LIGNE DE RETARD      *
      * AU-DELA DU DELAI MAXIMUM                                   *
      **************************************************************
        FONCTION-TRAITER-LITIGE.
           MOVE 0 TO WS-S
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
              IF WS-STA-CODE(WS-I) = LIT-STATUT
                 MOVE WS-I TO WS-S
              END-IF
           END-PERFORM
           IF WS-S = 0
              DISPLAY ' LITIGE ' LIT-REF-MOUV ' STATUT INCONNU '
                      LIT-STATUT
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              ADD 1 TO WS-SYN-NOMBRE(WS-S)
              ADD LIT-MONTANT TO WS-SYN-MONTANT(WS-S)
              IF WS-S <= 3
                 ADD 1 TO WS-CPT-EN-COURS
                 PERFORM FONCTION-CALCULER-AGE
                 EVALUATE TRUE
                    WHEN WS-AGE-JOURS <= 30
                       MOVE 1 TO WS-T
                    WHEN WS-AGE-JOURS <= 60
                       MOVE 2 TO WS-T
                    WHEN WS-AGE-JOURS <= 90
                       MOVE 3 TO WS-T
                    WHEN OTHER
                       MOVE 4 TO WS-T
                 END-EVALUATE
                 ADD 1 TO WS-SYN-TRANCHE(WS-S, WS-T)
                 IF WS-AGE-JOURS > WS-DELAI-MAX
                    PERFORM FONCTION-SIGNALER-RETARD
                 END-IF
              END-IF
           END-IF.
      *-- JOURS CALENDAIRES DEPUIS LA DECLARATION ; UNE DATE DE
      *-- DECLARATION POSTERIEURE A LA DATE DE TRAITEMENT DONNE 0
        FONCTION-CALCULER-AGE.
           MOVE 0 TO WS-AGE-JOURS
           MOVE LIT-DATE-LITIGE(1:4) TO WS-DD-AAAA
           MOVE LIT-DATE-LITIGE(6:2) TO WS-DD-MM
           MOVE LIT-DATE-LITIGE(9:2) TO WS-DD-JJ
           PERFORM FONCTION-RANG-CALENDAIRE
           IF WS-ORDINAL-TRT > WS-DD-ORDINAL
              COMPUTE WS-AGE-JOURS = WS-ORDINAL-TRT - WS-DD-ORDINAL
           END-IF.
        FONCTION-SIGNALER-RETARD.
           ADD 1 TO WS-CPT-RETARDS
           ADD LIT-MONTANT TO WS-TOTAL-RETARDS
           IF WS-ERR-RC-JOB < 4
              MOVE 4 TO WS-ERR-RC-JOB
           END-IF
           MOVE LIT-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE LIT-REF-MOUV TO WS-PRT-REFERENCE
           MOVE LIT-STATUT TO WS-PRT-STATUT
           MOVE LIT-DATE-LITIGE TO WS-PRT-DATE-LITIGE
           MOVE WS-AGE-JOURS TO WS-PRT-AGE
           MOVE LIT-MONTANT TO WS-PRT-MONTANT
           MOVE LIT-MOTIF TO WS-PRT-MOTIF
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-LITIGE.
           READ FLITIGE NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DELAI-MAX TO WS-PRT-DELAI-MAX
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-SYNTHESE.
           MOVE WS-CPT-RETARDS TO WS-PRT-CPT-RETARDS
           MOVE WS-TOTAL-RETARDS TO WS-PRT-TOTAL-RETARDS
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE07 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5
              MOVE WS-STA-CODE(WS-S) TO WS-SYN-CODE
              MOVE WS-STA-LIBELLE(WS-S) TO WS-SYN-LIBELLE
              MOVE WS-SYN-TRANCHE(WS-S, 1) TO WS-SYN-PRT-TRANCHE1
              MOVE WS-SYN-TRANCHE(WS-S, 2) TO WS-SYN-PRT-TRANCHE2
              MOVE WS-SYN-TRANCHE(WS-S, 3) TO WS-SYN-PRT-TRANCHE3
              MOVE WS-SYN-TRANCHE(WS-S, 4) TO WS-SYN-PRT-TRANCHE4
              MOVE WS-SYN-NOMBRE(WS-S) TO WS-SYN-PRT-NOMBRE
              MOVE WS-SYN-MONTANT(WS-S) TO WS-SYN-PRT-MONTANT
              MOVE WS-LIGNE08 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           DISPLAY ' LITIGES LUS       : ' WS-CPT-LUS
           DISPLAY ' LITIGES EN COURS  : ' WS-CPT-EN-COURS
           DISPLAY ' LITIGES EN RETARD : ' WS-CPT-RETARDS.
      **************************************************************
      * RANG DU JOUR DEPUIS L'AN 1, POUR COMPTER LES JOURS ENTRE   *
      * DEUX DATES                                                 *
      **************************************************************
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
                  ' DELAI-MAX=' DELIMITED SIZE
                  WS-DELAI-MAX DELIMITED SIZE
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
           MOVE 'QUEST148' TO CTLLOG-JOB
           MOVE ' LITIGES CARTE EN RETARD' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETARDS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST148' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FLITIGE
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
