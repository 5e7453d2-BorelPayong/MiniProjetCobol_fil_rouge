      **************************************************************
      *RAPPROCHEMENT QUOTIDIEN DU COMPTE NOSTRO TENU CHEZ LA BANQUE *
      *PARTENAIRE. LE RELEVE DE REGLEMENT DU PARTENAIRE FRELNOS EST *
      *RAPPROCHE DES FLUX QUE NOUS AVONS ECHANGES AVEC LUI : LE     *
      *FICHIER DES VIREMENTS RECUS TRAITE PAR QUEST58 (FPARTIN,     *
      *CREDITS DU NOSTRO) ET LE FICHIER DES VIREMENTS EMIS PAR      *
      *QUEST96 (FPARTOU, DEBITS DU NOSTRO). UNE LIGNE DU RELEVE ET  *
      *UN FLUX SE RAPPROCHENT QUAND LE SENS, LA REFERENCE (COMPTE   *
      *BENEFICIAIRE PORTE PAR LE VIREMENT), LE MONTANT ET LA DATE   *
      *SONT EGAUX.                                                  *
      *LES POSTES NON RAPPROCHES DE LA VEILLE (FNOSPRE) SONT REPRIS *
      *AVANT LE RAPPROCHEMENT ; CEUX QUI RESTENT, DES DEUX COTES    *
      *('P' RELEVE PARTENAIRE, 'B' NOS FICHIERS), SONT ECRITS DANS  *
      *FNOSSUS, RELU LE LENDEMAIN COMME FNOSPRE, AVEC LEUR AGE EN   *
      *JOURS DE RAPPROCHEMENT (0 LE PREMIER JOUR, PLUS 1 A CHAQUE   *
      *PASSAGE). UN POSTE PLUS AGE QUE QUEST160-AGE-MAX (DEFAUT 3)  *
      *EST SIGNALE (CODE RETOUR 4).                                 *
      *PREUVE DU SOLDE : LE SOLDE DE CLOTURE DU RELEVE DOIT ETRE    *
      *EGAL AU SOLDE D'OUVERTURE PLUS LES FLUX DU JOUR RAPPROCHES   *
      *PLUS LES LIGNES DU JOUR RESTEES EN SUSPENS. UN ECART, UN     *
      *RELEVE D'UNE AUTRE DATE, UNE LIGNE ILLISIBLE OU UN NOMBRE DE *
      *LIGNES DIFFERENT DE L'ENREGISTREMENT DE FIN DONNENT LE CODE  *
      *RETOUR 8.                                                    *
      *FORMAT DU RELEVE PARTENAIRE (80 OCTETS) :                    *
      *  'H' + DATE AAAAMMJJ(8) + SIGNE(1) + SOLDE OUVERTURE        *
      *      CENTIMES(13)                                           *
      *  'D' + SENS 'C'/'D'(1) + REFERENCE(6) + MONTANT CENTIMES(10)*
      *      + DATE AAAAMMJJ(8)                                     *
      *  'T' + NOMBRE(7) + SIGNE(1) + SOLDE CLOTURE CENTIMES(13)    *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST160.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FRELNOS ASSIGN TO DDRELNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELNOS.
           SELECT FPARTIN ASSIGN TO DDPARTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTIN.
           SELECT FPARTOU ASSIGN TO DDPARTOU
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTOU.
           SELECT FNOSPRE ASSIGN TO DDNOSPRE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOSPRE.
           SELECT FNOSSUS ASSIGN TO DDNOSSUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOSSUS.
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
        FD FRELNOS.
        01 RELNOS.
           05 REL-TYPE PIC X(1).
           05 REL-DETAIL.
              10 REL-SENS PIC X(1).
              10 REL-REFERENCE PIC X(6).
              10 REL-MONTANT PIC X(10).
              10 REL-MONTANT-N REDEFINES REL-MONTANT PIC 9(8)V99.
              10 REL-DATE PIC X(8).
              10 FILLER PIC X(54).
           05 REL-ENTETE REDEFINES REL-DETAIL.
              10 REL-DATE-RELEVE PIC X(8).
              10 REL-SIGNE-OUV PIC X(1).
              10 REL-SOLDE-OUV PIC 9(11)V99.
              10 FILLER PIC X(57).
           05 REL-FIN REDEFINES REL-DETAIL.
              10 REL-NOMBRE PIC 9(7).
              10 REL-SIGNE-CLO PIC X(1).
              10 REL-SOLDE-CLO PIC 9(11)V99.
              10 FILLER PIC X(58).
      *-- FICHIERS PARTENAIRE RECU (QUEST58) ET EMIS (QUEST96)
        FD FPARTIN.
        01 PARTIN.
           05 PIN-TYPE PIC X(1).
           05 PIN-COMPTE PIC X(6).
           05 PIN-MONTANT PIC X(10).
           05 PIN-MONTANT-N REDEFINES PIN-MONTANT PIC 9(8)V99.
           05 PIN-DATE PIC X(8).
           05 FILLER PIC X(55).
        FD FPARTOU.
        01 PARTOU.
           05 POU-TYPE PIC X(1).
           05 POU-COMPTE PIC X(6).
           05 POU-MONTANT PIC X(10).
           05 POU-MONTANT-N REDEFINES POU-MONTANT PIC 9(8)V99.
           05 POU-DATE PIC X(8).
           05 FILLER PIC X(55).
      *-- POSTE NON RAPPROCHE, 80 OCTETS
        FD FNOSPRE.
        01 NOSPRE.
           05 NPR-COTE PIC X(1).
           05 NPR-SENS PIC X(1).
           05 NPR-REFERENCE PIC X(6).
           05 NPR-MONTANT PIC 9(8)V99.
           05 NPR-DATE PIC X(8).
           05 NPR-DATE-OUVERTURE PIC X(10).
           05 NPR-AGE PIC 9(4).
           05 FILLER PIC X(40).
        FD FNOSSUS.
        01 NOSSUS.
           05 NSU-COTE PIC X(1).
           05 NSU-SENS PIC X(1).
           05 NSU-REFERENCE PIC X(6).
           05 NSU-MONTANT PIC 9(8)V99.
           05 NSU-DATE PIC X(8).
           05 NSU-DATE-OUVERTURE PIC X(10).
           05 NSU-AGE PIC 9(4).
           05 FILLER PIC X(40).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-RELNOS PIC X(2).
        01 FS-PARTIN PIC X(2).
        01 FS-PARTOU PIC X(2).
        01 FS-NOSPRE PIC X(2).
        01 FS-NOSSUS PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-TRT-AMJ PIC X(8).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-AGE-MAX PIC 9(4).
      *-- POSTES A RAPPROCHER : COTE RELEVE ET COTE BANQUE. UN
      *-- POSTE REPRIS DE LA VEILLE GARDE SON AGE ET SA DATE
      *-- D'OUVERTURE ; NOUVEAU = 'O' POUR UNE LIGNE DU RELEVE DU
      *-- JOUR
        01 WS-MAX-POSTES PIC 9(5) VALUE 3000.
        01 WS-NB-REL PIC 9(5) VALUE 0.
        01 WS-TAB-RELEVE.
           05 WS-REL OCCURS 3000 TIMES.
              10 WS-REL-SENS PIC X(1).
              10 WS-REL-REFERENCE PIC X(6).
              10 WS-REL-MONTANT PIC 9(8)V99.
              10 WS-REL-DATE PIC X(8).
              10 WS-REL-DATE-OUV PIC X(10).
              10 WS-REL-AGE PIC 9(4).
              10 WS-REL-NOUVEAU PIC X(1).
              10 WS-REL-RAPPROCHE PIC X(1).
        01 WS-NB-BQE PIC 9(5) VALUE 0.
        01 WS-TAB-BANQUE.
           05 WS-BQE OCCURS 3000 TIMES.
              10 WS-BQE-SENS PIC X(1).
              10 WS-BQE-REFERENCE PIC X(6).
              10 WS-BQE-MONTANT PIC 9(8)V99.
              10 WS-BQE-DATE PIC X(8).
              10 WS-BQE-DATE-OUV PIC X(10).
              10 WS-BQE-AGE PIC 9(4).
              10 WS-BQE-RAPPROCHE PIC X(1).
        01 WS-IX PIC 9(5).
        01 WS-JX PIC 9(5).
        01 WS-TROUVE PIC 9(5).
      *-- POSTE EN COURS D'EDITION OU D'ECRITURE
        01 WS-PST-COTE PIC X(1).
        01 WS-PST-SENS PIC X(1).
        01 WS-PST-REFERENCE PIC X(6).
        01 WS-PST-MONTANT PIC 9(8)V99.
        01 WS-PST-DATE PIC X(8).
        01 WS-PST-DATE-OUV PIC X(10).
        01 WS-PST-AGE PIC 9(4).
      *-- PREUVE DU SOLDE
        01 WS-RELEVE-LU PIC X(1) VALUE 'N'.
        01 WS-NB-LIGNES-RELEVE PIC 9(7) VALUE 0.
        01 WS-NB-LIGNES-FIN PIC 9(7) VALUE 0.
        01 WS-SOLDE-OUVERTURE PIC S9(11)V99 VALUE 0.
        01 WS-SOLDE-CLOTURE PIC S9(11)V99 VALUE 0.
        01 WS-FLUX-RAPPROCHES PIC S9(11)V99 VALUE 0.
        01 WS-FLUX-SUSPENS PIC S9(11)V99 VALUE 0.
        01 WS-SOLDE-RECONSTITUE PIC S9(11)V99 VALUE 0.
        01 WS-ECART PIC S9(11)V99 VALUE 0.
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-RAPPROCHES PIC 9(7) VALUE 0.
        01 WS-CPT-SUSPENS-P PIC 9(7) VALUE 0.
        01 WS-CPT-SUSPENS-B PIC 9(7) VALUE 0.
        01 WS-CPT-AGES PIC 9(7) VALUE 0.
        01 WS-CPT-ILLISIBLES PIC 9(7) VALUE 0.
        01 WS-TOTAL-SUSPENS-P PIC S9(11)V99 VALUE 0.
        01 WS-TOTAL-SUSPENS-B PIC S9(11)V99 VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST160'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST160'.
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
              '   RAPPROCHEMENT DU COMPTE NOSTRO'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' C S REFERE     MONTANT DATE     OUVERT '.
           05 FILLER PIC X(38) VALUE
              'LE   AGE OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COTE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SENS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REFERENCE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MONTANT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-OUV PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-AGE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(20).
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-TOT-MONTANT PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FRELNOS
           IF FS-RELNOS = '00'
              DISPLAY ' FILE RELNOS OPEN SUCCES : ' FS-RELNOS
           ELSE
              MOVE 'FRELNOS' TO WS-ERR-FICHIER
              MOVE FS-RELNOS TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPARTIN
           IF FS-PARTIN = '00'
              DISPLAY ' FILE PARTIN OPEN SUCCES : ' FS-PARTIN
           ELSE
              MOVE 'FPARTIN' TO WS-ERR-FICHIER
              MOVE FS-PARTIN TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPARTOU
           IF FS-PARTOU = '00'
              DISPLAY ' FILE PARTOU OPEN SUCCES : ' FS-PARTOU
           ELSE
              MOVE 'FPARTOU' TO WS-ERR-FICHIER
              MOVE FS-PARTOU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FNOSPRE
           IF FS-NOSPRE = '00'
              DISPLAY ' FILE NOSPRE OPEN SUCCES : ' FS-NOSPRE
           ELSE
              MOVE 'FNOSPRE' TO WS-ERR-FICHIER
              MOVE FS-NOSPRE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FNOSSUS
           IF FS-NOSSUS = '00'
              DISPLAY ' FILE NOSSUS OPEN SUCCES : ' FS-NOSSUS
           ELSE
              MOVE 'FNOSSUS' TO WS-ERR-FICHIER
              MOVE FS-NOSSUS TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-SUSPENS
           PERFORM FONCTION-CHARGER-RELEVE
           PERFORM FONCTION-CHARGER-RECUS
           PERFORM FONCTION-CHARGER-EMIS
           PERFORM FONCTION-RAPPROCHER
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-ECRIRE-SUSPENS
           PERFORM FONCTION-PRINT-PREUVE
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST160-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST160-AGE-MAX' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '3' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' AGE MAXIMAL INVALIDE, DEFAUT 3 JOURS APPLIQUE '
              MOVE 3 TO WS-AGE-MAX
           ELSE
              MOVE WS-PARAM-VALEUR(27:4) TO WS-AGE-MAX
           END-IF.
      **************************************************************
      * POSTES EN SUSPENS DE LA VEILLE, REPRIS AVEC UN JOUR DE PLUS *
      **************************************************************
        FONCTION-CHARGER-SUSPENS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FNOSPRE
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 IF NPR-COTE = 'P'
                    PERFORM FONCTION-CONTROLER-TABLE-REL
                    ADD 1 TO WS-NB-REL
                    MOVE NPR-SENS TO WS-REL-SENS(WS-NB-REL)
                    MOVE NPR-REFERENCE TO WS-REL-REFERENCE(WS-NB-REL)
                    MOVE NPR-MONTANT TO WS-REL-MONTANT(WS-NB-REL)
                    MOVE NPR-DATE TO WS-REL-DATE(WS-NB-REL)
                    MOVE NPR-DATE-OUVERTURE
                      TO WS-REL-DATE-OUV(WS-NB-REL)
                    COMPUTE WS-REL-AGE(WS-NB-REL) = NPR-AGE + 1
                    MOVE 'N' TO WS-REL-NOUVEAU(WS-NB-REL)
                    MOVE 'N' TO WS-REL-RAPPROCHE(WS-NB-REL)
                 ELSE
                    PERFORM FONCTION-CONTROLER-TABLE-BQE
                    ADD 1 TO WS-NB-BQE
                    MOVE NPR-SENS TO WS-BQE-SENS(WS-NB-BQE)
                    MOVE NPR-REFERENCE TO WS-BQE-REFERENCE(WS-NB-BQE)
                    MOVE NPR-MONTANT TO WS-BQE-MONTANT(WS-NB-BQE)
                    MOVE NPR-DATE TO WS-BQE-DATE(WS-NB-BQE)
                    MOVE NPR-DATE-OUVERTURE
                      TO WS-BQE-DATE-OUV(WS-NB-BQE)
                    COMPUTE WS-BQE-AGE(WS-NB-BQE) = NPR-AGE + 1
                    MOVE 'N' TO WS-BQE-RAPPROCHE(WS-NB-BQE)
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * RELEVE DU PARTENAIRE : SOLDES D'OUVERTURE ET DE CLOTURE,     *
      * LIGNES DU JOUR                                              *
      **************************************************************
        FONCTION-CHARGER-RELEVE.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FRELNOS
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 EVALUATE REL-TYPE
                    WHEN 'H'
                       PERFORM FONCTION-LIRE-ENTETE
                    WHEN 'D'
                       PERFORM FONCTION-LIRE-LIGNE
                    WHEN 'T'
                       MOVE REL-NOMBRE TO WS-NB-LIGNES-FIN
                       MOVE REL-SOLDE-CLO TO WS-SOLDE-CLOTURE
                       IF REL-SIGNE-CLO = '-'
                          COMPUTE WS-SOLDE-CLOTURE =
                                  0 - WS-SOLDE-CLOTURE
                       END-IF
                    WHEN OTHER
                       ADD 1 TO WS-CPT-ILLISIBLES
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-RELEVE-LU = 'N'
              DISPLAY ' RELEVE PARTENAIRE SANS ENTETE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-LIRE-ENTETE.
           IF REL-DATE-RELEVE NOT = WS-DATE-TRT-AMJ
              DISPLAY ' RELEVE DU ' REL-DATE-RELEVE
                      ' POUR UN TRAITEMENT DU ' WS-DATE-TRT
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'O' TO WS-RELEVE-LU
           MOVE REL-SOLDE-OUV TO WS-SOLDE-OUVERTURE
           IF REL-SIGNE-OUV = '-'
              COMPUTE WS-SOLDE-OUVERTURE = 0 - WS-SOLDE-OUVERTURE
           END-IF.
        FONCTION-LIRE-LIGNE.
           ADD 1 TO WS-NB-LIGNES-RELEVE
           IF REL-MONTANT NOT NUMERIC
              OR (REL-SENS NOT = 'C' AND REL-SENS NOT = 'D')
              ADD 1 TO WS-CPT-ILLISIBLES
              DISPLAY ' LIGNE DE RELEVE ILLISIBLE : ' RELNOS
           ELSE
              PERFORM FONCTION-CONTROLER-TABLE-REL
              ADD 1 TO WS-NB-REL
              MOVE REL-SENS TO WS-REL-SENS(WS-NB-REL)
              MOVE REL-REFERENCE TO WS-REL-REFERENCE(WS-NB-REL)
              MOVE REL-MONTANT-N TO WS-REL-MONTANT(WS-NB-REL)
              MOVE REL-DATE TO WS-REL-DATE(WS-NB-REL)
              MOVE WS-DATE-TRT TO WS-REL-DATE-OUV(WS-NB-REL)
              MOVE 0 TO WS-REL-AGE(WS-NB-REL)
              MOVE 'O' TO WS-REL-NOUVEAU(WS-NB-REL)
              MOVE 'N' TO WS-REL-RAPPROCHE(WS-NB-REL)
           END-IF.
      *-- VIREMENTS RECUS : LE PARTENAIRE CREDITE LE NOSTRO
        FONCTION-CHARGER-RECUS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FPARTIN
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND PIN-TYPE = 'D'
                 AND PIN-MONTANT IS NUMERIC
                 PERFORM FONCTION-CONTROLER-TABLE-BQE
                 ADD 1 TO WS-NB-BQE
                 MOVE 'C' TO WS-BQE-SENS(WS-NB-BQE)
                 MOVE PIN-COMPTE TO WS-BQE-REFERENCE(WS-NB-BQE)
                 MOVE PIN-MONTANT-N TO WS-BQE-MONTANT(WS-NB-BQE)
                 MOVE PIN-DATE TO WS-BQE-DATE(WS-NB-BQE)
                 MOVE WS-DATE-TRT TO WS-BQE-DATE-OUV(WS-NB-BQE)
                 MOVE 0 TO WS-BQE-AGE(WS-NB-BQE)
                 MOVE 'N' TO WS-BQE-RAPPROCHE(WS-NB-BQE)
              END-IF
           END-PERFORM.
      *-- VIREMENTS EMIS : LE PARTENAIRE DEBITE LE NOSTRO
        FONCTION-CHARGER-EMIS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FPARTOU
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND POU-TYPE = 'D'
                 AND POU-MONTANT IS NUMERIC
                 PERFORM FONCTION-CONTROLER-TABLE-BQE
                 ADD 1 TO WS-NB-BQE
                 MOVE 'D' TO WS-BQE-SENS(WS-NB-BQE)
                 MOVE POU-COMPTE TO WS-BQE-REFERENCE(WS-NB-BQE)
                 MOVE POU-MONTANT-N TO WS-BQE-MONTANT(WS-NB-BQE)
                 MOVE POU-DATE TO WS-BQE-DATE(WS-NB-BQE)
                 MOVE WS-DATE-TRT TO WS-BQE-DATE-OUV(WS-NB-BQE)
                 MOVE 0 TO WS-BQE-AGE(WS-NB-BQE)
                 MOVE 'N' TO WS-BQE-RAPPROCHE(WS-NB-BQE)
              END-IF
           END-PERFORM.
      *-- UN POSTE NE PEUT PAS ETRE PERDU : TABLE PLEINE = ARRET
        FONCTION-CONTROLER-TABLE-REL.
           IF WS-NB-REL >= WS-MAX-POSTES
              DISPLAY ' TABLE DES POSTES DU RELEVE PLEINE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-CONTROLER-TABLE-BQE.
           IF WS-NB-BQE >= WS-MAX-POSTES
              DISPLAY ' TABLE DES POSTES BANQUE PLEINE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * RAPPROCHEMENT : CHAQUE POSTE DU RELEVE PREND LE PREMIER     *
      * POSTE BANQUE LIBRE DE MEME SENS, REFERENCE, MONTANT ET DATE *
      **************************************************************
        FONCTION-RAPPROCHER.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-REL
              MOVE 0 TO WS-TROUVE
              PERFORM VARYING WS-JX FROM 1 BY 1
                      UNTIL WS-JX > WS-NB-BQE OR WS-TROUVE > 0
                 IF WS-BQE-RAPPROCHE(WS-JX) = 'N'
                    AND WS-BQE-SENS(WS-JX) = WS-REL-SENS(WS-IX)
                    AND WS-BQE-REFERENCE(WS-JX) =
                        WS-REL-REFERENCE(WS-IX)
                    AND WS-BQE-MONTANT(WS-JX) = WS-REL-MONTANT(WS-IX)
                    AND WS-BQE-DATE(WS-JX) = WS-REL-DATE(WS-IX)
                    MOVE WS-JX TO WS-TROUVE
                 END-IF
              END-PERFORM
              IF WS-TROUVE > 0
                 MOVE 'O' TO WS-REL-RAPPROCHE(WS-IX)
                 MOVE 'O' TO WS-BQE-RAPPROCHE(WS-TROUVE)
                 ADD 1 TO WS-CPT-RAPPROCHES
                 IF WS-REL-NOUVEAU(WS-IX) = 'O'
                    IF WS-REL-SENS(WS-IX) = 'C'
                       ADD WS-REL-MONTANT(WS-IX)
                        TO WS-FLUX-RAPPROCHES
                    ELSE
                       SUBTRACT WS-REL-MONTANT(WS-IX)
                           FROM WS-FLUX-RAPPROCHES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * POSTES RESTES EN SUSPENS DES DEUX COTES : EDITION AVEC LEUR *
      * AGE ET ECRITURE POUR LE RAPPROCHEMENT DU LENDEMAIN          *
      **************************************************************
        FONCTION-ECRIRE-SUSPENS.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-REL
              IF WS-REL-RAPPROCHE(WS-IX) = 'N'
                 MOVE 'P' TO WS-PST-COTE
                 MOVE WS-REL-SENS(WS-IX) TO WS-PST-SENS
                 MOVE WS-REL-REFERENCE(WS-IX) TO WS-PST-REFERENCE
                 MOVE WS-REL-MONTANT(WS-IX) TO WS-PST-MONTANT
                 MOVE WS-REL-DATE(WS-IX) TO WS-PST-DATE
                 MOVE WS-REL-DATE-OUV(WS-IX) TO WS-PST-DATE-OUV
                 MOVE WS-REL-AGE(WS-IX) TO WS-PST-AGE
                 ADD 1 TO WS-CPT-SUSPENS-P
                 IF WS-PST-SENS = 'C'
                    ADD WS-PST-MONTANT TO WS-TOTAL-SUSPENS-P
                 ELSE
                    SUBTRACT WS-PST-MONTANT FROM WS-TOTAL-SUSPENS-P
                 END-IF
                 IF WS-REL-NOUVEAU(WS-IX) = 'O'
                    IF WS-PST-SENS = 'C'
                       ADD WS-PST-MONTANT TO WS-FLUX-SUSPENS
                    ELSE
                       SUBTRACT WS-PST-MONTANT FROM WS-FLUX-SUSPENS
                    END-IF
                 END-IF
                 PERFORM FONCTION-SORTIR-POSTE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-BQE
              IF WS-BQE-RAPPROCHE(WS-IX) = 'N'
                 MOVE 'B' TO WS-PST-COTE
                 MOVE WS-BQE-SENS(WS-IX) TO WS-PST-SENS
                 MOVE WS-BQE-REFERENCE(WS-IX) TO WS-PST-REFERENCE
                 MOVE WS-BQE-MONTANT(WS-IX) TO WS-PST-MONTANT
                 MOVE WS-BQE-DATE(WS-IX) TO WS-PST-DATE
                 MOVE WS-BQE-DATE-OUV(WS-IX) TO WS-PST-DATE-OUV
                 MOVE WS-BQE-AGE(WS-IX) TO WS-PST-AGE
                 ADD 1 TO WS-CPT-SUSPENS-B
                 IF WS-PST-SENS = 'C'
                    ADD WS-PST-MONTANT TO WS-TOTAL-SUSPENS-B
                 ELSE
                    SUBTRACT WS-PST-MONTANT FROM WS-TOTAL-SUSPENS-B
                 END-IF
                 PERFORM FONCTION-SORTIR-POSTE
              END-IF
           END-PERFORM.
        FONCTION-SORTIR-POSTE.
           MOVE SPACES TO NOSSUS
           MOVE WS-PST-COTE TO NSU-COTE
           MOVE WS-PST-SENS TO NSU-SENS
           MOVE WS-PST-REFERENCE TO NSU-REFERENCE
           MOVE WS-PST-MONTANT TO NSU-MONTANT
           MOVE WS-PST-DATE TO NSU-DATE
           MOVE WS-PST-DATE-OUV TO NSU-DATE-OUVERTURE
           MOVE WS-PST-AGE TO NSU-AGE
           WRITE NOSSUS
           MOVE WS-PST-COTE TO WS-PRT-COTE
           MOVE WS-PST-SENS TO WS-PRT-SENS
           MOVE WS-PST-REFERENCE TO WS-PRT-REFERENCE
           MOVE WS-PST-MONTANT TO WS-PRT-MONTANT
           MOVE WS-PST-DATE TO WS-PRT-DATE
           MOVE WS-PST-DATE-OUV TO WS-PRT-DATE-OUV
           MOVE WS-PST-AGE TO WS-PRT-AGE
           IF WS-PST-COTE = 'P'
              MOVE 'ABSENT DE NOS FLUX' TO WS-PRT-OBSERVATION
           ELSE
              MOVE 'NON REGLE' TO WS-PRT-OBSERVATION
           END-IF
           IF WS-PST-AGE > WS-AGE-MAX
              MOVE 'AGE DEPASSE' TO WS-PRT-OBSERVATION
              ADD 1 TO WS-CPT-AGES
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF
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
      **************************************************************
      * TOTAUX ET PREUVE : CLOTURE = OUVERTURE + FLUX DU JOUR       *
      * RAPPROCHES + LIGNES DU JOUR EN SUSPENS                      *
      **************************************************************
        FONCTION-PRINT-PREUVE.
           COMPUTE WS-SOLDE-RECONSTITUE = WS-SOLDE-OUVERTURE
                                        + WS-FLUX-RAPPROCHES
                                        + WS-FLUX-SUSPENS
           COMPUTE WS-ECART = WS-SOLDE-CLOTURE - WS-SOLDE-RECONSTITUE
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'POSTES RAPPROCHES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-RAPPROCHES TO WS-PRT-TOT-NB
           MOVE WS-FLUX-RAPPROCHES TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SUSPENS COTE PARTENAIRE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SUSPENS-P TO WS-PRT-TOT-NB
           MOVE WS-TOTAL-SUSPENS-P TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SUSPENS COTE BANQUE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SUSPENS-B TO WS-PRT-TOT-NB
           MOVE WS-TOTAL-SUSPENS-B TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SUSPENS D AGE DEPASSE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-AGES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SOLDE D OUVERTURE' TO WS-PRT-TOT-LIBELLE
           MOVE 0 TO WS-PRT-TOT-NB
           MOVE WS-SOLDE-OUVERTURE TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE '+ FLUX DU JOUR RAPPROCHES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-FLUX-RAPPROCHES TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE '+ LIGNES DU JOUR EN SUSPENS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-FLUX-SUSPENS TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE '= SOLDE RECONSTITUE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-SOLDE-RECONSTITUE TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SOLDE DE CLOTURE DU RELEVE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-SOLDE-CLOTURE TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'ECART' TO WS-PRT-TOT-LIBELLE
           MOVE WS-ECART TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LIGNES DE RELEVE ILLISIBLES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ILLISIBLES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 14 TO WS-CPT-LIGNES-TOT
           DISPLAY ' POSTES RAPPROCHES   : ' WS-CPT-RAPPROCHES
           DISPLAY ' SUSPENS PARTENAIRE  : ' WS-CPT-SUSPENS-P
           DISPLAY ' SUSPENS BANQUE      : ' WS-CPT-SUSPENS-B
           DISPLAY ' SUSPENS AGE DEPASSE : ' WS-CPT-AGES
           IF WS-ECART NOT = 0
              DISPLAY ' PREUVE DU SOLDE NOSTRO EN ECART '
              MOVE 8 TO WS-ERR-RC-JOB
           END-IF
           IF WS-CPT-ILLISIBLES > 0
              OR WS-NB-LIGNES-FIN NOT = WS-NB-LIGNES-RELEVE
              DISPLAY ' RELEVE INCOMPLET : LIGNES ' WS-NB-LIGNES-RELEVE
                      ' ANNONCEES ' WS-NB-LIGNES-FIN
                      ' ILLISIBLES ' WS-CPT-ILLISIBLES
              MOVE 8 TO WS-ERR-RC-JOB
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
           MOVE 'QUEST160' TO CTLLOG-JOB
           MOVE ' POSTES NOSTRO RAPPROCHES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RAPPROCHES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST160' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FRELNOS
           CLOSE FPARTIN
           CLOSE FPARTOU
           CLOSE FNOSPRE
           CLOSE FNOSSUS
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
