      **************************************************************
      *ETAT MENSUEL DE COUVERTURE DES PRETS PAR LEURS GARANTIES.    *
      *CHAQUE PRET FPRET EST RAPPROCHE DE SES GARANTIES ACTIVES DU  *
      *REGISTRE FGARANT (TENU PAR QUEST153) :                       *
      *  - CAPITAL RESTANT DU : PART CAPITAL DES ECHEANCES FECHEANC *
      *    NON PAYEES (CAPITAL DU PRET TANT QUE QUEST79 N'A PAS     *
      *    GENERE LE TABLEAU) ;                                     *
      *  - VALEUR DES GARANTIES : VALEUR ENREGISTREE, SAUF POUR UN  *
      *    DEPOT A TERME NANTI DONT C'EST LE CAPITAL FDAT TANT QU'IL*
      *    EST OUVERT. UNE GARANTIE EXPIREE NE COMPTE PLUS ;        *
      *  - TAUX DE COUVERTURE = VALEUR / RESTANT DU.                *
      *UN PRET DONT LE TAUX EST INFERIEUR AU MINIMUM (PARAMETRE     *
      *QUEST154-COUV-MIN, DEFAUT 100 POUR CENT) EST SIGNALE         *
      *SOUS-COUVERT ET DONNE LE CODE RETOUR 4. SOUS CHAQUE PRET SONT*
      *LISTEES LES GARANTIES A REEVALUER (HYPOTHEQUE OU AUTRE       *
      *SURETE EVALUEE DEPUIS QUEST154-REEVAL-MOIS MOIS OU PLUS,     *
      *DEFAUT 12), EXPIREES OU DONT LE DEPOT NANTI N'EST PLUS       *
      *OUVERT. UN PRET REMBOURSE QUI A ENCORE DES GARANTIES ACTIVES *
      *EST SIGNALE POUR MAINLEVEE (ACTION 'L' DE QUEST153).         *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST154.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FPRET ASSIGN TO DDPRET
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PRT-CLE
           FILE STATUS IS FS-PRET.
           SELECT FGARANT ASSIGN TO DDGARANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GAR-CLE
           FILE STATUS IS FS-GARANT.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
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
        FD FPRET.
        01 PRET.
           05 PRT-CLE.
              10 PRT-NUM-COMPTE PIC X(6).
              10 PRT-SEQ PIC 9(2).
           05 PRT-CAPITAL PIC 9(8)V99.
           05 PRT-TAUX PIC 9(3)V99.
           05 PRT-DUREE-MOIS PIC 9(3).
           05 PRT-DATE-DEBUT PIC X(10).
           05 PRT-STATUT PIC X(1).
           05 FILLER PIC X(42).
      *-- GARANTIE DE PRET, 120 OCTETS (VOIR QUEST153)
        FD FGARANT.
        01 GARANT.
           05 GAR-CLE.
              10 GAR-NUM-COMPTE PIC X(6).
              10 GAR-SEQ-PRET PIC 9(2).
              10 GAR-NUMERO PIC 9(2).
           05 GAR-TYPE PIC X(1).
           05 GAR-VALEUR PIC 9(9)V99.
           05 GAR-DATE-EVAL PIC X(10).
           05 GAR-DATE-EXPIR PIC X(10).
           05 GAR-NUM-PERSONNE PIC X(8).
           05 GAR-DAT-COMPTE PIC X(6).
           05 GAR-DAT-SEQ PIC 9(2).
           05 GAR-STATUT PIC X(1).
           05 GAR-DATE-STATUT PIC X(10).
           05 GAR-LIBELLE PIC X(20).
           05 FILLER PIC X(31).
        FD FECHEANC.
        01 ECHEANC.
           05 ECH-CLE.
              10 ECH-NUM-COMPTE PIC X(6).
              10 ECH-SEQ-PRET PIC 9(2).
              10 ECH-NUMERO PIC 9(3).
           05 ECH-DATE PIC X(10).
           05 ECH-MENSUALITE PIC 9(8)V99.
           05 ECH-PART-CAPITAL PIC 9(8)V99.
           05 ECH-PART-INTERET PIC 9(8)V99.
           05 ECH-RESTANT-DU PIC 9(8)V99.
           05 ECH-STATUT PIC X(1).
           05 FILLER PIC X(18).
        FD FDAT.
        01 DAT-REC.
           05 DAT-CLE.
              10 DAT-NUM-COMPTE PIC X(6).
              10 DAT-SEQ PIC 9(2).
           05 DAT-CAPITAL PIC 9(6)V99.
           05 DAT-TAUX PIC 9(3)V99.
           05 DAT-DATE-DEBUT PIC X(10).
           05 DAT-DUREE-MOIS PIC 9(3).
           05 DAT-DATE-ECHEANCE PIC X(10).
           05 DAT-STATUT PIC X(1).
           05 FILLER PIC X(35).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-PRET PIC X(2).
        01 FS-GARANT PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-GARANT PIC X(1).
        01 WS-FIN-ECHEANC PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-COUV-MIN PIC 9(3).
        01 WS-REEVAL-MOIS PIC 9(3).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- LES MOIS SONT COMPTES EN RANG (AAAA * 12 + MM) POUR
      *-- MESURER L'ANCIENNETE DE L'EVALUATION, COMME QUEST150
        01 WS-MOIS-AAAA PIC 9(4).
        01 WS-MOIS-MM PIC 9(2).
        01 WS-MOIS-TRT PIC 9(6).
        01 WS-MOIS-EVAL PIC 9(6).
      *-- SITUATION DU PRET COURANT
        01 WS-NB-ECHEANCES PIC 9(3).
        01 WS-RESTANT-DU PIC 9(9)V99.
        01 WS-VALEUR-GAR PIC 9(9)V99.
        01 WS-VALEUR-TOTALE PIC 9(11)V99.
        01 WS-COUVERTURE PIC 9(11)V99.
        01 WS-NB-GARANTIES PIC 9(3).
        01 WS-NB-OBSERVATIONS PIC 9(3).
        01 WS-OBSERVATION PIC X(20).
      *-- GARANTIES A SIGNALER SOUS LE PRET, EDITEES APRES LA LIGNE
      *-- DU PRET
        01 WS-TABLE-OBSERVATIONS.
           05 WS-TO-ENTREE OCCURS 99 TIMES.
              10 WS-TO-NUMERO PIC 9(2).
              10 WS-TO-TYPE PIC X(1).
              10 WS-TO-LIBELLE PIC X(20).
              10 WS-TO-VALEUR PIC 9(9)V99.
              10 WS-TO-MOTIF PIC X(20).
        01 WS-I PIC 9(3).
        01 WS-CPT-PRETS PIC 9(7) VALUE 0.
        01 WS-CPT-SOUS-COUVERTS PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-GARANTIE PIC 9(7) VALUE 0.
        01 WS-CPT-A-REEVALUER PIC 9(7) VALUE 0.
        01 WS-CPT-MAINLEVEES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST154'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST154'.
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
              ' COUVERTURE DES PRETS PAR LES GARANTIES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(78) VALUE
              ' COMPTE PR   RESTANT DU     GARANTIES COUV.% ETAT'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SEQ PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RESTANT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-VALEUR PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COUVERTURE PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ETAT PIC X(20).
           05 FILLER PIC X(13) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ALL ' '.
           05 FILLER PIC X(2) VALUE '- '.
           05 WS-PRT-GAR-NUMERO PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-GAR-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-GAR-LIBELLE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-GAR-VALEUR PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-GAR-MOTIF PIC X(20).
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' PRETS : '.
           05 WS-PRT-CPT-PRETS PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE ' SOUS-COUVERTS : '.
           05 WS-PRT-CPT-SOUS-COUVERTS PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE ' SANS GARANTIE : '.
           05 WS-PRT-CPT-SANS-GARANTIE PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(24) VALUE ' GARANTIES A REVOIR : '.
           05 WS-PRT-CPT-A-REEVALUER PIC ZZZZ9.
           05 FILLER PIC X(23) VALUE ' MAINLEVEES A FAIRE : '.
           05 WS-PRT-CPT-MAINLEVEES PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FPRET
           IF FS-PRET = '00'
              DISPLAY ' FILE PRET OPEN SUCCES : ' FS-PRET
           ELSE
              MOVE 'FPRET' TO WS-ERR-FICHIER
              MOVE FS-PRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FGARANT
           IF FS-GARANT = '00'
              DISPLAY ' FILE GARANT OPEN SUCCES : ' FS-GARANT
           ELSE
              MOVE 'FGARANT' TO WS-ERR-FICHIER
              MOVE FS-GARANT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FECHEANC
           IF FS-ECHEANC = '00'
              DISPLAY ' FILE ECHEANC OPEN SUCCES : ' FS-ECHEANC
           ELSE
              MOVE 'FECHEANC' TO WS-ERR-FICHIER
              MOVE FS-ECHEANC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FDAT
           IF FS-DAT = '00'
              DISPLAY ' FILE DAT OPEN SUCCES : ' FS-DAT
           ELSE
              MOVE 'FDAT' TO WS-ERR-FICHIER
              MOVE FS-DAT TO WS-ERR-STATUT
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
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FPRET NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-PRET
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT OBLIGATOIRE ; TAUX DE COUVERTURE MINIMUM*
      * ET DELAI DE REEVALUATION DES GARANTIES                     *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST154-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST154-COUV-MIN' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '100' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' COUVERTURE INVALIDE, DEFAUT 100 APPLIQUE '
              MOVE 100 TO WS-COUV-MIN
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-COUV-MIN
           END-IF
           MOVE 'QUEST154-REEVAL-MOIS' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '12' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' DELAI INVALIDE, DEFAUT 12 MOIS APPLIQUE '
              MOVE 12 TO WS-REEVAL-MOIS
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-REEVAL-MOIS
           END-IF
           MOVE WS-DATE-TRT(1:4) TO WS-MOIS-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-MOIS-MM
           COMPUTE WS-MOIS-TRT = WS-MOIS-AAAA * 12 + WS-MOIS-MM.
      **************************************************************
      * UN PRET : RESTANT DU, VALEUR DES GARANTIES, COUVERTURE.    *
      * UN PRET REMBOURSE SANS GARANTIE ACTIVE N'EST PAS EDITE     *
      **************************************************************
        FONCTION-TRAITER-PRET.
           PERFORM FONCTION-CUMULER-RESTANT-DU
           PERFORM FONCTION-CUMULER-GARANTIES
           IF WS-RESTANT-DU = 0 AND WS-NB-GARANTIES = 0
              CONTINUE
           ELSE
              ADD 1 TO WS-CPT-PRETS
              MOVE 0 TO WS-COUVERTURE
              EVALUATE TRUE
                 WHEN WS-RESTANT-DU = 0
                    MOVE 'MAINLEVEE A FAIRE' TO WS-PRT-ETAT
                    ADD 1 TO WS-CPT-MAINLEVEES
                 WHEN WS-NB-GARANTIES = 0
                    MOVE 'SANS GARANTIE' TO WS-PRT-ETAT
                    ADD 1 TO WS-CPT-SANS-GARANTIE
                 WHEN OTHER
                    COMPUTE WS-COUVERTURE ROUNDED =
                            WS-VALEUR-TOTALE * 100 / WS-RESTANT-DU
                    IF WS-COUVERTURE < WS-COUV-MIN
                       MOVE 'SOUS-COUVERT' TO WS-PRT-ETAT
                       ADD 1 TO WS-CPT-SOUS-COUVERTS
                       IF WS-ERR-RC-JOB < 4
                          MOVE 4 TO WS-ERR-RC-JOB
                       END-IF
                    ELSE
                       MOVE 'COUVERT' TO WS-PRT-ETAT
                    END-IF
              END-EVALUATE
              PERFORM FONCTION-PRINT-PRET
           END-IF.
      *-- CAPITAL RESTANT DU : PART CAPITAL DES ECHEANCES NON
      *-- PAYEES DU PRET, COMME QUEST124 ; UN PRET SANS TABLEAU
      *-- DOIT ENCORE SON CAPITAL
        FONCTION-CUMULER-RESTANT-DU.
           MOVE 0 TO WS-RESTANT-DU
           MOVE 0 TO WS-NB-ECHEANCES
           MOVE PRT-NUM-COMPTE TO ECH-NUM-COMPTE
           MOVE PRT-SEQ TO ECH-SEQ-PRET
           MOVE 0 TO ECH-NUMERO
           MOVE 'N' TO WS-FIN-ECHEANC
           START FECHEANC KEY IS >= ECH-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-ECHEANC
           END-START
           PERFORM UNTIL WS-FIN-ECHEANC = 'Y'
              READ FECHEANC NEXT
                 AT END MOVE 'Y' TO WS-FIN-ECHEANC
              END-READ
              IF WS-FIN-ECHEANC = 'N'
                 IF ECH-NUM-COMPTE NOT = PRT-NUM-COMPTE
                    OR ECH-SEQ-PRET NOT = PRT-SEQ
                    MOVE 'Y' TO WS-FIN-ECHEANC
                 ELSE
                    ADD 1 TO WS-NB-ECHEANCES
                    IF ECH-STATUT NOT = 'P'
                       ADD ECH-PART-CAPITAL TO WS-RESTANT-DU
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-ECHEANCES = 0
              MOVE PRT-CAPITAL TO WS-RESTANT-DU
           END-IF.
        FONCTION-CUMULER-GARANTIES.
           MOVE 0 TO WS-VALEUR-TOTALE
           MOVE 0 TO WS-NB-GARANTIES
           MOVE 0 TO WS-NB-OBSERVATIONS
           MOVE PRT-NUM-COMPTE TO GAR-NUM-COMPTE
           MOVE PRT-SEQ TO GAR-SEQ-PRET
           MOVE 0 TO GAR-NUMERO
           MOVE 'N' TO WS-FIN-GARANT
           START FGARANT KEY IS >= GAR-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-GARANT
           END-START
           PERFORM UNTIL WS-FIN-GARANT = 'Y'
              READ FGARANT NEXT
                 AT END MOVE 'Y' TO WS-FIN-GARANT
              END-READ
              IF WS-FIN-GARANT = 'N'
                 IF GAR-NUM-COMPTE NOT = PRT-NUM-COMPTE
                    OR GAR-SEQ-PRET NOT = PRT-SEQ
                    MOVE 'Y' TO WS-FIN-GARANT
                 ELSE
                    IF GAR-STATUT = 'A'
                       ADD 1 TO WS-NB-GARANTIES
                       PERFORM FONCTION-EVALUER-GARANTIE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *-- VALEUR RETENUE ET OBSERVATION EVENTUELLE D'UNE GARANTIE
      *-- ACTIVE
        FONCTION-EVALUER-GARANTIE.
           MOVE GAR-VALEUR TO WS-VALEUR-GAR
           MOVE SPACES TO WS-OBSERVATION
           IF GAR-DATE-EXPIR NOT = SPACES
              AND GAR-DATE-EXPIR < WS-DATE-TRT
              MOVE 0 TO WS-VALEUR-GAR
              MOVE 'GARANTIE EXPIREE' TO WS-OBSERVATION
           ELSE
              IF GAR-TYPE = 'D'
                 PERFORM FONCTION-EVALUER-DEPOT
              END-IF
              IF GAR-TYPE = 'H' OR GAR-TYPE = 'A'
                 PERFORM FONCTION-CONTROLER-EVALUATION
              END-IF
           END-IF
           ADD WS-VALEUR-GAR TO WS-VALEUR-TOTALE
           IF WS-OBSERVATION NOT = SPACES
              ADD 1 TO WS-CPT-A-REEVALUER
              IF WS-NB-OBSERVATIONS < 99
                 ADD 1 TO WS-NB-OBSERVATIONS
                 MOVE GAR-NUMERO TO WS-TO-NUMERO(WS-NB-OBSERVATIONS)
                 MOVE GAR-TYPE TO WS-TO-TYPE(WS-NB-OBSERVATIONS)
                 MOVE GAR-LIBELLE TO WS-TO-LIBELLE(WS-NB-OBSERVATIONS)
                 MOVE WS-VALEUR-GAR
                      TO WS-TO-VALEUR(WS-NB-OBSERVATIONS)
                 MOVE WS-OBSERVATION TO WS-TO-MOTIF(WS-NB-OBSERVATIONS)
              END-IF
           END-IF.
      *-- UN DEPOT NANTI VAUT SON CAPITAL TANT QU'IL EST OUVERT
        FONCTION-EVALUER-DEPOT.
           MOVE GAR-DAT-COMPTE TO DAT-NUM-COMPTE
           MOVE GAR-DAT-SEQ TO DAT-SEQ
           READ FDAT
              INVALID KEY
                 MOVE 0 TO WS-VALEUR-GAR
                 MOVE 'DEPOT NANTI INCONNU' TO WS-OBSERVATION
              NOT INVALID KEY
                 IF DAT-STATUT = 'O'
                    MOVE DAT-CAPITAL TO WS-VALEUR-GAR
                 ELSE
                    MOVE 0 TO WS-VALEUR-GAR
                    MOVE 'DEPOT NANTI DENOUE' TO WS-OBSERVATION
                 END-IF
           END-READ.
      *-- UNE EVALUATION ILLISIBLE OU TROP ANCIENNE EST A REFAIRE
        FONCTION-CONTROLER-EVALUATION.
           IF GAR-DATE-EVAL(1:4) NOT NUMERIC
              OR GAR-DATE-EVAL(6:2) NOT NUMERIC
              MOVE 'A REEVALUER' TO WS-OBSERVATION
           ELSE
              MOVE GAR-DATE-EVAL(1:4) TO WS-MOIS-AAAA
              MOVE GAR-DATE-EVAL(6:2) TO WS-MOIS-MM
              COMPUTE WS-MOIS-EVAL = WS-MOIS-AAAA * 12 + WS-MOIS-MM
                                   + WS-REEVAL-MOIS
              IF WS-MOIS-EVAL <= WS-MOIS-TRT
                 MOVE 'A REEVALUER' TO WS-OBSERVATION
              END-IF
           END-IF.
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
        FONCTION-PRINT-PRET.
           MOVE PRT-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE PRT-SEQ TO WS-PRT-SEQ
           MOVE WS-RESTANT-DU TO WS-PRT-RESTANT
           MOVE WS-VALEUR-TOTALE TO WS-PRT-VALEUR
           IF WS-COUVERTURE > 999.99
              MOVE 999.99 TO WS-PRT-COUVERTURE
           ELSE
              MOVE WS-COUVERTURE TO WS-PRT-COUVERTURE
           END-IF
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-OBSERVATIONS
              MOVE WS-TO-NUMERO(WS-I) TO WS-PRT-GAR-NUMERO
              MOVE WS-TO-TYPE(WS-I) TO WS-PRT-GAR-TYPE
              MOVE WS-TO-LIBELLE(WS-I) TO WS-PRT-GAR-LIBELLE
              MOVE WS-TO-VALEUR(WS-I) TO WS-PRT-GAR-VALEUR
              MOVE WS-TO-MOTIF(WS-I) TO WS-PRT-GAR-MOTIF
              MOVE WS-LIGNE05 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-PRETS TO WS-PRT-CPT-PRETS
           MOVE WS-CPT-SOUS-COUVERTS TO WS-PRT-CPT-SOUS-COUVERTS
           MOVE WS-CPT-SANS-GARANTIE TO WS-PRT-CPT-SANS-GARANTIE
           MOVE WS-CPT-A-REEVALUER TO WS-PRT-CPT-A-REEVALUER
           MOVE WS-CPT-MAINLEVEES TO WS-PRT-CPT-MAINLEVEES
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE07 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           DISPLAY ' PRETS EDITES        : ' WS-CPT-PRETS
           DISPLAY ' PRETS SOUS-COUVERTS : ' WS-CPT-SOUS-COUVERTS
           DISPLAY ' PRETS SANS GARANTIE : ' WS-CPT-SANS-GARANTIE
           DISPLAY ' GARANTIES A REVOIR  : ' WS-CPT-A-REEVALUER
           DISPLAY ' MAINLEVEES A FAIRE  : ' WS-CPT-MAINLEVEES.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' MIN=' DELIMITED SIZE
                  WS-COUV-MIN DELIMITED SIZE
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
           MOVE 'QUEST154' TO CTLLOG-JOB
           MOVE ' PRETS SOUS-COUVERTS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-SOUS-COUVERTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST154' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPRET
           CLOSE FGARANT
           CLOSE FECHEANC
           CLOSE FDAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
