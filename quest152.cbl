      **************************************************************
      *DECISION SUR LES DEMANDES DE PRET AVANT CREATION DU PRET.    *
      *LES DEMANDES NOUVELLES ('N') DU FICHIER FDEMPRET (SAISIES PAR*
      *QUEST151) SONT EXAMINEES SUR :                               *
      *  - LA MENSUALITE DU PRET DEMANDE, CALCULEE COMME QUEST79    *
      *    (C X T / (1 - (1+T)**-N)) ;                              *
      *  - LE TAUX D'ENDETTEMENT : MENSUALITE DEMANDEE + ECHEANCES  *
      *    EN COURS (FECHEANC) DE TOUS LES COMPTES DE LA MEME       *
      *    PERSONNE (NUMERO DE PERSONNE FCLILINK PORTE PAR L'EXTRAIT*
      *    FSNAPCLI) + CHARGES DECLAREES, RAPPORTEES AUX REVENUS    *
      *    DECLARES ;                                               *
      *  - LE SCORE DE RISQUE FSCORE DU COMPTE (EXTRAIT FSNAPCLI) ; *
      *  - UNE ECHEANCE IMPAYEE OU UN BLOCAGE FBLOCAGE SUR L'UN DES *
      *    COMPTES DE LA PERSONNE ;                                 *
      *  - LE DOSSIER KYC DU COMPTE (AU MOINS UNE PIECE, AUCUNE     *
      *    EXPIREE, REGLE DE QUEST115).                             *
      *CHAQUE DEMANDE EST ACCORDEE ('A'), RENVOYEE A L'ETUDE ('E')  *
      *OU REFUSEE ('X') AVEC SES MOTIFS. SEULES LES DEMANDES        *
      *ACCORDEES, ET CELLES QUE L'ANALYSTE A VALIDEES ('V') APRES   *
      *ETUDE, CREENT LE PRET FPRET (STATUT 'N', TABLEAU GENERE PAR  *
      *QUEST79) SOUS LE PREMIER NUMERO LIBRE DU COMPTE.             *
      *SEUILS FPARAM : QUEST152-ENDET-ACCORD (DEFAUT 33 POUR CENT), *
      *QUEST152-ENDET-REFUS (40), QUEST152-SCORE-ETUDE (40),        *
      *QUEST152-SCORE-REFUS (70).                                   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST152.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FDEMPRET ASSIGN TO DDDEMPRT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DEM-NUMERO
           FILE STATUS IS FS-DEMPRET.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
           SELECT FKYC ASSIGN TO DDKYC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KYC-CLE
           FILE STATUS IS FS-KYC.
           SELECT FPRET ASSIGN TO DDPRET
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRT-CLE
           FILE STATUS IS FS-PRET.
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
      *-- DEMANDE DE PRET, 150 OCTETS. STATUT : 'N' NOUVELLE,
      *-- 'E' A L'ETUDE (RENVOYEE A L'ANALYSTE), 'V' VALIDEE PAR
      *-- L'ANALYSTE, 'A' ACCORDEE (PRET CREE SOUS DEM-SEQ-PRET),
      *-- 'X' REFUSEE. LES MOTIFS SONT DES CODES DE 3 CARACTERES
        FD FDEMPRET.
        01 DEMPRET.
           05 DEM-NUMERO PIC 9(8).
           05 DEM-NUM-COMPTE PIC X(6).
           05 DEM-CAPITAL PIC 9(8)V99.
           05 DEM-TAUX PIC 9(3)V99.
           05 DEM-DUREE-MOIS PIC 9(3).
           05 DEM-REVENUS PIC 9(7)V99.
           05 DEM-CHARGES PIC 9(7)V99.
           05 DEM-DATE-DEMANDE PIC X(10).
           05 DEM-DATE-DEBUT PIC X(10).
           05 DEM-STATUT PIC X(1).
           05 DEM-DATE-DECISION PIC X(10).
           05 DEM-MENSUALITE PIC 9(8)V99.
           05 DEM-TAUX-ENDETTEMENT PIC 9(3)V99.
           05 DEM-SCORE PIC 9(3).
           05 DEM-MOTIF PIC X(3) OCCURS 5 TIMES.
           05 DEM-SEQ-PRET PIC 9(2).
           05 DEM-OPERID PIC X(4).
           05 FILLER PIC X(30).
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
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
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
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
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-DEMPRET PIC X(2).
        01 FS-SNAPCLI PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-KYC PIC X(2).
        01 FS-PRET PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
           COPY CLIENT.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-FIN-ECHEANC PIC X(1).
        01 WS-FIN-KYC PIC X(1).
        01 WS-FIN-PRET PIC X(1).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 WS-DATE-TRT PIC X(10).
        01 WS-ENDET-ACCORD PIC 9(3).
        01 WS-ENDET-REFUS PIC 9(3).
        01 WS-SCORE-ETUDE PIC 9(3).
        01 WS-SCORE-REFUS PIC 9(3).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- DEMANDES A TRAITER ('N' ET 'V'), AVEC CE QUE LE PASSAGE
      *-- SUR L'EXTRAIT CLIENTS A APPRIS DE LEUR COMPTE ET DE LA
      *-- PERSONNE ; AU-DELA DE LA CAPACITE DE LA TABLE, LES
      *-- DEMANDES RESTENT POUR LE PASSAGE SUIVANT
        01 WS-NB-DEM PIC 9(4) VALUE 0.
        01 WS-MAX-DEM PIC 9(4) VALUE 500.
        01 WS-TABLE-DEMANDES.
           05 WS-TD-ENTREE OCCURS 500 TIMES.
              10 WS-TD-NUMERO PIC 9(8).
              10 WS-TD-COMPTE PIC X(6).
              10 WS-TD-PERSONNE PIC X(8).
              10 WS-TD-STATUT PIC X(1).
              10 WS-TD-TROUVE PIC X(1).
              10 WS-TD-STATUT-CPT PIC X(1).
              10 WS-TD-SCORE PIC 9(3).
              10 WS-TD-SCORE-CONNU PIC X(1).
              10 WS-TD-ECHEANCES PIC 9(8)V99.
              10 WS-TD-ARRIERE PIC X(1).
              10 WS-TD-BLOCAGE PIC X(1).
        01 WS-I PIC 9(4).
        01 WS-M PIC 9(1).
      *-- SITUATION D'UN COMPTE DE L'EXTRAIT, CALCULEE UNE SEULE
      *-- FOIS MEME S'IL CONCERNE PLUSIEURS DEMANDES
        01 WS-CPT-CALCULE PIC X(1).
        01 WS-CPT-ECHEANCES PIC 9(8)V99.
        01 WS-CPT-ARRIERE PIC X(1).
        01 WS-CPT-BLOCAGE PIC X(1).
        01 WS-SEQ-COMPTEE PIC 9(3).
      *-- CALCUL DE LA MENSUALITE, COMME QUEST79
        01 WS-TAUX-MENSUEL PIC 9(1)V9(8).
        01 WS-FACTEUR PIC 9(6)V9(8).
        01 WS-MENSUALITE PIC 9(8)V99.
        01 WS-TOTAL-CHARGES PIC 9(9)V99.
        01 WS-ENDETTEMENT PIC 9(13)V99.
      *-- DECISION : 'A' ACCORD, 'E' ETUDE, 'X' REFUS ; UN MOTIF
      *-- NE PEUT QU'AGGRAVER LA DECISION
        01 WS-DECISION PIC X(1).
        01 WS-NB-MOTIFS PIC 9(1).
        01 WS-MOTIF-CODE PIC X(3).
        01 WS-MOTIF-GRAVITE PIC X(1).
        01 WS-KYC-NB PIC 9(3).
        01 WS-KYC-EXPIREES PIC 9(3).
        01 WS-SEQ-LIBRE PIC 9(3).
        01 WS-CPT-LUES PIC 9(7) VALUE 0.
        01 WS-CPT-ACCORDEES PIC 9(7) VALUE 0.
        01 WS-CPT-ETUDE PIC 9(7) VALUE 0.
        01 WS-CPT-REFUSEES PIC 9(7) VALUE 0.
        01 WS-CPT-PRETS PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST152'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST152'.
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
              ' DECISIONS SUR LES DEMANDES DE PRET'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              '  DEMANDE COMPTE     CAPITAL  MENSUALITE'.
           05 FILLER PIC X(38) VALUE
              ' ENDET% SCO DECISION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NUMERO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CAPITAL PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MENSUALITE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ENDETTEMENT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SCORE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DECISION PIC X(12).
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ALL ' '.
           05 FILLER PIC X(2) VALUE '- '.
           05 WS-PRT-MOTIF-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOTIF-LIBELLE PIC X(40).
           05 FILLER PIC X(20) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(13) VALUE ' ACCORDEES : '.
           05 WS-PRT-CPT-ACCORDEES PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE ' A L ETUDE : '.
           05 WS-PRT-CPT-ETUDE PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE ' REFUSEES : '.
           05 WS-PRT-CPT-REFUSEES PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE ' PRETS CREES : '.
           05 WS-PRT-CPT-PRETS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FDEMPRET
           IF FS-DEMPRET = '00'
              DISPLAY ' FILE DEMPRET OPEN SUCCES : ' FS-DEMPRET
           ELSE
              MOVE 'FDEMPRET' TO WS-ERR-FICHIER
              MOVE FS-DEMPRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI = '00'
              DISPLAY ' FILE SNAPCLI OPEN SUCCES : ' FS-SNAPCLI
           ELSE
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
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
           OPEN INPUT FBLOCAGE
           IF FS-BLOCAGE = '00'
              DISPLAY ' FILE BLOCAGE OPEN SUCCES : ' FS-BLOCAGE
           ELSE
              MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
              MOVE FS-BLOCAGE TO WS-ERR-STATUT
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
           OPEN I-O FPRET
           IF FS-PRET = '00'
              DISPLAY ' FILE PRET OPEN SUCCES : ' FS-PRET
           ELSE
              MOVE 'FPRET' TO WS-ERR-FICHIER
              MOVE FS-PRET TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-DEMANDES
           PERFORM FONCTION-PARCOURIR-EXTRAIT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DEM
              PERFORM FONCTION-TRAITER-DEMANDE
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT OBLIGATOIRE ; SEUILS D'ENDETTEMENT (EN  *
      * POUR CENT DES REVENUS) ET DE SCORE DE RISQUE (0-100)       *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST152-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST152-ENDET-ACCORD' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '33' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              MOVE 33 TO WS-ENDET-ACCORD
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-ENDET-ACCORD
           END-IF
           MOVE 'QUEST152-ENDET-REFUS' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '40' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              MOVE 40 TO WS-ENDET-REFUS
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-ENDET-REFUS
           END-IF
           MOVE 'QUEST152-SCORE-ETUDE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '40' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              MOVE 40 TO WS-SCORE-ETUDE
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-SCORE-ETUDE
           END-IF
           MOVE 'QUEST152-SCORE-REFUS' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '70' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              MOVE 70 TO WS-SCORE-REFUS
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-SCORE-REFUS
           END-IF.
      **************************************************************
      * DEMANDES NOUVELLES ET VALIDEES, AVEC LA PERSONNE LIEE AU   *
      * COMPTE (FCLILINK, A BLANC SI LE COMPTE N'EST PAS RATTACHE) *
      **************************************************************
        FONCTION-CHARGER-DEMANDES.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO DEM-NUMERO
           START FDEMPRET KEY IS >= DEM-NUMERO
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FDEMPRET NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 AND (DEM-STATUT = 'N' OR DEM-STATUT = 'V')
                 ADD 1 TO WS-CPT-LUES
                 IF WS-NB-DEM < WS-MAX-DEM
                    ADD 1 TO WS-NB-DEM
                    PERFORM FONCTION-RETENIR-DEMANDE
                 ELSE
                    DISPLAY ' DEMANDE ' DEM-NUMERO
                            ' REPORTEE : TABLE PLEINE'
                    IF WS-ERR-RC-JOB < 4
                       MOVE 4 TO WS-ERR-RC-JOB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-RETENIR-DEMANDE.
           MOVE DEM-NUMERO TO WS-TD-NUMERO(WS-NB-DEM)
           MOVE DEM-NUM-COMPTE TO WS-TD-COMPTE(WS-NB-DEM)
           MOVE DEM-STATUT TO WS-TD-STATUT(WS-NB-DEM)
           MOVE 'N' TO WS-TD-TROUVE(WS-NB-DEM)
           MOVE SPACE TO WS-TD-STATUT-CPT(WS-NB-DEM)
           MOVE 0 TO WS-TD-SCORE(WS-NB-DEM)
           MOVE 'N' TO WS-TD-SCORE-CONNU(WS-NB-DEM)
           MOVE 0 TO WS-TD-ECHEANCES(WS-NB-DEM)
           MOVE 'N' TO WS-TD-ARRIERE(WS-NB-DEM)
           MOVE 'N' TO WS-TD-BLOCAGE(WS-NB-DEM)
           MOVE DEM-NUM-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              INVALID KEY
                 MOVE SPACES TO WS-TD-PERSONNE(WS-NB-DEM)
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO WS-TD-PERSONNE(WS-NB-DEM)
           END-READ.
      **************************************************************
      * UNE PASSE SUR L'EXTRAIT CLIENTS : LE COMPTE DE LA DEMANDE  *
      * DONNE SON STATUT ET SON SCORE ; LUI ET LES AUTRES COMPTES  *
      * DE LA MEME PERSONNE APPORTENT LEURS ECHEANCES EN COURS,    *
      * LEURS IMPAYES ET LEURS BLOCAGES                            *
      **************************************************************
        FONCTION-PARCOURIR-EXTRAIT.
           MOVE 'N' TO WS-FIN-CLIENT
           PERFORM FONCTION-LIRE-CLIENT
           PERFORM UNTIL WS-FIN-CLIENT = 'Y'
              MOVE 'N' TO WS-CPT-CALCULE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-DEM
                 IF WS-TD-STATUT(WS-I) = 'N'
                    IF NUM-COMPTE = WS-TD-COMPTE(WS-I)
                       MOVE 'O' TO WS-TD-TROUVE(WS-I)
                       MOVE STATUT-COMPTE TO WS-TD-STATUT-CPT(WS-I)
                       MOVE SNP-SCORE TO WS-TD-SCORE(WS-I)
                       MOVE SNP-SCORE-CONNU
                            TO WS-TD-SCORE-CONNU(WS-I)
                       PERFORM FONCTION-CUMULER-COMPTE
                    ELSE
                       IF WS-TD-PERSONNE(WS-I) NOT = SPACES
                          AND SNP-NUM-PERSONNE = WS-TD-PERSONNE(WS-I)
                          PERFORM FONCTION-CUMULER-COMPTE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FONCTION-LIRE-CLIENT
           END-PERFORM.
        FONCTION-CUMULER-COMPTE.
           IF WS-CPT-CALCULE = 'N'
              PERFORM FONCTION-CALCULER-COMPTE
              MOVE 'O' TO WS-CPT-CALCULE
           END-IF
           ADD WS-CPT-ECHEANCES TO WS-TD-ECHEANCES(WS-I)
           IF WS-CPT-ARRIERE = 'O'
              MOVE 'O' TO WS-TD-ARRIERE(WS-I)
           END-IF
           IF WS-CPT-BLOCAGE = 'O'
              MOVE 'O' TO WS-TD-BLOCAGE(WS-I)
           END-IF.
      *-- ECHEANCE EN COURS D'UN PRET : MENSUALITE DE SA PREMIERE
      *-- ECHEANCE NON PAYEE ; UNE ECHEANCE 'I' (IMPAYEE, POSEE PAR
      *-- QUEST80) MARQUE LE COMPTE EN ARRIERE, COMME QUEST124
        FONCTION-CALCULER-COMPTE.
           MOVE 0 TO WS-CPT-ECHEANCES
           MOVE 'N' TO WS-CPT-ARRIERE
           MOVE 'N' TO WS-CPT-BLOCAGE
           MOVE 999 TO WS-SEQ-COMPTEE
           MOVE NUM-COMPTE TO ECH-NUM-COMPTE
           MOVE 0 TO ECH-SEQ-PRET
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
                 IF ECH-NUM-COMPTE NOT = NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-ECHEANC
                 ELSE
                    IF ECH-STATUT NOT = 'P'
                       AND ECH-SEQ-PRET NOT = WS-SEQ-COMPTEE
                       ADD ECH-MENSUALITE TO WS-CPT-ECHEANCES
                       MOVE ECH-SEQ-PRET TO WS-SEQ-COMPTEE
                    END-IF
                    IF ECH-STATUT = 'I'
                       MOVE 'O' TO WS-CPT-ARRIERE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE NUM-COMPTE TO BLO-NUM-COMPTE
           READ FBLOCAGE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'O' TO WS-CPT-BLOCAGE
           END-READ.
        FONCTION-LIRE-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-FIN-CLIENT
           END-READ
           IF WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-FIN-CLIENT
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE SNP-CLIENT TO CLIENT
              END-IF
           END-IF.
      *-- L'EXTRAIT N'EST ACCEPTE QUE COMPLET : ENREGISTREMENT DE
      *-- CONTROLE PRESENT ET NOMBRE DE COMPTES LUS CONCORDANT
        FONCTION-CONTROLER-EXTRAIT.
           IF WS-SNP-CONTROLE NOT = 'O'
              DISPLAY ' EXTRAIT CLIENTS SANS ENREGISTREMENT DE CONTROLE'
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF SNT-NB-COMPTES NOT = WS-SNP-LUS
              DISPLAY ' EXTRAIT CLIENTS INCOMPLET : ' WS-SNP-LUS
                      ' COMPTES LUS POUR ' SNT-NB-COMPTES
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * DECISION ET, POUR UNE DEMANDE ACCORDEE OU VALIDEE,         *
      * CREATION DU PRET ; LA DEMANDE EST MISE A JOUR ET EDITEE    *
      **************************************************************
        FONCTION-TRAITER-DEMANDE.
           MOVE WS-TD-NUMERO(WS-I) TO DEM-NUMERO
           READ FDEMPRET
              INVALID KEY
                 MOVE 'FDEMPRET' TO WS-ERR-FICHIER
                 MOVE FS-DEMPRET TO WS-ERR-STATUT
                 MOVE 'FONCTION-TRAITER-DEMANDE' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           PERFORM FONCTION-CALCULER-MENSUALITE
           IF DEM-STATUT = 'V'
              MOVE 'A' TO WS-DECISION
           ELSE
              MOVE SPACES TO DEM-MOTIF(1)
              MOVE SPACES TO DEM-MOTIF(2)
              MOVE SPACES TO DEM-MOTIF(3)
              MOVE SPACES TO DEM-MOTIF(4)
              MOVE SPACES TO DEM-MOTIF(5)
              PERFORM FONCTION-EVALUER-DEMANDE
           END-IF
           IF WS-DECISION = 'A'
              PERFORM FONCTION-CREER-PRET
           END-IF
           EVALUATE WS-DECISION
              WHEN 'A'
                 MOVE 'A' TO DEM-STATUT
                 ADD 1 TO WS-CPT-ACCORDEES
                 MOVE 'ACCORDEE' TO WS-PRT-DECISION
              WHEN 'E'
                 MOVE 'E' TO DEM-STATUT
                 ADD 1 TO WS-CPT-ETUDE
                 MOVE 'A L ETUDE' TO WS-PRT-DECISION
              WHEN OTHER
                 MOVE 'X' TO DEM-STATUT
                 ADD 1 TO WS-CPT-REFUSEES
                 MOVE 'REFUSEE' TO WS-PRT-DECISION
           END-EVALUATE
           MOVE WS-DATE-TRT TO DEM-DATE-DECISION
           MOVE WS-MENSUALITE TO DEM-MENSUALITE
           REWRITE DEMPRET
           IF FS-DEMPRET NOT = '00'
              MOVE 'FDEMPRET' TO WS-ERR-FICHIER
              MOVE FS-DEMPRET TO WS-ERR-STATUT
              MOVE 'FONCTION-TRAITER-DEMANDE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           PERFORM FONCTION-PRINT-DEMANDE.
        FONCTION-CALCULER-MENSUALITE.
           COMPUTE WS-TAUX-MENSUEL ROUNDED = DEM-TAUX / 1200
           IF DEM-DUREE-MOIS = 0
              MOVE 0 TO WS-MENSUALITE
           ELSE
              IF WS-TAUX-MENSUEL = 0
                 COMPUTE WS-MENSUALITE ROUNDED = DEM-CAPITAL
                         / DEM-DUREE-MOIS
              ELSE
                 COMPUTE WS-FACTEUR ROUNDED =
                         (1 + WS-TAUX-MENSUEL) ** DEM-DUREE-MOIS
                 COMPUTE WS-MENSUALITE ROUNDED = DEM-CAPITAL
                         * WS-TAUX-MENSUEL * WS-FACTEUR
                         / (WS-FACTEUR - 1)
              END-IF
           END-IF.
      *-- CHAQUE CONTROLE DEFAILLANT AJOUTE SON MOTIF ET AGGRAVE
      *-- LA DECISION ('E' PUIS 'X') SANS JAMAIS L'ADOUCIR
        FONCTION-EVALUER-DEMANDE.
           MOVE 'A' TO WS-DECISION
           MOVE 0 TO WS-NB-MOTIFS
           IF WS-TD-TROUVE(WS-I) NOT = 'O'
              OR WS-TD-STATUT-CPT(WS-I) = 'C'
              MOVE 'CPT' TO WS-MOTIF-CODE
              MOVE 'X' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           END-IF
           IF WS-TD-STATUT-CPT(WS-I) = 'D'
              MOVE 'DOR' TO WS-MOTIF-CODE
              MOVE 'E' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           END-IF
           IF WS-TD-BLOCAGE(WS-I) = 'O'
              MOVE 'BLQ' TO WS-MOTIF-CODE
              MOVE 'X' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           END-IF
           IF WS-TD-ARRIERE(WS-I) = 'O'
              MOVE 'ARR' TO WS-MOTIF-CODE
              MOVE 'X' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           END-IF
           MOVE WS-TD-SCORE(WS-I) TO DEM-SCORE
           IF WS-TD-SCORE-CONNU(WS-I) NOT = 'O'
              MOVE 'SCI' TO WS-MOTIF-CODE
              MOVE 'E' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           ELSE
              IF WS-TD-SCORE(WS-I) >= WS-SCORE-REFUS
                 MOVE 'SCO' TO WS-MOTIF-CODE
                 MOVE 'X' TO WS-MOTIF-GRAVITE
                 PERFORM FONCTION-AJOUTER-MOTIF
              ELSE
                 IF WS-TD-SCORE(WS-I) >= WS-SCORE-ETUDE
                    MOVE 'SCO' TO WS-MOTIF-CODE
                    MOVE 'E' TO WS-MOTIF-GRAVITE
                    PERFORM FONCTION-AJOUTER-MOTIF
                 END-IF
              END-IF
           END-IF
           PERFORM FONCTION-CONTROLER-KYC
           IF WS-KYC-NB = 0 OR WS-KYC-EXPIREES > 0
              MOVE 'KYC' TO WS-MOTIF-CODE
              MOVE 'E' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           END-IF
           IF DEM-REVENUS = 0 OR DEM-DUREE-MOIS = 0
              MOVE 999.99 TO DEM-TAUX-ENDETTEMENT
              MOVE 'REV' TO WS-MOTIF-CODE
              MOVE 'X' TO WS-MOTIF-GRAVITE
              PERFORM FONCTION-AJOUTER-MOTIF
           ELSE
              COMPUTE WS-TOTAL-CHARGES = WS-MENSUALITE
                      + WS-TD-ECHEANCES(WS-I) + DEM-CHARGES
              COMPUTE WS-ENDETTEMENT ROUNDED = WS-TOTAL-CHARGES
                      * 100 / DEM-REVENUS
              IF WS-ENDETTEMENT > 999.99
                 MOVE 999.99 TO DEM-TAUX-ENDETTEMENT
              ELSE
                 MOVE WS-ENDETTEMENT TO DEM-TAUX-ENDETTEMENT
              END-IF
              IF WS-ENDETTEMENT > WS-ENDET-REFUS
                 MOVE 'DTI' TO WS-MOTIF-CODE
                 MOVE 'X' TO WS-MOTIF-GRAVITE
                 PERFORM FONCTION-AJOUTER-MOTIF
              ELSE
                 IF WS-ENDETTEMENT > WS-ENDET-ACCORD
                    MOVE 'DTI' TO WS-MOTIF-CODE
                    MOVE 'E' TO WS-MOTIF-GRAVITE
                    PERFORM FONCTION-AJOUTER-MOTIF
                 END-IF
              END-IF
           END-IF.
        FONCTION-AJOUTER-MOTIF.
           IF WS-NB-MOTIFS < 5
              ADD 1 TO WS-NB-MOTIFS
              MOVE WS-MOTIF-CODE TO DEM-MOTIF(WS-NB-MOTIFS)
           END-IF
           IF WS-MOTIF-GRAVITE = 'X'
              MOVE 'X' TO WS-DECISION
           ELSE
              IF WS-DECISION = 'A'
                 MOVE 'E' TO WS-DECISION
              END-IF
           END-IF.
      *-- DOSSIER KYC COMPLET : AU MOINS UNE PIECE ET AUCUNE PIECE
      *-- EXPIREE A LA DATE DE TRAITEMENT (UNE EXPIRATION A BLANC
      *-- EST UNE PIECE SANS ECHEANCE), COMME QUEST115
        FONCTION-CONTROLER-KYC.
           MOVE 0 TO WS-KYC-NB
           MOVE 0 TO WS-KYC-EXPIREES
           MOVE DEM-NUM-COMPTE TO KYC-NUM-COMPTE
           MOVE LOW-VALUES TO KYC-TYPE-DOC
           MOVE 'N' TO WS-FIN-KYC
           START FKYC KEY IS >= KYC-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-KYC
           END-START
           PERFORM UNTIL WS-FIN-KYC = 'Y'
              READ FKYC NEXT
                 AT END MOVE 'Y' TO WS-FIN-KYC
              END-READ
              IF WS-FIN-KYC = 'N'
                 IF KYC-NUM-COMPTE NOT = DEM-NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-KYC
                 ELSE
                    ADD 1 TO WS-KYC-NB
                    IF KYC-DATE-EXPIR NOT = SPACES
                       AND KYC-DATE-EXPIR < WS-DATE-TRT
                       ADD 1 TO WS-KYC-EXPIREES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * CREATION DU PRET SOUS LE PREMIER NUMERO LIBRE DU COMPTE,   *
      * A L'ETAT NOUVEAU ('N') ATTENDU PAR QUEST79                 *
      **************************************************************
        FONCTION-CREER-PRET.
           MOVE 0 TO WS-SEQ-LIBRE
           MOVE DEM-NUM-COMPTE TO PRT-NUM-COMPTE
           MOVE 0 TO PRT-SEQ
           MOVE 'N' TO WS-FIN-PRET
           START FPRET KEY IS >= PRT-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-PRET
           END-START
           PERFORM UNTIL WS-FIN-PRET = 'Y'
              READ FPRET NEXT
                 AT END MOVE 'Y' TO WS-FIN-PRET
              END-READ
              IF WS-FIN-PRET = 'N'
                 IF PRT-NUM-COMPTE NOT = DEM-NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-PRET
                 ELSE
                    MOVE PRT-SEQ TO WS-SEQ-LIBRE
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-SEQ-LIBRE
           IF WS-SEQ-LIBRE > 99
              DISPLAY ' DEMANDE ' DEM-NUMERO
                      ' : PLUS DE NUMERO DE PRET LIBRE SUR LE COMPTE'
              MOVE 'E' TO WS-DECISION
              MOVE 'SEQ' TO DEM-MOTIF(5)
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              MOVE SPACES TO PRET
              MOVE DEM-NUM-COMPTE TO PRT-NUM-COMPTE
              MOVE WS-SEQ-LIBRE TO PRT-SEQ
              MOVE DEM-CAPITAL TO PRT-CAPITAL
              MOVE DEM-TAUX TO PRT-TAUX
              MOVE DEM-DUREE-MOIS TO PRT-DUREE-MOIS
              MOVE DEM-DATE-DEBUT TO PRT-DATE-DEBUT
              MOVE 'N' TO PRT-STATUT
              WRITE PRET
                 INVALID KEY
                    MOVE 'FPRET' TO WS-ERR-FICHIER
                    MOVE FS-PRET TO WS-ERR-STATUT
                    MOVE 'FONCTION-CREER-PRET' TO WS-ERR-PARAGRAPHE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
              END-WRITE
              MOVE WS-SEQ-LIBRE TO DEM-SEQ-PRET
              ADD 1 TO WS-CPT-PRETS
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
        FONCTION-PRINT-DEMANDE.
           MOVE DEM-NUMERO TO WS-PRT-NUMERO
           MOVE DEM-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE DEM-CAPITAL TO WS-PRT-CAPITAL
           MOVE DEM-MENSUALITE TO WS-PRT-MENSUALITE
           MOVE DEM-TAUX-ENDETTEMENT TO WS-PRT-ENDETTEMENT
           MOVE DEM-SCORE TO WS-PRT-SCORE
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 5
              IF DEM-MOTIF(WS-M) NOT = SPACES
                 MOVE DEM-MOTIF(WS-M) TO WS-PRT-MOTIF-CODE
                 PERFORM FONCTION-LIBELLER-MOTIF
                 MOVE WS-LIGNE05 TO REC-PRT
                 WRITE REC-PRT
                 ADD 1 TO WS-CPT-LIGNES-TOT
              END-IF
           END-PERFORM.
        FONCTION-LIBELLER-MOTIF.
           EVALUATE DEM-MOTIF(WS-M)
              WHEN 'CPT'
                 MOVE 'COMPTE INCONNU OU CLOTURE'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'DOR'
                 MOVE 'COMPTE DORMANT' TO WS-PRT-MOTIF-LIBELLE
              WHEN 'BLQ'
                 MOVE 'BLOCAGE JURIDIQUE SUR UN COMPTE'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'ARR'
                 MOVE 'ECHEANCE DE PRET IMPAYEE'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'SCI'
                 MOVE 'SCORE DE RISQUE INCONNU'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'SCO'
                 MOVE 'SCORE DE RISQUE ELEVE' TO WS-PRT-MOTIF-LIBELLE
              WHEN 'KYC'
                 MOVE 'DOSSIER KYC INCOMPLET OU EXPIRE'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'REV'
                 MOVE 'REVENUS OU DUREE NON RENSEIGNES'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'DTI'
                 MOVE 'TAUX D ENDETTEMENT TROP ELEVE'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN 'SEQ'
                 MOVE 'PLUS DE NUMERO DE PRET LIBRE'
                      TO WS-PRT-MOTIF-LIBELLE
              WHEN OTHER
                 MOVE SPACES TO WS-PRT-MOTIF-LIBELLE
           END-EVALUATE.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-ACCORDEES TO WS-PRT-CPT-ACCORDEES
           MOVE WS-CPT-ETUDE TO WS-PRT-CPT-ETUDE
           MOVE WS-CPT-REFUSEES TO WS-PRT-CPT-REFUSEES
           MOVE WS-CPT-PRETS TO WS-PRT-CPT-PRETS
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           DISPLAY ' DEMANDES LUES     : ' WS-CPT-LUES
           DISPLAY ' DEMANDES ACCORDEES: ' WS-CPT-ACCORDEES
           DISPLAY ' DEMANDES A L ETUDE: ' WS-CPT-ETUDE
           DISPLAY ' DEMANDES REFUSEES : ' WS-CPT-REFUSEES
           DISPLAY ' PRETS CREES       : ' WS-CPT-PRETS.
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
           MOVE 'QUEST152' TO CTLLOG-JOB
           MOVE ' PRETS CREES SUR DEMANDE' TO CTLLOG-LIBELLE
           MOVE WS-CPT-PRETS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST152' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FDEMPRET
           CLOSE FSNAPCLI
           CLOSE FCLILINK
           CLOSE FECHEANC
           CLOSE FBLOCAGE
           CLOSE FKYC
           CLOSE FPRET
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
