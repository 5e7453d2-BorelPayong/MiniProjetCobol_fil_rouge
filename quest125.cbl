      **************************************************************
      *PROGRAMME DE DECLARATION PERIODIQUE DES OUVERTURES, CLOTURES *
      *ET CHANGEMENTS D'IDENTITE DES TITULAIRES DE COMPTES A        *
      *L'ADMINISTRATION FISCALE, POUR LA PERIODE FPARAM             *
      *QUEST125-DEBUT / QUEST125-FIN :                              *
      * - OUVERTURE ('O') : OPERATION 'ECRITURE' DE LA PISTE FAUDIT *
      *   (PGWRITE), DATEE PAR LA DATE JULIENNE CICS                *
      * - CHANGEMENT D'IDENTITE ('M') : OPERATION 'MODIF' (PGREWRIT)*
      *   OU VALIDATION SUPERVISEUR 'VAL ' (PGVALMAJ) DONT L'IMAGE  *
      *   AVANT DIFFERE DE L'ENREGISTREMENT COURANT SUR LE NOM, LE  *
      *   PRENOM OU LA DATE DE NAISSANCE                            *
      * - CLOTURE ('C') : COMPTE AU STATUT 'C' DONT LA DATE-CLOTURE *
      *   POSEE PAR QUEST51 TOMBE DANS LA PERIODE                   *
      *LA PISTE FAUDIT EST QUOTIDIENNE : LES GENERATIONS DE LA      *
      *PERIODE SONT CONCATENEES EN ENTREE. UN COMPTE OUVERT DANS LA *
      *PERIODE N'EST PAS DECLARE EN CHANGEMENT (L'OUVERTURE PORTE   *
      *DEJA L'IDENTITE COURANTE) ET UN SEUL CHANGEMENT EST DECLARE  *
      *PAR COMPTE. CHAQUE EVENEMENT EST COMPLETE DE L'IDENTITE      *
      *FCLIENT, DE L'ADRESSE STRUCTUREE FADRESSE (REPLI SUR         *
      *L'ANCIENNE ZONE) ET DE LA NATURE DU COMPTE (FNATCOMP). LE    *
      *FICHIER FDECFIS PORTE UN ENTETE ET UN ENREGISTREMENT FIN DE  *
      *CONTROLE ; LA LISTE DE CONTROLE, PAR AGENCE, SIGNALE LES     *
      *ADRESSES NON STRUCTUREES ET NATURES INCONNUES (CODE RETOUR 4)*
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST125.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FEVEN-WK ASSIGN TO FWORK.
           SELECT FDECFIS ASSIGN TO DDDECFIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECFIS.
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
        SD FEVEN-WK.
        01 EVEN-WK.
           05 WK-REGION PIC 9(2).
           05 WK-NUM-COMPTE PIC X(6).
           05 WK-DATE-EVEN PIC X(10).
           05 WK-TYPE-EVEN PIC X(1).
      *-- FICHIER DECLARATIF : '01' ENTETE, '02' EVENEMENT, '99' FIN
        FD FDECFIS.
        01 DECFIS-REC.
           05 DEC-TYPE-ENR PIC X(2).
           05 DEC-DONNEES PIC X(148).
        01 DECFIS-ENTETE.
           05 FILLER PIC X(2).
           05 DEC-ENT-DECLARANT PIC X(8).
           05 DEC-ENT-DATE-DEBUT PIC X(10).
           05 DEC-ENT-DATE-FIN PIC X(10).
           05 FILLER PIC X(120).
        01 DECFIS-EVENEMENT.
           05 FILLER PIC X(2).
           05 DEC-TYPE-EVEN PIC X(1).
           05 DEC-DATE-EVEN PIC X(10).
           05 DEC-NUM-COMPTE PIC X(6).
           05 DEC-NAT-COMPTE PIC 9(2).
           05 DEC-LIB-NATURE PIC X(30).
           05 DEC-NOM PIC X(10).
           05 DEC-PRENOM PIC X(10).
           05 DEC-DATE-NAIS PIC X(10).
           05 DEC-ADR-NUMERO PIC X(5).
           05 DEC-ADR-RUE PIC X(25).
           05 DEC-ADR-CODE-POSTAL PIC X(5).
           05 DEC-ADR-VILLE PIC X(15).
           05 DEC-ADR-PAYS PIC X(10).
           05 DEC-CODE-AGENCE PIC 9(2).
           05 FILLER PIC X(8).
        01 DECFIS-FIN.
           05 FILLER PIC X(2).
           05 DEC-FIN-NB-EVENEMENTS PIC 9(7).
           05 DEC-FIN-NB-OUVERTURES PIC 9(7).
           05 DEC-FIN-NB-CLOTURES PIC 9(7).
           05 DEC-FIN-NB-MODIFICATIONS PIC 9(7).
           05 FILLER PIC X(120).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-AUDIT PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-DECFIS PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-DEBUT PIC X(10).
        01 WS-DATE-FIN PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- IMAGE AVANT DE LA PISTE, AU FORMAT FCLIENT
        01 WS-AVANT-CLIENT.
           05 WS-AV-NUM-COMPTE PIC X(6).
           05 WS-AV-CODE-REGION PIC 9(2).
           05 WS-AV-NAT-COMPTE PIC 9(2).
           05 WS-AV-NOM-CLIENT PIC X(10).
           05 WS-AV-PRENOM-CLIENT PIC X(10).
           05 WS-AV-DATE-NAIS PIC 9(8).
           05 FILLER PIC X(63).
      *-- DECODAGE DE LA DATE JULIENNE CICS 0CYYDDD EN AAAA-MM-JJ
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
      *-- DATES AAAAMMJJ DU FICHIER CLIENT EDITEES EN AAAA-MM-JJ
        01 WS-DATE-NUM PIC 9(8).
        01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM.
           05 WS-DN-AAAA PIC X(4).
           05 WS-DN-MM PIC X(2).
           05 WS-DN-JJ PIC X(2).
        01 WS-DATE-EDITEE.
           05 WS-DX-AAAA PIC X(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DX-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DX-JJ PIC X(2).
      *-- RUPTURES ET DEDOUBLONNAGE PAR COMPTE
        01 WS-PREMIER PIC X(1).
        01 WS-REGION-PREC PIC 9(2).
        01 WS-COMPTE-PREC PIC X(6).
        01 WS-OUVERT-PERIODE PIC X(1).
        01 WS-MODIF-DECLAREE PIC X(1).
        01 WS-ANOMALIE PIC X(20).
        01 WS-CPT-AUDIT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-HORS-PERIODE PIC 9(7) VALUE 0.
        01 WS-CPT-EVENEMENTS PIC 9(7) VALUE 0.
        01 WS-CPT-OUVERTURES PIC 9(7) VALUE 0.
        01 WS-CPT-CLOTURES PIC 9(7) VALUE 0.
        01 WS-CPT-MODIFICATIONS PIC 9(7) VALUE 0.
        01 WS-CPT-ECARTES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST125'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST125'.
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
           05 FILLER PIC X(50) VALUE
              ' CONTROLE DE LA DECLARATION FISCALE DES COMPTES '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-AGENCE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(10) VALUE ' AGENCE : '.
           05 WS-PRT-AGENCE PIC 9(2).
           05 FILLER PIC X(66) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE-EVEN PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-EVEN PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NAT-COMPTE PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CODE-POSTAL PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ANOMALIE PIC X(20).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ' OUVERTURES : '.
           05 WS-PRT-NB-OUVERTURES PIC Z(6)9.
           05 FILLER PIC X(12) VALUE ' CLOTURES : '.
           05 WS-PRT-NB-CLOTURES PIC Z(6)9.
           05 FILLER PIC X(17) VALUE ' CHANGEMENTS : '.
           05 WS-PRT-NB-MODIFICATIONS PIC Z(6)9.
           05 FILLER PIC X(14) VALUE ALL ' '.
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
           OPEN OUTPUT FDECFIS
           IF FS-DECFIS = '00'
              DISPLAY ' FILE DECFIS OPEN SUCCES : ' FS-DECFIS
           ELSE
              MOVE 'FDECFIS' TO WS-ERR-FICHIER
              MOVE FS-DECFIS TO WS-ERR-STATUT
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
           MOVE SPACES TO DECFIS-REC
           MOVE '01' TO DEC-TYPE-ENR
           MOVE 'QUEST125' TO DEC-ENT-DECLARANT
           MOVE WS-DATE-DEBUT TO DEC-ENT-DATE-DEBUT
           MOVE WS-DATE-FIN TO DEC-ENT-DATE-FIN
           WRITE DECFIS-REC
           SORT FEVEN-WK
                ON ASCENDING KEY WK-REGION WK-NUM-COMPTE
                                 WK-DATE-EVEN
                INPUT PROCEDURE FONCTION-COLLECTER-EVENEMENTS
                OUTPUT PROCEDURE IS FONCTION-DECLARER-EVENEMENTS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           MOVE SPACES TO DECFIS-REC
           MOVE '99' TO DEC-TYPE-ENR
           MOVE WS-CPT-EVENEMENTS TO DEC-FIN-NB-EVENEMENTS
           MOVE WS-CPT-OUVERTURES TO DEC-FIN-NB-OUVERTURES
           MOVE WS-CPT-CLOTURES TO DEC-FIN-NB-CLOTURES
           MOVE WS-CPT-MODIFICATIONS TO DEC-FIN-NB-MODIFICATIONS
           WRITE DECFIS-REC
           DISPLAY ' OPERATIONS AUDIT LUES : ' WS-CPT-AUDIT-LUS
           DISPLAY ' OPERATIONS HORS PERIODE : ' WS-CPT-HORS-PERIODE
           DISPLAY ' EVENEMENTS DECLARES : ' WS-CPT-EVENEMENTS
           DISPLAY ' OUVERTURES : ' WS-CPT-OUVERTURES
           DISPLAY ' CLOTURES : ' WS-CPT-CLOTURES
           DISPLAY ' CHANGEMENTS D IDENTITE : ' WS-CPT-MODIFICATIONS
           DISPLAY ' EVENEMENTS ECARTES : ' WS-CPT-ECARTES
           DISPLAY ' ANOMALIES A VERIFIER : ' WS-CPT-ANOMALIES
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ANOMALIES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST125-DEBUT' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE DEBUT ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-DEBUT
           MOVE 'QUEST125-FIN' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE FIN ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-FIN.
      **************************************************************
      * COLLECTE DES EVENEMENTS : PISTE D'AUDIT PUIS CLOTURES      *
      **************************************************************
        FONCTION-COLLECTER-EVENEMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-AUDIT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-AUDIT-LUS
              PERFORM FONCTION-EXAMINER-AUDIT
              PERFORM FONCTION-READ-AUDIT
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO NU-COMPTE
           START FCLIENT KEY IS >= NU-COMPTE
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCLIENT NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-EXAMINER-CLOTURE
              END-IF
           END-PERFORM.
        FONCTION-READ-AUDIT.
           READ FAUDIT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-EXAMINER-AUDIT.
           IF AUD-NUM-CPT NOT = SPACES
              AND (AUD-OPERATION = 'ECRITURE'
                   OR AUD-OPERATION = 'MODIF'
                   OR AUD-OPERATION(1:4) = 'VAL ')
              PERFORM FONCTION-DECODER-DATE
              IF WS-DATE-EVEN < WS-DATE-DEBUT
                 OR WS-DATE-EVEN > WS-DATE-FIN
                 ADD 1 TO WS-CPT-HORS-PERIODE
              ELSE
                 MOVE AUD-NUM-CPT TO NU-COMPTE
                 READ FCLIENT
                    INVALID KEY
                       ADD 1 TO WS-CPT-ECARTES
                    NOT INVALID KEY
                       IF AUD-OPERATION = 'ECRITURE'
                          MOVE 'O' TO WK-TYPE-EVEN
                          PERFORM FONCTION-RELACHER-EVENEMENT
                       ELSE
                          PERFORM FONCTION-COMPARER-IDENTITE
                       END-IF
                 END-READ
              END-IF
           END-IF.
      *-- SEULE UNE DIFFERENCE SUR L'IDENTITE DU TITULAIRE EST A
      *-- DECLARER ; LES AUTRES ZONES MODIFIEES NE CONCERNENT PAS
      *-- L'ADMINISTRATION
        FONCTION-COMPARER-IDENTITE.
           MOVE AUD-AVANT TO WS-AVANT-CLIENT
           IF WS-AV-NOM-CLIENT NOT = NOM-CLIENT
              OR WS-AV-PRENOM-CLIENT NOT = PRENOM-CLIENT
              OR WS-AV-DATE-NAIS NOT = DATE-NAIS
              MOVE 'M' TO WK-TYPE-EVEN
              PERFORM FONCTION-RELACHER-EVENEMENT
           END-IF.
        FONCTION-EXAMINER-CLOTURE.
           IF STATUT-COMPTE = 'C'
              MOVE DATE-CLOTURE TO WS-DATE-NUM
              PERFORM FONCTION-EDITER-DATE
              IF WS-DATE-EDITEE NOT < WS-DATE-DEBUT
                 AND WS-DATE-EDITEE NOT > WS-DATE-FIN
                 MOVE WS-DATE-EDITEE TO WS-DATE-EVEN
                 MOVE 'C' TO WK-TYPE-EVEN
                 PERFORM FONCTION-RELACHER-EVENEMENT
              END-IF
           END-IF.
        FONCTION-RELACHER-EVENEMENT.
           MOVE CODE-REGION TO WK-REGION
           MOVE NU-COMPTE TO WK-NUM-COMPTE
           MOVE WS-DATE-EVEN TO WK-DATE-EVEN
           RELEASE EVEN-WK.
      *-- EIBDATE EST EN 0CYYDDD (C=0 POUR 19XX, 1 POUR 20XX) ; LE
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
        FONCTION-EDITER-DATE.
           MOVE WS-DN-AAAA TO WS-DX-AAAA
           MOVE WS-DN-MM TO WS-DX-MM
           MOVE WS-DN-JJ TO WS-DX-JJ.
      **************************************************************
      * DECLARATION PAR AGENCE ET COMPTE : UN COMPTE OUVERT DANS    *
      * LA PERIODE NE PORTE PAS DE CHANGEMENT, UN SEUL CHANGEMENT  *
      * PAR COMPTE                                                 *
      **************************************************************
        FONCTION-DECLARER-EVENEMENTS.
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              RETURN FEVEN-WK
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-RETURN
              IF WS-END-OF-FILE = 'N'
                 IF WS-PREMIER = 'O' OR WK-REGION NOT = WS-REGION-PREC
                    MOVE 'N' TO WS-PREMIER
                    MOVE WK-REGION TO WS-REGION-PREC
                    MOVE WK-REGION TO WS-PRT-AGENCE
                    MOVE WS-LIGNE-AGENCE TO REC-PRT
                    WRITE REC-PRT AFTER ADVANCING 2 LINES
                    ADD 2 TO WS-CPT-LIGNES-TOT
                    MOVE SPACES TO WS-COMPTE-PREC
                 END-IF
                 IF WK-NUM-COMPTE NOT = WS-COMPTE-PREC
                    MOVE WK-NUM-COMPTE TO WS-COMPTE-PREC
                    MOVE 'N' TO WS-OUVERT-PERIODE
                    MOVE 'N' TO WS-MODIF-DECLAREE
                 END-IF
                 EVALUATE WK-TYPE-EVEN
                    WHEN 'O'
                       MOVE 'O' TO WS-OUVERT-PERIODE
                       ADD 1 TO WS-CPT-OUVERTURES
                       PERFORM FONCTION-DECLARER-EVENEMENT
                    WHEN 'C'
                       ADD 1 TO WS-CPT-CLOTURES
                       PERFORM FONCTION-DECLARER-EVENEMENT
                    WHEN 'M'
                       IF WS-OUVERT-PERIODE = 'N'
                          AND WS-MODIF-DECLAREE = 'N'
                          MOVE 'O' TO WS-MODIF-DECLAREE
                          ADD 1 TO WS-CPT-MODIFICATIONS
                          PERFORM FONCTION-DECLARER-EVENEMENT
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CPT-OUVERTURES TO WS-PRT-NB-OUVERTURES
           MOVE WS-CPT-CLOTURES TO WS-PRT-NB-CLOTURES
           MOVE WS-CPT-MODIFICATIONS TO WS-PRT-NB-MODIFICATIONS
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-DECLARER-EVENEMENT.
           ADD 1 TO WS-CPT-EVENEMENTS
           MOVE SPACES TO WS-ANOMALIE
           MOVE WK-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 INITIALIZE CLIENT
                 MOVE WK-NUM-COMPTE TO NU-COMPTE
                 MOVE 'COMPTE ABSENT' TO WS-ANOMALIE
           END-READ
           MOVE SPACES TO DECFIS-REC
           MOVE '02' TO DEC-TYPE-ENR
           MOVE WK-TYPE-EVEN TO DEC-TYPE-EVEN
           MOVE WK-DATE-EVEN TO DEC-DATE-EVEN
           MOVE NU-COMPTE TO DEC-NUM-COMPTE
           MOVE NAT-COMPTE TO DEC-NAT-COMPTE
           MOVE NOM-CLIENT TO DEC-NOM
           MOVE PRENOM-CLIENT TO DEC-PRENOM
           MOVE DATE-NAIS TO WS-DATE-NUM
           PERFORM FONCTION-EDITER-DATE
           MOVE WS-DATE-EDITEE TO DEC-DATE-NAIS
           MOVE CODE-REGION TO DEC-CODE-AGENCE
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE NAT-COMPTE TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR = '0'
              MOVE WS-REF-LIBELLE TO DEC-LIB-NATURE
           ELSE
              MOVE SPACES TO DEC-LIB-NATURE
              IF WS-ANOMALIE = SPACES
                 MOVE 'NATURE INCONNUE' TO WS-ANOMALIE
              END-IF
           END-IF
           MOVE NU-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE SPACES TO DEC-ADR-NUMERO
                 MOVE ADRESSE TO DEC-ADR-RUE
                 MOVE SPACES TO DEC-ADR-CODE-POSTAL
                 MOVE SPACES TO DEC-ADR-VILLE
                 MOVE SPACES TO DEC-ADR-PAYS
                 IF WS-ANOMALIE = SPACES
                    MOVE 'ADRESSE NON STRUCT.' TO WS-ANOMALIE
                 END-IF
              NOT INVALID KEY
                 MOVE ADR-NUMERO TO DEC-ADR-NUMERO
                 MOVE ADR-RUE TO DEC-ADR-RUE
                 MOVE ADR-CODE-POSTAL TO DEC-ADR-CODE-POSTAL
                 MOVE ADR-VILLE TO DEC-ADR-VILLE
                 MOVE ADR-PAYS TO DEC-ADR-PAYS
           END-READ
           WRITE DECFIS-REC
           IF WS-ANOMALIE NOT = SPACES
              ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           MOVE WK-TYPE-EVEN TO WS-PRT-TYPE-EVEN
           MOVE WK-DATE-EVEN TO WS-PRT-DATE-EVEN
           MOVE NU-COMPTE TO WS-PRT-COMPTE
           MOVE NAT-COMPTE TO WS-PRT-NAT-COMPTE
           MOVE NOM-CLIENT TO WS-PRT-NOM
           MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
           MOVE DEC-ADR-CODE-POSTAL TO WS-PRT-CODE-POSTAL
           MOVE WS-ANOMALIE TO WS-PRT-ANOMALIE
           MOVE WS-LIGNE-DETAIL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DU ' DELIMITED SIZE
                  WS-DATE-DEBUT DELIMITED SIZE
                  ' AU ' DELIMITED SIZE
                  WS-DATE-FIN DELIMITED SIZE
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
           MOVE 'QUEST125' TO CTLLOG-JOB
           MOVE ' EVENEMENTS DECLARES FISC ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EVENEMENTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST125' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FAUDIT
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FDECFIS
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
