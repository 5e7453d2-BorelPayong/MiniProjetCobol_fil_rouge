      **************************************************************
      *PROGRAMME MENSUEL DES ENCOURS PAR SECTEUR ECONOMIQUE POUR LA *
      *BANQUE CENTRALE : CHAQUE COMPTE FCLIENT APPORTE SON SOLDE    *
      *CREDITEUR OU DEBITEUR, LE CAPITAL RESTANT DU DE SES PRETS    *
      *(ECHEANCES FECHEANC NON REGLEES) ET LE CAPITAL DE SES DEPOTS *
      *A TERME FDAT OUVERTS. LES MONTANTS SONT TOTALISES PAR        *
      *SECTEUR (ACTI-PRO) x REGION (CODE-REGION) x NATURE DE COMPTE *
      *(NAT-COMPTE), AVEC LES LIBELLES DE FACTIPRO, FREGION ET      *
      *FNATCOMP, SUR L'ETAT ET DANS L'EXTRAIT REGLEMENTAIRE FSECTEU *
      *(ENTETE, UNE LIGNE PAR CROISEMENT, FIN AVEC TOTAUX). LES     *
      *TOTAUX GENERAUX SONT RAPPROCHES DES COMPTES DE CONTROLE DU   *
      *GRAND LIVRE FGLSOLDE (MEMES CLES FPARAM QUE QUEST118 :       *
      *DEPOTS = CREDITEURS MOINS DEBITEURS, PRETS, DAT) ; UN ECART  *
      *EST SIGNALE EN CODE RETOUR 4                                 *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST126.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FGLSOLDE ASSIGN TO DDGLSOLD
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GLS-COMPTE-GL
           FILE STATUS IS FS-GLSOLDE.
           SELECT FSECT-WK ASSIGN TO FWORK.
           SELECT FSECTEU ASSIGN TO DDSECTEU
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SECTEU.
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
        FD FGLSOLDE.
        01 GLSOLDE.
           05 GLS-COMPTE-GL PIC X(8).
           05 GLS-MOIS PIC X(6).
           05 GLS-SOLDE-OUVERTURE PIC S9(11)V99.
           05 GLS-DEBITS PIC 9(11)V99.
           05 GLS-CREDITS PIC 9(11)V99.
           05 GLS-DEBITS-SUIV PIC 9(11)V99.
           05 GLS-CREDITS-SUIV PIC 9(11)V99.
           05 FILLER PIC X(1).
        SD FSECT-WK.
        01 SECT-WK.
           05 WK-CROISEMENT.
              10 WK-ACTI-PRO PIC 9(2).
              10 WK-REGION PIC 9(2).
              10 WK-NAT-COMPTE PIC 9(2).
           05 WK-CREDITEUR PIC 9(9)V99.
           05 WK-DEBITEUR PIC 9(9)V99.
           05 WK-PRETS PIC 9(9)V99.
           05 WK-DAT PIC 9(9)V99.
      *-- EXTRAIT REGLEMENTAIRE : '01' ENTETE, '02' CROISEMENT,
      *-- '99' FIN AVEC NOMBRE DE LIGNES ET TOTAUX
        FD FSECTEU.
        01 SECTEU-REC.
           05 SEC-TYPE-ENR PIC X(2).
           05 SEC-DONNEES PIC X(138).
        01 SECTEU-ENTETE.
           05 FILLER PIC X(2).
           05 SEC-ENT-DECLARANT PIC X(8).
           05 SEC-ENT-PERIODE PIC X(7).
           05 SEC-ENT-DATE-ARRETE PIC X(10).
           05 FILLER PIC X(113).
        01 SECTEU-LIGNE.
           05 FILLER PIC X(2).
           05 SEC-ACTI-PRO PIC 9(2).
           05 SEC-LIB-ACTI-PRO PIC X(20).
           05 SEC-REGION PIC 9(2).
           05 SEC-LIB-REGION PIC X(15).
           05 SEC-NAT-COMPTE PIC 9(2).
           05 SEC-LIB-NATURE PIC X(30).
           05 SEC-CREDITEUR PIC 9(11)V99.
           05 SEC-DEBITEUR PIC 9(11)V99.
           05 SEC-PRETS PIC 9(11)V99.
           05 SEC-DAT PIC 9(11)V99.
           05 SEC-NB-COMPTES PIC 9(7).
           05 FILLER PIC X(8).
        01 SECTEU-FIN.
           05 FILLER PIC X(2).
           05 SEC-FIN-NB-LIGNES PIC 9(7).
           05 SEC-FIN-CREDITEUR PIC 9(13)V99.
           05 SEC-FIN-DEBITEUR PIC 9(13)V99.
           05 SEC-FIN-PRETS PIC 9(13)V99.
           05 SEC-FIN-DAT PIC 9(13)V99.
           05 FILLER PIC X(71).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-GLSOLDE PIC X(2).
        01 FS-SECTEU PIC X(2).
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
        01 WS-FIN-ECHEANC PIC X(1).
        01 WS-FIN-DAT PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-MOIS-TRT PIC X(6).
        01 WS-CPT-DEPOTS PIC X(8).
        01 WS-CPT-PRETS PIC X(8).
        01 WS-CPT-DAT PIC X(8).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CLE-REF PIC X(2).
        01 WS-LIB-ACTIPRO PIC X(20).
        01 WS-LIB-REGION PIC X(15).
        01 WS-LIB-NATURE PIC X(30).
      *-- CUMULS DU CROISEMENT, DU SECTEUR ET GENERAUX
        01 WS-PREMIER PIC X(1).
        01 WS-CROISEMENT-PREC PIC X(6).
        01 WS-ACTI-PRO-PREC PIC 9(2).
        01 WS-CUMULS-CROISEMENT.
           05 WS-CRO-CREDITEUR PIC 9(11)V99.
           05 WS-CRO-DEBITEUR PIC 9(11)V99.
           05 WS-CRO-PRETS PIC 9(11)V99.
           05 WS-CRO-DAT PIC 9(11)V99.
           05 WS-CRO-NB-COMPTES PIC 9(7).
        01 WS-CUMULS-SECTEUR.
           05 WS-SEC-CREDITEUR PIC 9(13)V99.
           05 WS-SEC-DEBITEUR PIC 9(13)V99.
           05 WS-SEC-PRETS PIC 9(13)V99.
           05 WS-SEC-DAT PIC 9(13)V99.
        01 WS-CUMULS-TOTAL.
           05 WS-TOT-CREDITEUR PIC 9(13)V99 VALUE 0.
           05 WS-TOT-DEBITEUR PIC 9(13)V99 VALUE 0.
           05 WS-TOT-PRETS PIC 9(13)V99 VALUE 0.
           05 WS-TOT-DAT PIC 9(13)V99 VALUE 0.
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-LIGNES PIC 9(7) VALUE 0.
      *-- RAPPROCHEMENT AVEC LE GRAND LIVRE
        01 WS-SOLDE-GL PIC S9(13)V99.
        01 WS-TOTAL-FICHIER PIC S9(13)V99.
        01 WS-ECART PIC S9(13)V99.
        01 WS-CPT-ECARTS PIC 9(3) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST126'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST126'.
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
              ' ENCOURS PAR SECTEUR, REGION ET NATURE DE COMPTE '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(26) VALUE ' REGION        NATURE     '.
           05 FILLER PIC X(12) VALUE ' CREDITEURS '.
           05 FILLER PIC X(12) VALUE '  DEBITEURS '.
           05 FILLER PIC X(12) VALUE '      PRETS '.
           05 FILLER PIC X(12) VALUE '        DAT '.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-SECTEUR.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(11) VALUE ' SECTEUR : '.
           05 WS-PRT-ACTI-PRO PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIB-ACTI-PRO PIC X(20).
           05 FILLER PIC X(44) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REGION PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIB-REGION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NAT-COMPTE PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIB-NATURE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CREDITEUR PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEBITEUR PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRETS PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DAT PIC Z(7)9.99.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-CUMUL.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRT-LIBELLE-CUMUL PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CUM-CREDITEUR PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CUM-DEBITEUR PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CUM-PRETS PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CUM-DAT PIC Z(9)9.99.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-RAPPRO.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NATURE-GL PIC X(8).
           05 FILLER PIC X(4) VALUE ' GL '.
           05 WS-PRT-COMPTE-GL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SOLDE-GL PIC -(11)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SOLDE-FIC PIC -(11)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-VERDICT PIC X(5).
           05 FILLER PIC X(19) VALUE ALL ' '.
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
           OPEN INPUT FGLSOLDE
           IF FS-GLSOLDE = '00'
              DISPLAY ' FILE GLSOLDE OPEN SUCCES : ' FS-GLSOLDE
           ELSE
              MOVE 'FGLSOLDE' TO WS-ERR-FICHIER
              MOVE FS-GLSOLDE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FSECTEU
           IF FS-SECTEU = '00'
              DISPLAY ' FILE SECTEU OPEN SUCCES : ' FS-SECTEU
           ELSE
              MOVE 'FSECTEU' TO WS-ERR-FICHIER
              MOVE FS-SECTEU TO WS-ERR-STATUT
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
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO SECTEU-REC
           MOVE '01' TO SEC-TYPE-ENR
           MOVE 'QUEST126' TO SEC-ENT-DECLARANT
           MOVE WS-DATE-TRT(1:7) TO SEC-ENT-PERIODE
           MOVE WS-DATE-TRT TO SEC-ENT-DATE-ARRETE
           WRITE SECTEU-REC
           SORT FSECT-WK
                ON ASCENDING KEY WK-CROISEMENT
                INPUT PROCEDURE FONCTION-EVALUER-COMPTES
                OUTPUT PROCEDURE IS FONCTION-TOTALISER-CROISEMENTS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           MOVE SPACES TO SECTEU-REC
           MOVE '99' TO SEC-TYPE-ENR
           MOVE WS-CPT-LIGNES TO SEC-FIN-NB-LIGNES
           MOVE WS-TOT-CREDITEUR TO SEC-FIN-CREDITEUR
           MOVE WS-TOT-DEBITEUR TO SEC-FIN-DEBITEUR
           MOVE WS-TOT-PRETS TO SEC-FIN-PRETS
           MOVE WS-TOT-DAT TO SEC-FIN-DAT
           WRITE SECTEU-REC
           PERFORM FONCTION-RAPPROCHER
           DISPLAY ' COMPTES VENTILES : ' WS-CPT-COMPTES
           DISPLAY ' CROISEMENTS DECLARES : ' WS-CPT-LIGNES
           DISPLAY ' ECARTS AVEC LE GRAND LIVRE : ' WS-CPT-ECARTS
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ECARTS > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST126-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-MOIS-TRT(1:4)
           MOVE WS-DATE-TRT(6:2) TO WS-MOIS-TRT(5:2)
      *-- COMPTES DE CONTROLE PARTAGES AVEC LE RAPPROCHEMENT QUEST118
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'QUEST118-CPT-DEPOTS' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:8) TO WS-CPT-DEPOTS
           MOVE 'QUEST118-CPT-PRETS' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:8) TO WS-CPT-PRETS
           MOVE 'QUEST118-CPT-DAT' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:8) TO WS-CPT-DAT.
      **************************************************************
      * MONTANTS DE CHAQUE COMPTE RANGES SOUS SON CROISEMENT       *
      **************************************************************
        FONCTION-EVALUER-COMPTES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-COMPTES
              MOVE ACTI-PRO TO WK-ACTI-PRO
              MOVE CODE-REGION TO WK-REGION
              MOVE NAT-COMPTE TO WK-NAT-COMPTE
              MOVE 0 TO WK-CREDITEUR
              MOVE 0 TO WK-DEBITEUR
              IF SOLDE > 0
                 MOVE SOLDE TO WK-CREDITEUR
              ELSE
                 COMPUTE WK-DEBITEUR = 0 - SOLDE
              END-IF
              PERFORM FONCTION-CUMULER-PRETS
              PERFORM FONCTION-CUMULER-DAT
              RELEASE SECT-WK
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- CAPITAL RESTANT DU : PART CAPITAL DES ECHEANCES NON PAYEES
        FONCTION-CUMULER-PRETS.
           MOVE 0 TO WK-PRETS
           MOVE NU-COMPTE TO ECH-NUM-COMPTE
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
                 IF ECH-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-ECHEANC
                 ELSE
                    IF ECH-STATUT NOT = 'P'
                       ADD ECH-PART-CAPITAL TO WK-PRETS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-CUMULER-DAT.
           MOVE 0 TO WK-DAT
           MOVE NU-COMPTE TO DAT-NUM-COMPTE
           MOVE 0 TO DAT-SEQ
           MOVE 'N' TO WS-FIN-DAT
           START FDAT KEY IS >= DAT-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-DAT
           END-START
           PERFORM UNTIL WS-FIN-DAT = 'Y'
              READ FDAT NEXT
                 AT END MOVE 'Y' TO WS-FIN-DAT
              END-READ
              IF WS-FIN-DAT = 'N'
                 IF DAT-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-DAT
                 ELSE
                    IF DAT-STATUT = 'O'
                       ADD DAT-CAPITAL TO WK-DAT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * TOTAUX PAR CROISEMENT AVEC SOUS-TOTAL PAR SECTEUR          *
      **************************************************************
        FONCTION-TOTALISER-CROISEMENTS.
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              RETURN FSECT-WK
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-RETURN
              IF WS-END-OF-FILE = 'N'
                 IF WS-PREMIER = 'O'
                    MOVE 'N' TO WS-PREMIER
                    PERFORM FONCTION-OUVRIR-SECTEUR
                    PERFORM FONCTION-OUVRIR-CROISEMENT
                 ELSE
                    IF WK-CROISEMENT NOT = WS-CROISEMENT-PREC
                       PERFORM FONCTION-CLORE-CROISEMENT
                       IF WK-ACTI-PRO NOT = WS-ACTI-PRO-PREC
                          PERFORM FONCTION-CLORE-SECTEUR
                          PERFORM FONCTION-OUVRIR-SECTEUR
                       END-IF
                       PERFORM FONCTION-OUVRIR-CROISEMENT
                    END-IF
                 END-IF
                 ADD WK-CREDITEUR TO WS-CRO-CREDITEUR
                 ADD WK-DEBITEUR TO WS-CRO-DEBITEUR
                 ADD WK-PRETS TO WS-CRO-PRETS
                 ADD WK-DAT TO WS-CRO-DAT
                 ADD 1 TO WS-CRO-NB-COMPTES
              END-IF
           END-PERFORM
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-CLORE-CROISEMENT
              PERFORM FONCTION-CLORE-SECTEUR
           END-IF
           MOVE 'TOTAL GENERAL' TO WS-PRT-LIBELLE-CUMUL
           MOVE WS-TOT-CREDITEUR TO WS-PRT-CUM-CREDITEUR
           MOVE WS-TOT-DEBITEUR TO WS-PRT-CUM-DEBITEUR
           MOVE WS-TOT-PRETS TO WS-PRT-CUM-PRETS
           MOVE WS-TOT-DAT TO WS-PRT-CUM-DAT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CUMUL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-OUVRIR-SECTEUR.
           MOVE WK-ACTI-PRO TO WS-ACTI-PRO-PREC
           INITIALIZE WS-CUMULS-SECTEUR
           MOVE WK-ACTI-PRO TO WS-CLE-REF
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'ACTIPRO' TO WS-REF-TABLE
           MOVE WS-CLE-REF TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-LIB-ACTIPRO
           MOVE WK-ACTI-PRO TO WS-PRT-ACTI-PRO
           MOVE WS-LIB-ACTIPRO TO WS-PRT-LIB-ACTI-PRO
           MOVE WS-LIGNE-SECTEUR TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-OUVRIR-CROISEMENT.
           MOVE WK-CROISEMENT TO WS-CROISEMENT-PREC
           INITIALIZE WS-CUMULS-CROISEMENT.
        FONCTION-CLORE-CROISEMENT.
           ADD 1 TO WS-CPT-LIGNES
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-CROISEMENT-PREC(3:2) TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-LIB-REGION
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE WS-CROISEMENT-PREC(5:2) TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-LIB-NATURE
           MOVE SPACES TO SECTEU-REC
           MOVE '02' TO SEC-TYPE-ENR
           MOVE WS-ACTI-PRO-PREC TO SEC-ACTI-PRO
           MOVE WS-LIB-ACTIPRO TO SEC-LIB-ACTI-PRO
           MOVE WS-CROISEMENT-PREC(3:2) TO SEC-REGION
           MOVE WS-LIB-REGION TO SEC-LIB-REGION
           MOVE WS-CROISEMENT-PREC(5:2) TO SEC-NAT-COMPTE
           MOVE WS-LIB-NATURE TO SEC-LIB-NATURE
           MOVE WS-CRO-CREDITEUR TO SEC-CREDITEUR
           MOVE WS-CRO-DEBITEUR TO SEC-DEBITEUR
           MOVE WS-CRO-PRETS TO SEC-PRETS
           MOVE WS-CRO-DAT TO SEC-DAT
           MOVE WS-CRO-NB-COMPTES TO SEC-NB-COMPTES
           WRITE SECTEU-REC
           MOVE WS-CROISEMENT-PREC(3:2) TO WS-PRT-REGION
           MOVE WS-LIB-REGION TO WS-PRT-LIB-REGION
           MOVE WS-CROISEMENT-PREC(5:2) TO WS-PRT-NAT-COMPTE
           MOVE WS-LIB-NATURE TO WS-PRT-LIB-NATURE
           MOVE WS-CRO-CREDITEUR TO WS-PRT-CREDITEUR
           MOVE WS-CRO-DEBITEUR TO WS-PRT-DEBITEUR
           MOVE WS-CRO-PRETS TO WS-PRT-PRETS
           MOVE WS-CRO-DAT TO WS-PRT-DAT
           MOVE WS-LIGNE-DETAIL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           ADD WS-CRO-CREDITEUR TO WS-SEC-CREDITEUR
           ADD WS-CRO-DEBITEUR TO WS-SEC-DEBITEUR
           ADD WS-CRO-PRETS TO WS-SEC-PRETS
           ADD WS-CRO-DAT TO WS-SEC-DAT.
        FONCTION-CLORE-SECTEUR.
           MOVE 'TOTAL SECTEUR' TO WS-PRT-LIBELLE-CUMUL
           MOVE WS-SEC-CREDITEUR TO WS-PRT-CUM-CREDITEUR
           MOVE WS-SEC-DEBITEUR TO WS-PRT-CUM-DEBITEUR
           MOVE WS-SEC-PRETS TO WS-PRT-CUM-PRETS
           MOVE WS-SEC-DAT TO WS-PRT-CUM-DAT
           MOVE WS-LIGNE-CUMUL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           ADD WS-SEC-CREDITEUR TO WS-TOT-CREDITEUR
           ADD WS-SEC-DEBITEUR TO WS-TOT-DEBITEUR
           ADD WS-SEC-PRETS TO WS-TOT-PRETS
           ADD WS-SEC-DAT TO WS-TOT-DAT.
      **************************************************************
      * RAPPROCHEMENT DES TOTAUX GENERAUX AVEC LES COMPTES DE      *
      * CONTROLE DU GRAND LIVRE : DEPOTS ET DAT AU PASSIF (SOLDE   *
      * CREDITEUR), PRETS A L'ACTIF                                *
      **************************************************************
        FONCTION-RAPPROCHER.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT
           MOVE 'DEPOTS' TO WS-PRT-NATURE-GL
           MOVE WS-CPT-DEPOTS TO GLS-COMPTE-GL
           PERFORM FONCTION-LIRE-SOLDE-GL
           COMPUTE WS-SOLDE-GL = 0 - WS-SOLDE-GL
           COMPUTE WS-TOTAL-FICHIER = WS-TOT-CREDITEUR
                   - WS-TOT-DEBITEUR
           PERFORM FONCTION-COMPARER
           MOVE 'PRETS' TO WS-PRT-NATURE-GL
           MOVE WS-CPT-PRETS TO GLS-COMPTE-GL
           PERFORM FONCTION-LIRE-SOLDE-GL
           MOVE WS-TOT-PRETS TO WS-TOTAL-FICHIER
           PERFORM FONCTION-COMPARER
           MOVE 'DAT' TO WS-PRT-NATURE-GL
           MOVE WS-CPT-DAT TO GLS-COMPTE-GL
           PERFORM FONCTION-LIRE-SOLDE-GL
           COMPUTE WS-SOLDE-GL = 0 - WS-SOLDE-GL
           MOVE WS-TOT-DAT TO WS-TOTAL-FICHIER
           PERFORM FONCTION-COMPARER
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- SOLDE DU MOIS SANS MISE A JOUR DE FGLSOLDE : SI QUEST118
      *-- N'A PAS ENCORE BASCULE LE MOIS, LES MOUVEMENTS DU MOIS
      *-- SUIVANT SONT AJOUTES COMME LE FERAIT LA BASCULE
        FONCTION-LIRE-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-GL
           MOVE GLS-COMPTE-GL TO WS-PRT-COMPTE-GL
           READ FGLSOLDE
              INVALID KEY
                 DISPLAY ' COMPTE DE CONTROLE ABSENT DU GRAND LIVRE : '
                         GLS-COMPTE-GL
                 MOVE 'FGLSOLDE' TO WS-ERR-FICHIER
                 MOVE FS-GLSOLDE TO WS-ERR-STATUT
                 MOVE 'FONCTION-LIRE-SOLDE-GL' TO WS-ERR-PARAGRAPHE
                 MOVE GLS-COMPTE-GL TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 COMPUTE WS-SOLDE-GL = GLS-SOLDE-OUVERTURE
                         + GLS-DEBITS - GLS-CREDITS
                 IF GLS-MOIS < WS-MOIS-TRT
                    COMPUTE WS-SOLDE-GL = WS-SOLDE-GL
                            + GLS-DEBITS-SUIV - GLS-CREDITS-SUIV
                 END-IF
           END-READ.
        FONCTION-COMPARER.
           MOVE WS-SOLDE-GL TO WS-PRT-SOLDE-GL
           MOVE WS-TOTAL-FICHIER TO WS-PRT-SOLDE-FIC
           COMPUTE WS-ECART = WS-SOLDE-GL - WS-TOTAL-FICHIER
           IF WS-ECART = 0
              MOVE 'OK' TO WS-PRT-VERDICT
           ELSE
              MOVE 'ECART' TO WS-PRT-VERDICT
              ADD 1 TO WS-CPT-ECARTS
           END-IF
           MOVE WS-LIGNE-RAPPRO TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
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
           MOVE 'QUEST126' TO CTLLOG-JOB
           MOVE ' CROISEMENTS SECTEUR DECLARES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-LIGNES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST126' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT
           CLOSE FECHEANC
           CLOSE FDAT
           CLOSE FGLSOLDE
           CLOSE FSECTEU
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
