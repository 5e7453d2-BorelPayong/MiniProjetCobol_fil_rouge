      **************************************************************
      *PROGRAMME DE TENUE DES SOLDES DU GRAND LIVRE : QUEST84 (ET   *
      *QUEST117 EN FIN DE MOIS) LIVRENT DANS FECRITUR DES ECRITURES *
      *EQUILIBREES, MAIS RIEN NE TENAIT LES SOLDES DES COMPTES NI   *
      *NE LES CONFRONTAIT AUX FICHIERS CLIENTELE. CHAQUE NUIT, LES  *
      *ECRITURES DU JOUR SONT CUMULEES PAR COMPTE DE GRAND LIVRE    *
      *DANS LE KSDS FGLSOLDE (SOLDE D'OUVERTURE DU MOIS, DEBITS ET  *
      *CREDITS DU MOIS ; LES ECRITURES DATEES DU MOIS SUIVANT, COMME*
      *LES EXTOURNES DE COURUS, SONT TENUES A PART ET BASCULENT AU  *
      *CHANGEMENT DE MOIS). UN ENREGISTREMENT DE CONTROLE MEMORISE  *
      *LA DERNIERE DATE CUMULEE : UNE RELANCE LE MEME JOUR EST      *
      *REFUSEE SAUF FORCAGE SUPERVISEUR.                            *
      *LES COMPTES DE CONTROLE (QUEST118-CPT-DEPOTS, -CPT-PRETS,    *
      *-CPT-DAT DANS FPARAM) SONT ENSUITE RAPPROCHES DE LA SOMME    *
      *DES SOLDES FCLIENT, DU CAPITAL RESTANT DU DES ECHEANCES      *
      *FECHEANC NON REGLEES ET DU CAPITAL DES DEPOTS FDAT OUVERTS ; *
      *TOUT ECART SORT SUR LA LISTE D'EXCEPTION ET TERMINE LE       *
      *PASSAGE EN CODE RETOUR 8, COMME LE VERROU QUEST45.           *
      *LE DERNIER JOUR OUVRE DU MOIS (PGMCALEN) OU SUR DEMANDE      *
      *(QUEST118-BALANCE), LA BALANCE GENERALE DU MOIS EST EDITEE   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST118.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FECRITUR ASSIGN TO DDECRITU
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECRITUR.
           SELECT FGLSOLDE ASSIGN TO DDGLSOLD
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GLS-COMPTE-GL
           FILE STATUS IS FS-GLSOLDE.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
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
        FD FECRITUR.
        01 ECRITURE.
           05 ECR-DATE PIC X(10).
           05 ECR-COMPTE-GL PIC X(8).
           05 ECR-SENS PIC X(1).
           05 ECR-MONTANT PIC 9(8)V99.
           05 ECR-REF-MOUV PIC 9(8).
           05 ECR-NAT-MOUV PIC X(3).
           05 FILLER PIC X(40).
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
      *-- ENREGISTREMENT DE CONTROLE (CLE '*CONTROL') : DERNIERE
      *-- DATE DE TRAITEMENT CUMULEE
        01 GLSOLDE-CONTROLE.
           05 GLC-CLE PIC X(8).
           05 GLC-DATE-DERN PIC X(10).
           05 FILLER PIC X(62).
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
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-ECRITUR PIC X(2).
        01 FS-GLSOLDE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CHAIN-JOB PIC X(8) VALUE 'QUEST118'.
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        01 WS-CAL-ACTION PIC X(1).
        01 WS-CAL-DATE PIC X(10).
        01 WS-CAL-DATE-FIN PIC X(10).
        01 WS-CAL-NOMBRE PIC 9(5).
        01 WS-CAL-CR PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-MOIS-TRT PIC X(6).
        01 WS-MOIS-ECR PIC X(6).
        01 WS-FORCAGE PIC X(1).
        01 WS-BALANCE PIC X(1).
        01 WS-CLE-CONTROLE PIC X(8) VALUE '*CONTROL'.
        01 WS-CONTROLE-EXISTE PIC X(1).
        01 WS-GLS-EXISTE PIC X(1).
        01 WS-CPT-DEPOTS PIC X(8).
        01 WS-CPT-PRETS PIC X(8).
        01 WS-CPT-DAT PIC X(8).
        01 WS-SOLDE-GL PIC S9(11)V99.
        01 WS-SOLDE-CLOTURE PIC S9(11)V99.
        01 WS-TOTAL-FCLIENT PIC S9(11)V99 VALUE 0.
        01 WS-TOTAL-PRETS PIC S9(11)V99 VALUE 0.
        01 WS-TOTAL-DAT PIC S9(11)V99 VALUE 0.
        01 WS-ECART PIC S9(11)V99.
        01 WS-TOTAL-DEBITS PIC 9(12)V99 VALUE 0.
        01 WS-TOTAL-CREDITS PIC 9(12)V99 VALUE 0.
        01 WS-BAL-OUVERTURE PIC S9(12)V99 VALUE 0.
        01 WS-BAL-DEBITS PIC 9(12)V99 VALUE 0.
        01 WS-BAL-CREDITS PIC 9(12)V99 VALUE 0.
        01 WS-BAL-CLOTURE PIC S9(12)V99 VALUE 0.
        01 WS-CPT-ECRITURES PIC 9(7) VALUE 0.
        01 WS-CPT-COMPTES-GL PIC 9(7) VALUE 0.
        01 WS-CPT-ECARTS PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST118'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST118'.
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
              ' RAPPROCHEMENT GRAND LIVRE / CLIENTELE '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-RAPPRO.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NATURE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE-GL PIC X(8).
           05 FILLER PIC X(5) VALUE ' GL '.
           05 WS-PRT-SOLDE-GL PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(5) VALUE ' FIC '.
           05 WS-PRT-SOLDE-FIC PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-VERDICT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(11) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ECART.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE '   ECART A JUSTIFIER'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 WS-PRT-ECART PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TITRE-BAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(27) VALUE ' BALANCE GENERALE DU MOIS '.
           05 WS-PRT-MOIS PIC X(6).
           05 FILLER PIC X(45) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ENTETE-BAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' COMPTE'.
           05 FILLER PIC X(17) VALUE '        OUVERTURE'.
           05 FILLER PIC X(17) VALUE '           DEBITS'.
           05 FILLER PIC X(17) VALUE '          CREDITS'.
           05 FILLER PIC X(17) VALUE '           SOLDE'.
           05 FILLER PIC X(1) VALUE ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-BAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BAL-COMPTE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BAL-OUV PIC -ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BAL-DEB PIC ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BAL-CRE PIC ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BAL-CLO PIC -ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL-BAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(8) VALUE 'TOTAUX'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-OUV PIC -ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-DEB PIC ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-CRE PIC ZZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-CLO PIC -ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FECRITUR
           IF FS-ECRITUR = '00'
              DISPLAY ' FILE ECRITUR OPEN SUCCES : ' FS-ECRITUR
           ELSE
              MOVE 'FECRITUR' TO WS-ERR-FICHIER
              MOVE FS-ECRITUR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FGLSOLDE
           IF FS-GLSOLDE = '00'
              DISPLAY ' FILE GLSOLDE OPEN SUCCES : ' FS-GLSOLDE
           ELSE
              MOVE 'FGLSOLDE' TO WS-ERR-FICHIER
              MOVE FS-GLSOLDE TO WS-ERR-STATUT
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
           PERFORM FONCTION-CONTROLER-CHAINE
           PERFORM FONCTION-CONTROLER-RELANCE
           PERFORM FONCTION-EDITER-BANNIERE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ECRITUR
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-ECRITURES
              PERFORM FONCTION-CUMULER-ECRITURE
              PERFORM FONCTION-READ-ECRITUR
           END-PERFORM
           PERFORM FONCTION-TAMPONNER-CONTROLE
           PERFORM FONCTION-TOTALISER-FICHIERS
           PERFORM FONCTION-RAPPROCHER
           PERFORM FONCTION-DETECTER-FIN-MOIS
           IF WS-BALANCE = 'O'
              PERFORM FONCTION-EDITER-BALANCE
           END-IF
           DISPLAY ' ECRITURES CUMULEES : ' WS-CPT-ECRITURES
           DISPLAY ' ECARTS DE RAPPROCHEMENT : ' WS-CPT-ECARTS
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ECARTS > 0
              DISPLAY ' GRAND LIVRE NON RAPPROCHE - A JUSTIFIER '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           ELSE
      *-- UN RAPPROCHEMENT EN ECHEC NE POSE PAS LE JALON DE FIN
              MOVE WS-CPT-ECRITURES TO WS-CHAIN-VOLUME
              MOVE 'F' TO WS-CHAIN-ACTION
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
           END-IF.
      **************************************************************
      * PARAMETRES FPARAM VIA PGMPARAM : DATE DE TRAITEMENT,       *
      * COMPTES DE CONTROLE, FORCAGE DE RELANCE ET EDITION FORCEE  *
      * DE LA BALANCE                                              *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST118-DATE' TO WS-PARAM-CLE
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
           MOVE WS-PARAM-VALEUR(1:8) TO WS-CPT-DAT
           IF WS-CPT-DEPOTS = SPACES OR WS-CPT-PRETS = SPACES
              OR WS-CPT-DAT = SPACES
              DISPLAY ' COMPTES DE CONTROLE NON PARAMETRES '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'QUEST118-FORCAGE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-FORCAGE
           MOVE 'QUEST118-BALANCE' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-BALANCE.
      *-- LES ECRITURES DU JOUR SONT COMPLETES QUAND L'INTERFACE
      *-- QUEST84 ET LES COURUS QUEST117 ONT TERMINE
        FONCTION-CONTROLER-CHAINE.
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST84' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST118 ABANDONNE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'QUEST117' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST118 ABANDONNE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      **************************************************************
      * VERROU DE RELANCE : LES ECRITURES D'UNE DATE DEJA CUMULEE  *
      * SERAIENT COMPTEES DEUX FOIS, SAUF FORCAGE SUPERVISEUR      *
      **************************************************************
        FONCTION-CONTROLER-RELANCE.
           MOVE 'O' TO WS-CONTROLE-EXISTE
           MOVE WS-CLE-CONTROLE TO GLC-CLE
           READ FGLSOLDE
              INVALID KEY
                 MOVE 'N' TO WS-CONTROLE-EXISTE
              NOT INVALID KEY
                 IF GLC-DATE-DERN >= WS-DATE-TRT
                    DISPLAY ' ECRITURES DU ' WS-DATE-TRT
                            ' DEJA CUMULEES (DERNIER CUMUL '
                            GLC-DATE-DERN ')'
                    IF WS-FORCAGE = 'O'
                       DISPLAY ' FORCAGE SUPERVISEUR ACCEPTE '
                    ELSE
                       DISPLAY ' TRAITEMENT REFUSE - RELANCE '
                               'INTERDITE '
                       MOVE 8 TO RETURN-CODE
                       PERFORM FONCTION-FIN-PROGRAMME
                    END-IF
                 END-IF
           END-READ.
        FONCTION-TAMPONNER-CONTROLE.
           MOVE SPACES TO GLSOLDE-CONTROLE
           MOVE WS-CLE-CONTROLE TO GLC-CLE
           MOVE WS-DATE-TRT TO GLC-DATE-DERN
           IF WS-CONTROLE-EXISTE = 'O'
              REWRITE GLSOLDE-CONTROLE
           ELSE
              WRITE GLSOLDE-CONTROLE
           END-IF.
      *-- CUMUL D'UNE ECRITURE SUR SON COMPTE : LE COMPTE EST
      *-- D'ABORD BASCULE SUR LE MOIS DE TRAITEMENT ; UNE ECRITURE
      *-- DATEE D'UN MOIS ULTERIEUR EST TENUE A PART
        FONCTION-CUMULER-ECRITURE.
           MOVE ECR-COMPTE-GL TO GLS-COMPTE-GL
           MOVE 'O' TO WS-GLS-EXISTE
           READ FGLSOLDE
              INVALID KEY
                 MOVE 'N' TO WS-GLS-EXISTE
                 MOVE SPACES TO GLSOLDE
                 MOVE ECR-COMPTE-GL TO GLS-COMPTE-GL
                 MOVE WS-MOIS-TRT TO GLS-MOIS
                 MOVE 0 TO GLS-SOLDE-OUVERTURE
                 MOVE 0 TO GLS-DEBITS
                 MOVE 0 TO GLS-CREDITS
                 MOVE 0 TO GLS-DEBITS-SUIV
                 MOVE 0 TO GLS-CREDITS-SUIV
           END-READ
           PERFORM FONCTION-BASCULER-MOIS
           MOVE ECR-DATE(1:4) TO WS-MOIS-ECR(1:4)
           MOVE ECR-DATE(6:2) TO WS-MOIS-ECR(5:2)
           IF WS-MOIS-ECR > WS-MOIS-TRT
              IF ECR-SENS = 'D'
                 ADD ECR-MONTANT TO GLS-DEBITS-SUIV
              ELSE
                 ADD ECR-MONTANT TO GLS-CREDITS-SUIV
              END-IF
           ELSE
              IF ECR-SENS = 'D'
                 ADD ECR-MONTANT TO GLS-DEBITS
              ELSE
                 ADD ECR-MONTANT TO GLS-CREDITS
              END-IF
           END-IF
           IF ECR-SENS = 'D'
              ADD ECR-MONTANT TO WS-TOTAL-DEBITS
           ELSE
              ADD ECR-MONTANT TO WS-TOTAL-CREDITS
           END-IF
           IF WS-GLS-EXISTE = 'O'
              REWRITE GLSOLDE
           ELSE
              WRITE GLSOLDE
           END-IF.
      *-- CHANGEMENT DE MOIS : LE SOLDE DE CLOTURE DEVIENT SOLDE
      *-- D'OUVERTURE ET LES ECRITURES TENUES A PART DEVIENNENT
      *-- CELLES DU NOUVEAU MOIS
        FONCTION-BASCULER-MOIS.
           IF GLS-MOIS < WS-MOIS-TRT
              COMPUTE GLS-SOLDE-OUVERTURE = GLS-SOLDE-OUVERTURE
                      + GLS-DEBITS - GLS-CREDITS
              MOVE GLS-DEBITS-SUIV TO GLS-DEBITS
              MOVE GLS-CREDITS-SUIV TO GLS-CREDITS
              MOVE 0 TO GLS-DEBITS-SUIV
              MOVE 0 TO GLS-CREDITS-SUIV
              MOVE WS-MOIS-TRT TO GLS-MOIS
           END-IF.
      **************************************************************
      * TOTAUX DES FICHIERS DE DETAIL : SOLDES FCLIENT (COMPTES NON*
      * CLOS), CAPITAL DES ECHEANCES NON REGLEES, CAPITAL DES      *
      * DEPOTS A TERME OUVERTS                                     *
      **************************************************************
        FONCTION-TOTALISER-FICHIERS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD SOLDE TO WS-TOTAL-FCLIENT
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ECHEANC
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF ECH-STATUT NOT = 'P'
                 ADD ECH-PART-CAPITAL TO WS-TOTAL-PRETS
              END-IF
              PERFORM FONCTION-READ-ECHEANC
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-DAT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF DAT-STATUT = 'O'
                 ADD DAT-CAPITAL TO WS-TOTAL-DAT
              END-IF
              PERFORM FONCTION-READ-DAT
           END-PERFORM.
      **************************************************************
      * RAPPROCHEMENT : LES DEPOTS CLIENTELE ET LES DEPOTS A TERME *
      * SONT DES COMPTES DE PASSIF (SOLDE CREDITEUR), LES PRETS UN *
      * COMPTE D'ACTIF (SOLDE DEBITEUR)                            *
      **************************************************************
        FONCTION-RAPPROCHER.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           MOVE WS-CPT-DEPOTS TO GLS-COMPTE-GL
           PERFORM FONCTION-LIRE-SOLDE-GL
           COMPUTE WS-SOLDE-GL = 0 - WS-SOLDE-GL
           MOVE 'DEPOTS' TO WS-PRT-NATURE
           MOVE WS-TOTAL-FCLIENT TO WS-ECART
           PERFORM FONCTION-COMPARER
           MOVE WS-CPT-PRETS TO GLS-COMPTE-GL
           PERFORM FONCTION-LIRE-SOLDE-GL
           MOVE 'PRETS' TO WS-PRT-NATURE
           MOVE WS-TOTAL-PRETS TO WS-ECART
           PERFORM FONCTION-COMPARER
           MOVE WS-CPT-DAT TO GLS-COMPTE-GL
           PERFORM FONCTION-LIRE-SOLDE-GL
           COMPUTE WS-SOLDE-GL = 0 - WS-SOLDE-GL
           MOVE 'DAT' TO WS-PRT-NATURE
           MOVE WS-TOTAL-DAT TO WS-ECART
           PERFORM FONCTION-COMPARER
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- SOLDE DU COMPTE (DEBITS MOINS CREDITS) HORS ECRITURES
      *-- DATEES D'UN MOIS ULTERIEUR
        FONCTION-LIRE-SOLDE-GL.
           MOVE 0 TO WS-SOLDE-GL
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
                 PERFORM FONCTION-BASCULER-MOIS
                 COMPUTE WS-SOLDE-GL = GLS-SOLDE-OUVERTURE
                         + GLS-DEBITS - GLS-CREDITS
           END-READ.
      *-- WS-ECART ARRIVE CHARGE DU TOTAL DES FICHIERS DE DETAIL
        FONCTION-COMPARER.
           MOVE GLS-COMPTE-GL TO WS-PRT-COMPTE-GL
           MOVE WS-SOLDE-GL TO WS-PRT-SOLDE-GL
           MOVE WS-ECART TO WS-PRT-SOLDE-FIC
           COMPUTE WS-ECART = WS-SOLDE-GL - WS-ECART
           IF WS-ECART = 0
              MOVE 'OK' TO WS-PRT-VERDICT
           ELSE
              MOVE 'ECART' TO WS-PRT-VERDICT
              ADD 1 TO WS-CPT-ECARTS
           END-IF
           MOVE WS-LIGNE-RAPPRO TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           IF WS-ECART NOT = 0
              MOVE WS-ECART TO WS-PRT-ECART
              MOVE WS-LIGNE-ECART TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF.
      *-- LA BALANCE EST EDITEE LE DERNIER JOUR OUVRE DU MOIS :
      *-- LE JOUR OUVRE SUIVANT TOMBE DANS UN AUTRE MOIS
        FONCTION-DETECTER-FIN-MOIS.
           IF WS-BALANCE NOT = 'O'
              MOVE 'S' TO WS-CAL-ACTION
              MOVE WS-DATE-TRT TO WS-CAL-DATE
              CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                    WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                    WS-CAL-CR
              IF WS-CAL-CR = '0'
                 AND WS-CAL-DATE(1:7) NOT = WS-DATE-TRT(1:7)
                 MOVE 'O' TO WS-BALANCE
              END-IF
           END-IF.
      **************************************************************
      * BALANCE GENERALE : OUVERTURE, MOUVEMENTS ET SOLDE DU MOIS  *
      * DE CHAQUE COMPTE ; LA SOMME DES SOLDES DOIT ETRE NULLE     *
      **************************************************************
        FONCTION-EDITER-BALANCE.
           MOVE WS-MOIS-TRT TO WS-PRT-MOIS
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-LIGNE-TITRE-BAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-ENTETE-BAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO GLS-COMPTE-GL
           START FGLSOLDE KEY IS >= GLS-COMPTE-GL
              INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM FONCTION-EDITER-COMPTE-GL
              UNTIL WS-END-OF-FILE = 'Y'
           MOVE WS-BAL-OUVERTURE TO WS-PRT-TOT-OUV
           MOVE WS-BAL-DEBITS TO WS-PRT-TOT-DEB
           MOVE WS-BAL-CREDITS TO WS-PRT-TOT-CRE
           MOVE WS-BAL-CLOTURE TO WS-PRT-TOT-CLO
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-TOTAL-BAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           DISPLAY ' COMPTES EN BALANCE : ' WS-CPT-COMPTES-GL
           IF WS-BAL-CLOTURE NOT = 0
              DISPLAY ' BALANCE DESEQUILIBREE : ' WS-BAL-CLOTURE
              ADD 1 TO WS-CPT-ECARTS
           END-IF.
        FONCTION-EDITER-COMPTE-GL.
           READ FGLSOLDE NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF WS-END-OF-FILE = 'N'
              AND GLS-COMPTE-GL NOT = WS-CLE-CONTROLE
              ADD 1 TO WS-CPT-COMPTES-GL
              IF GLS-MOIS < WS-MOIS-TRT
                 PERFORM FONCTION-BASCULER-MOIS
                 REWRITE GLSOLDE
              END-IF
              COMPUTE WS-SOLDE-CLOTURE = GLS-SOLDE-OUVERTURE
                      + GLS-DEBITS - GLS-CREDITS
              MOVE GLS-COMPTE-GL TO WS-PRT-BAL-COMPTE
              MOVE GLS-SOLDE-OUVERTURE TO WS-PRT-BAL-OUV
              MOVE GLS-DEBITS TO WS-PRT-BAL-DEB
              MOVE GLS-CREDITS TO WS-PRT-BAL-CRE
              MOVE WS-SOLDE-CLOTURE TO WS-PRT-BAL-CLO
              MOVE WS-LIGNE-BAL TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
              ADD GLS-SOLDE-OUVERTURE TO WS-BAL-OUVERTURE
              ADD GLS-DEBITS TO WS-BAL-DEBITS
              ADD GLS-CREDITS TO WS-BAL-CREDITS
              ADD WS-SOLDE-CLOTURE TO WS-BAL-CLOTURE
           END-IF.
        FONCTION-READ-ECRITUR.
           READ FECRITUR
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-ECHEANC.
           READ FECHEANC
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-DAT.
           READ FDAT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
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
           MOVE 'QUEST118' TO CTLLOG-JOB
           MOVE ' ECARTS GRAND LIVRE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ECARTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST118' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FECRITUR
           CLOSE FGLSOLDE
           CLOSE FCLIENT
           CLOSE FECHEANC
           CLOSE FDAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
