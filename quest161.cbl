      **************************************************************
      *SAISIE BATCH DES RETOURS DE COURRIER : LA POSTE RENVOIE      *
      *LES RELEVES QUEST20, LES LETTRES DE RELANCE QUEST104, LES    *
      *NOTIFICATIONS DE DESHERENCE QUEST86 ET LES AUTRES COURRIERS  *
      *DONT LE DESTINATAIRE N'HABITE PLUS A L'ADRESSE INDIQUEE.     *
      *CHAQUE RETOUR DU FICHIER FRETOUR (COMPTE, DATE DU RETOUR,    *
      *TYPE DU DOCUMENT REVENU) MARQUE L'ADRESSE STRUCTUREE         *
      *FADRESSE DU COMPTE COMME INVALIDE ('I') AVEC LA DATE ET LE   *
      *TYPE DU DERNIER RETOUR. LES PROGRAMMES DE COURRIER           *
      *N'IMPRIMENT PLUS RIEN POUR CETTE ADRESSE ET CONSIGNENT LEURS *
      *DOCUMENTS DANS LE COURRIER RETENU FCOURRET ; LA LISTE        *
      *HEBDOMADAIRE QUEST162 SIGNALE LES CLIENTS A CONTACTER A LEUR *
      *AGENCE, ET LA CORRECTION DE L'ADRESSE PAR QUEST97 OU PAR LA  *
      *TRANSACTION DE MISE A JOUR LEVE LE MARQUAGE.                 *
      *UN RETOUR SUR UN COMPTE SANS EXTENSION FADRESSE (ADRESSE     *
      *NON CONVERTIE : L'EXTENSION DOIT D'ABORD ETRE CREEE PAR      *
      *QUEST97), DE TYPE DE DOCUMENT INCONNU, SANS DATE OU DATE     *
      *APRES LA DATE DE TRAITEMENT QUEST161-DATE EST REJETE A       *
      *L'ETAT (CODE RETOUR 4).                                      *
      *TYPES DE DOCUMENT : RV RELEVE, DH DESHERENCE, RD RELANCE     *
      *DECOUVERT, IC INJONCTION CHEQUE, MJ MAJORITE, RF             *
      *RECAPITULATIF FRAIS, IR CHEQUE REMIS IMPAYE, RC REFUS DE     *
      *LITIGE CARTE, AU AUTRE COURRIER                              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST161.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FRETOUR ASSIGN TO DDRETOUR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RETOUR.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
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
      *-- RETOUR DE COURRIER, 80 OCTETS
        FD FRETOUR.
        01 RETOUR.
           05 RET-NUM-COMPTE PIC X(6).
           05 RET-DATE-RETOUR PIC X(10).
           05 RET-TYPE-DOC PIC X(2).
           05 FILLER PIC X(62).
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-RETOUR PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- RETOUR COURANT
        01 WS-MOTIF-REJET PIC X(25).
        01 WS-OBSERVATION PIC X(25).
      *-- TYPES DE DOCUMENT POSTAL CONNUS
        01 WS-TYPES-DOC PIC X(18) VALUE 'RVDHRDICMJRFIRRCAU'.
        01 WS-IX-TYPE PIC 9(2).
        01 WS-TYPE-TROUVE PIC X(1).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-RETOURS PIC 9(7) VALUE 0.
        01 WS-CPT-MARQUEES PIC 9(7) VALUE 0.
        01 WS-CPT-REPETES PIC 9(7) VALUE 0.
        01 WS-CPT-REJETES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST161'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST161'.
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
              '     SAISIE DES RETOURS DE COURRIER'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' COMPTE DATE RETOUR TY NOM        OBSERV'.
           05 FILLER PIC X(38) VALUE 'ATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-RETOUR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(25).
           05 FILLER PIC X(20) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FRETOUR
           IF FS-RETOUR = '00'
              DISPLAY ' FILE RETOUR OPEN SUCCES : ' FS-RETOUR
           ELSE
              MOVE 'FRETOUR' TO WS-ERR-FICHIER
              MOVE FS-RETOUR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FADRESSE
           IF FS-ADRESSE = '00'
              DISPLAY ' FILE ADRESSE OPEN SUCCES : ' FS-ADRESSE
           ELSE
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
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
              READ FRETOUR
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-RETOUR
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST161-DATE' TO WS-PARAM-CLE
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
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-TRT.
      **************************************************************
      * RETOUR DE COURRIER : CONTROLE PUIS MARQUAGE DE L'ADRESSE   *
      * FADRESSE DU COMPTE. UN NOUVEAU RETOUR SUR UNE ADRESSE DEJA *
      * INVALIDE MET A JOUR LA DATE ET LE TYPE DU DERNIER RETOUR   *
      **************************************************************
        FONCTION-TRAITER-RETOUR.
           ADD 1 TO WS-CPT-RETOURS
           PERFORM FONCTION-CONTROLER-RETOUR
           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-CPT-REJETES
              MOVE WS-MOTIF-REJET TO WS-OBSERVATION
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              PERFORM FONCTION-MARQUER-ADRESSE
           END-IF
           PERFORM FONCTION-PRINT-RETOUR.
        FONCTION-CONTROLER-RETOUR.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE 'N' TO WS-TYPE-TROUVE
           PERFORM VARYING WS-IX-TYPE FROM 1 BY 2
                   UNTIL WS-IX-TYPE > 17
              IF WS-TYPES-DOC(WS-IX-TYPE:2) = RET-TYPE-DOC
                 MOVE 'O' TO WS-TYPE-TROUVE
              END-IF
           END-PERFORM
           IF WS-TYPE-TROUVE = 'N'
              MOVE 'TYPE DOCUMENT INCONNU' TO WS-MOTIF-REJET
           END-IF
           IF RET-DATE-RETOUR = SPACES
              MOVE 'DATE RETOUR ABSENTE' TO WS-MOTIF-REJET
           END-IF
           IF RET-DATE-RETOUR > WS-DATE-TRT
              MOVE 'DATE RETOUR FUTURE' TO WS-MOTIF-REJET
           END-IF
           MOVE RET-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE 'ADRESSE NON CONVERTIE' TO WS-MOTIF-REJET
           END-READ.
        FONCTION-MARQUER-ADRESSE.
           IF ADR-STATUT = 'I'
              ADD 1 TO WS-CPT-REPETES
              MOVE 'RETOUR REPETE' TO WS-OBSERVATION
           ELSE
              ADD 1 TO WS-CPT-MARQUEES
              MOVE 'ADRESSE MARQUEE INVALIDE' TO WS-OBSERVATION
           END-IF
           MOVE 'I' TO ADR-STATUT
           IF RET-DATE-RETOUR > ADR-DATE-RETOUR
              OR ADR-DATE-RETOUR = SPACES
              MOVE RET-DATE-RETOUR TO ADR-DATE-RETOUR
              MOVE RET-TYPE-DOC TO ADR-TYPE-DOC
           END-IF
           REWRITE ADRESSE-EXT
           IF FS-ADRESSE NOT = '00'
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
              MOVE 'FONCTION-MARQUER-ADRESSE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
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
        FONCTION-PRINT-RETOUR.
           MOVE RET-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'INCONNU' TO WS-PRT-NOM
              NOT INVALID KEY
                 MOVE NOM-CLIENT TO WS-PRT-NOM
           END-READ
           MOVE RET-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE RET-DATE-RETOUR TO WS-PRT-DATE-RETOUR
           MOVE RET-TYPE-DOC TO WS-PRT-TYPE-DOC
           MOVE WS-OBSERVATION TO WS-PRT-OBSERVATION
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'RETOURS LUS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-RETOURS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'ADRESSES MARQUEES INVALIDES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-MARQUEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'RETOURS REPETES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REPETES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'RETOURS REJETES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REJETES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 6 TO WS-CPT-LIGNES-TOT
           DISPLAY ' RETOURS LUS        : ' WS-CPT-RETOURS
           DISPLAY ' ADRESSES MARQUEES  : ' WS-CPT-MARQUEES
           DISPLAY ' RETOURS REPETES    : ' WS-CPT-REPETES
           DISPLAY ' RETOURS REJETES    : ' WS-CPT-REJETES.
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
           MOVE 'QUEST161' TO CTLLOG-JOB
           MOVE ' ADRESSES MARQUEES INVALIDES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-MARQUEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST161' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FRETOUR
           CLOSE FADRESSE
           CLOSE FCLIENT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
