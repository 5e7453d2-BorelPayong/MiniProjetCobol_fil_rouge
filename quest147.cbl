      **************************************************************
      *PROGRAMME DE TRAITEMENT DES REPONSES DU RESEAU CARTE AUX     *
      *DEMANDES DE REMBOURSEMENT EMISES PAR QUEST146. LE FICHIER DES*
      *REPONSES FREPLIT EST D'ABORD CONTROLE EN ENTIER CONTRE SON   *
      *ENREGISTREMENT DE FIN (NOMBRE ET TOTAL EN CENTIMES) : UN     *
      *FICHIER EN ECART OU SANS FIN N'EST PAS TRAITE (CODE RETOUR   *
      *8). CHAQUE REPONSE EST ENSUITE RAPPROCHEE DE SON LITIGE DANS *
      *FLITIGE PAR LA REFERENCE DU REGLEMENT CONTESTE ; LE LITIGE   *
      *DOIT AVOIR ETE EMIS (STATUT 'E' OU 'P'), LE MONTANT CONCORDER*
      *ET LA DECISION ETRE 'A' OU 'R', SINON LA REPONSE VA EN       *
      *ANOMALIE AU COMPTE-RENDU (CODE RETOUR 4).                    *
      *DECISION 'A' (ACCEPTEE) : LE CREDIT PROVISOIRE DEJA PASSE    *
      *(STATUT 'P') DEVIENT DEFINITIF ; S'IL N'ETAIT PAS ENCORE     *
      *PASSE (STATUT 'E'), LE CREDIT DU MONTANT CONTESTE EST PASSE  *
      *(NATURE 'LIT'). LE LITIGE PASSE AU STATUT 'A'.               *
      *DECISION 'R' (REFUSEE) : LE CREDIT PROVISOIRE EVENTUEL EST   *
      *EXTOURNE PAR UN DEBIT DE NATURE 'LIT' ; LE LITIGE PASSE AU   *
      *STATUT 'R' AVEC LE MOTIF DU RESEAU ; UN AVIS 'L' PART DANS   *
      *L'EXTRAIT FNOTIF (FORMAT QUEST83) QUAND LE CLIENT A UN EMAIL *
      *OU UN TELEPHONE, ET UNE LETTRE EST EDITEE A SON ADRESSE      *
      *(EXTENSION FADRESSE, SINON ZONE ADRESSE DE LA FICHE) AVEC LE *
      *MOTIF EN CLAIR.                                              *
      *LES MOUVEMENTS FORMENT UN LOT MOUVEM PRET POUR LE CONTROLE   *
      *D'ENTREE QUEST33, DATES DU JOUR DE TRAITEMENT (PARAMETRE     *
      *QUEST147-DATE), CODE AGENCE DU PARAMETRE QUEST147-AGENCE.    *
      *FORMAT REPONSES (80 OCTETS) :                                *
      *  'H' + DATE AAAAMMJJ(8) + BANQUE EMETTRICE(5)               *
      *  'D' + REFERENCE(8) + DECISION(1) + MONTANT CENTIMES(10)    *
      *      + MOTIF RESEAU(2)                                      *
      *  'T' + NOMBRE(7) + TOTAL CENTIMES(13)                       *
      *UN DESTINATAIRE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE *
      *PAR UN RETOUR DE COURRIER (QUEST161) NE RECOIT PAS LA LETTRE,*
      *QUI EST CONSIGNEE DANS LE COURRIER RETENU FCOURRET (TYPE     *
      *'RC') POUR REEMISSION APRES CORRECTION DE L'ADRESSE ; L'AVIS *
      *FNOTIF PART DANS TOUS LES CAS                                *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST147.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FREPLIT ASSIGN TO DDREPLIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPLIT.
           SELECT FLITIGE ASSIGN TO DDLITIGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LIT-REF-MOUV
           FILE STATUS IS FS-LITIGE.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
           SELECT FNOTIF ASSIGN TO DDNOTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTIF.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FPRTLIT ASSIGN TO DDPRTLIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRTLIT.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
           SELECT FCOURRET ASSIGN TO DDCOURET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COURRET.
        DATA DIVISION.
        FILE SECTION.
        FD FREPLIT.
        01 REPLIT.
           05 REP-ENR PIC X(80).
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
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FNOTIF.
        01 NOTIF.
           05 NOT-NUM-COMPTE PIC X(6).
           05 NOT-TYPE PIC X(1).
           05 NOT-EMAIL PIC X(9).
           05 NOT-TEL PIC X(10).
           05 NOT-MONTANT PIC 9(8)V99.
           05 NOT-SEUIL PIC 9(8)V99.
           05 NOT-DATE PIC X(10).
           05 NOT-MESSAGE PIC X(24).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FPRTLIT.
        01 REC-LIT.
           05 ENR-LIT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 WS-REPLIT.
           05 WS-REP-TYPE PIC X(1).
           05 FILLER PIC X(79).
        01 WS-REP-DATA REDEFINES WS-REPLIT.
           05 FILLER PIC X(1).
           05 WS-REP-REFERENCE PIC X(8).
           05 WS-REP-REFERENCE-N REDEFINES WS-REP-REFERENCE
              PIC 9(8).
           05 WS-REP-DECISION PIC X(1).
           05 WS-REP-MONTANT PIC X(10).
           05 WS-REP-MONTANT-N REDEFINES WS-REP-MONTANT
              PIC 9(8)V99.
           05 WS-REP-MOTIF PIC X(2).
           05 FILLER PIC X(58).
        01 WS-REP-TRL REDEFINES WS-REPLIT.
           05 FILLER PIC X(1).
           05 WS-TRL-NBRE PIC 9(7).
           05 WS-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59).
        01 FS-REPLIT PIC X(2).
        01 FS-LITIGE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-NOTIF PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-PRTLIT PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-COURRET PIC X(2).
           COPY WSERREUR.
        01 WS-ADRESSE-INVALIDE PIC X(1).
        01 WS-CPT-RETENUS PIC 9(7) VALUE 0.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-TRL-VU PIC X(1).
        01 WS-CPT-DATA PIC 9(7) VALUE 0.
        01 WS-TOTAL-DATA PIC 9(11)V99 VALUE 0.
        01 WS-TRL-NBRE-ANNONCE PIC 9(7) VALUE 0.
        01 WS-TRL-TOTAL-ANNONCE PIC 9(11)V99 VALUE 0.
        01 WS-DATE-TRT PIC X(10).
        01 WS-AGENCE PIC X(3).
        01 WS-STATUT-AVANT PIC X(1).
        01 WS-MOTIF-ANOMALIE PIC X(30).
        01 WS-LIBELLE-MOTIF PIC X(30).
        01 WS-CLIENT-TROUVE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-ACCEPTES PIC 9(7) VALUE 0.
        01 WS-CPT-REFUSES PIC 9(7) VALUE 0.
        01 WS-CPT-CREDITS PIC 9(7) VALUE 0.
        01 WS-CPT-EXTOURNES PIC 9(7) VALUE 0.
        01 WS-CPT-AVIS PIC 9(7) VALUE 0.
        01 WS-CPT-LETTRES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-TOTAL-CREDITE PIC 9(11)V99 VALUE 0.
        01 WS-TOTAL-EXTOURNE PIC 9(11)V99 VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST147'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST147'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
      *-- LETTRE D'AVIS DE REFUS DE LA CONTESTATION
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(48) VALUE
              ' AVIS DE REFUS DE CONTESTATION CARTE '.
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(54) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-ADR-NUMERO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-RUE PIC X(25).
           05 FILLER PIC X(44) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-ADR-CP PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-VILLE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-PAYS PIC X(10).
           05 FILLER PIC X(43) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(8) VALUE ' COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(38) VALUE
              ' : VOTRE CONTESTATION DU REGLEMENT N. '.
           05 WS-PRT-REFERENCE PIC X(8).
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(4) VALUE ' DU '.
           05 WS-PRT-DATE-ORIGINE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIBELLE PIC X(15).
           05 FILLER PIC X(12) VALUE ' CONTESTE A '.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(51) VALUE
              ' A ETE REFUSEE PAR LE RESEAU CARTE POUR LE MOTIF :'.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS4.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-MOTIF PIC X(2).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-PRT-LIBELLE-MOTIF PIC X(30).
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS5.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(50) VALUE
              ' LE CREDIT PROVISOIRE PORTE SUR VOTRE COMPTE EST '.
           05 FILLER PIC X(11) VALUE 'ANNULE LE '.
           05 WS-PRT-DATE-EXTOURNE PIC X(10).
           05 FILLER PIC X(7) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
      *-- COMPTE-RENDU DES REPONSES DU RESEAU
        01 WS-LIT-LIGNE01 PIC X(80) VALUE ALL '-'.
        01 WS-LIT-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' REPONSES DU RESEAU AUX CONTESTATIONS '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIT-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(34) VALUE
              ' COMPTE REFERENCE D    MONTANT MO'.
           05 FILLER PIC X(44) VALUE
              ' OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIT-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-REFERENCE PIC X(8).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-DET-DECISION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-MOTIF PIC X(2).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-DET-OBSERVATION PIC X(30).
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIT-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(16) VALUE ' REPONSES LUES :'.
           05 WS-PRT-CPT-LUS PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE ' ACCEPTEES : '.
           05 WS-PRT-CPT-ACCEPTES PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE ' REFUSEES :'.
           05 WS-PRT-CPT-REFUSES PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE ' ANO :'.
           05 WS-PRT-CPT-ANOMALIES PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIT-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ' TOTAL CREDITE : '.
           05 WS-PRT-TOTAL-CREDITE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(18) VALUE ' TOTAL EXTOURNE : '.
           05 WS-PRT-TOTAL-EXTOURNE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(15) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIT-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(18) VALUE ' AVIS EMIS : '.
           05 WS-PRT-CPT-AVIS PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE ' LETTRES EDITEES :'.
           05 WS-PRT-CPT-LETTRES PIC ZZZZZZ9.
           05 FILLER PIC X(28) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FREPLIT
           IF FS-REPLIT = '00'
              DISPLAY ' FILE REPLIT OPEN SUCCES : ' FS-REPLIT
           ELSE
              MOVE 'FREPLIT' TO WS-ERR-FICHIER
              MOVE FS-REPLIT TO WS-ERR-STATUT
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
           OPEN OUTPUT FNOTIF
           IF FS-NOTIF = '00'
              DISPLAY ' FILE NOTIF OPEN SUCCES : ' FS-NOTIF
           ELSE
              MOVE 'FNOTIF' TO WS-ERR-FICHIER
              MOVE FS-NOTIF TO WS-ERR-STATUT
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
           OPEN OUTPUT FPRTLIT
           IF FS-PRTLIT = '00'
              DISPLAY ' FILE PRTLIT OPEN SUCCES : ' FS-PRTLIT
           ELSE
              MOVE 'FPRTLIT' TO WS-ERR-FICHIER
              MOVE FS-PRTLIT TO WS-ERR-STATUT
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
           OPEN EXTEND FCOURRET
           IF FS-COURRET = '00'
              DISPLAY ' FILE COURRET OPEN SUCCES : ' FS-COURRET
           ELSE
              MOVE 'FCOURRET' TO WS-ERR-FICHIER
              MOVE FS-COURRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-CONTROLER-FICHIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-REPLIT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF WS-REP-TYPE = 'D'
                 ADD 1 TO WS-CPT-LUS
                 PERFORM FONCTION-TRAITER-REPONSE
              END-IF
              PERFORM FONCTION-READ-REPLIT
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT ET AGENCE DU LOT OBLIGATOIRES           *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST147-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST147-AGENCE' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0' OR WS-PARAM-VALEUR = SPACES
              DISPLAY ' CODE AGENCE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:3) TO WS-AGENCE.
      **************************************************************
      * PREMIER PASSAGE : LE FICHIER RECU DOIT ETRE COMPLET ET     *
      * CONFORME A SON ENREGISTREMENT DE FIN AVANT TOUTE ECRITURE  *
      * SUR LES COMPTES ; IL EST ENSUITE REOUVERT POUR LE          *
      * TRAITEMENT                                                 *
      **************************************************************
        FONCTION-CONTROLER-FICHIER.
           MOVE 'N' TO WS-TRL-VU
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-REPLIT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              EVALUATE WS-REP-TYPE
                 WHEN 'D'
                    ADD 1 TO WS-CPT-DATA
                    IF WS-REP-MONTANT NUMERIC
                       ADD WS-REP-MONTANT-N TO WS-TOTAL-DATA
                    END-IF
                 WHEN 'T'
                    MOVE 'O' TO WS-TRL-VU
                    MOVE WS-TRL-NBRE TO WS-TRL-NBRE-ANNONCE
                    MOVE WS-TRL-TOTAL TO WS-TRL-TOTAL-ANNONCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM FONCTION-READ-REPLIT
           END-PERFORM
           IF WS-TRL-VU NOT = 'O'
              DISPLAY ' ENREGISTREMENT DE FIN DES REPONSES ABSENT '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-CPT-DATA NOT = WS-TRL-NBRE-ANNONCE
              OR WS-TOTAL-DATA NOT = WS-TRL-TOTAL-ANNONCE
              DISPLAY ' CONTROLES DES REPONSES EN ECART : LUES '
                      WS-CPT-DATA ' / ANNONCEES '
                      WS-TRL-NBRE-ANNONCE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           CLOSE FREPLIT
           OPEN INPUT FREPLIT
           IF FS-REPLIT NOT = '00'
              MOVE 'FREPLIT' TO WS-ERR-FICHIER
              MOVE FS-REPLIT TO WS-ERR-STATUT
              MOVE 'FONCTION-CONTROLER-FICHIER' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * RAPPROCHEMENT DE LA REPONSE AVEC SON LITIGE PUIS           *
      * CONFIRMATION OU EXTOURNE DU CREDIT                         *
      **************************************************************
        FONCTION-TRAITER-REPONSE.
           MOVE SPACES TO WS-MOTIF-ANOMALIE
           IF WS-REP-REFERENCE NOT NUMERIC
              MOVE 'LITIGE INCONNU' TO WS-MOTIF-ANOMALIE
           ELSE
              MOVE WS-REP-REFERENCE-N TO LIT-REF-MOUV
              READ FLITIGE
                 INVALID KEY
                    MOVE 'LITIGE INCONNU' TO WS-MOTIF-ANOMALIE
              END-READ
           END-IF
           IF WS-MOTIF-ANOMALIE = SPACES
              EVALUATE LIT-STATUT
                 WHEN 'E'
                    CONTINUE
                 WHEN 'P'
                    CONTINUE
                 WHEN 'A'
                    MOVE 'LITIGE DEJA REPONDU' TO WS-MOTIF-ANOMALIE
                 WHEN 'R'
                    MOVE 'LITIGE DEJA REPONDU' TO WS-MOTIF-ANOMALIE
                 WHEN OTHER
                    MOVE 'LITIGE NON EMIS' TO WS-MOTIF-ANOMALIE
              END-EVALUATE
           END-IF
           IF WS-MOTIF-ANOMALIE = SPACES
              IF WS-REP-MONTANT NOT NUMERIC
                 MOVE 'MONTANT INEXPLOITABLE' TO WS-MOTIF-ANOMALIE
              ELSE
                 IF WS-REP-MONTANT-N NOT = LIT-MONTANT
                    MOVE 'MONTANT EN ECART' TO WS-MOTIF-ANOMALIE
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIF-ANOMALIE = SPACES
              AND WS-REP-DECISION NOT = 'A'
              AND WS-REP-DECISION NOT = 'R'
              MOVE 'DECISION INCONNUE' TO WS-MOTIF-ANOMALIE
           END-IF
           IF WS-MOTIF-ANOMALIE = SPACES
              MOVE LIT-STATUT TO WS-STATUT-AVANT
              IF WS-REP-DECISION = 'A'
                 PERFORM FONCTION-ACCEPTER-LITIGE
              ELSE
                 PERFORM FONCTION-LIBELLER-MOTIF
                 PERFORM FONCTION-REFUSER-LITIGE
                 PERFORM FONCTION-NOTIFIER-CLIENT
              END-IF
           ELSE
              ADD 1 TO WS-CPT-ANOMALIES
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
              IF WS-MOTIF-ANOMALIE = 'LITIGE INCONNU'
                 MOVE SPACES TO LIT-NUM-COMPTE
              END-IF
              MOVE WS-MOTIF-ANOMALIE TO WS-DET-OBSERVATION
           END-IF
           MOVE LIT-NUM-COMPTE TO WS-DET-COMPTE
           MOVE WS-REP-REFERENCE TO WS-DET-REFERENCE
           MOVE WS-REP-DECISION TO WS-DET-DECISION
           IF WS-REP-MONTANT NUMERIC
              MOVE WS-REP-MONTANT-N TO WS-DET-MONTANT
           ELSE
              MOVE 0 TO WS-DET-MONTANT
           END-IF
           MOVE WS-REP-MOTIF TO WS-DET-MOTIF
           MOVE WS-LIT-DETAIL TO REC-LIT
           WRITE REC-LIT.
      *-- CODES MOTIF DE REFUS DU RESEAU CARTE
        FONCTION-LIBELLER-MOTIF.
           EVALUATE WS-REP-MOTIF
              WHEN '01'
                 MOVE 'JUSTIFICATIF DU COMMERCANT' TO WS-LIBELLE-MOTIF
              WHEN '02'
                 MOVE 'DELAI DE CONTESTATION DEPASSE'
                      TO WS-LIBELLE-MOTIF
              WHEN '03'
                 MOVE 'OPERATION AUTHENTIFIEE' TO WS-LIBELLE-MOTIF
              WHEN '04'
                 MOVE 'REMBOURSEMENT DEJA EFFECTUE' TO WS-LIBELLE-MOTIF
              WHEN '05'
                 MOVE 'DOSSIER INCOMPLET' TO WS-LIBELLE-MOTIF
              WHEN OTHER
                 MOVE 'AUTRE MOTIF' TO WS-LIBELLE-MOTIF
           END-EVALUATE.
      **************************************************************
      * CONTESTATION ACCEPTEE : LE CREDIT EST PASSE S'IL NE L'A    *
      * PAS ENCORE ETE A TITRE PROVISOIRE                          *
      **************************************************************
        FONCTION-ACCEPTER-LITIGE.
           ADD 1 TO WS-CPT-ACCEPTES
           IF WS-STATUT-AVANT = 'E'
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
              ADD 1 TO WS-CPT-CREDITS
              ADD LIT-MONTANT TO WS-TOTAL-CREDITE
              MOVE WS-DATE-TRT TO LIT-DATE-CREDIT
              MOVE 'ACCEPTE - CREDIT PASSE' TO WS-DET-OBSERVATION
           ELSE
              MOVE 'ACCEPTE - CREDIT CONFIRME' TO WS-DET-OBSERVATION
           END-IF
           MOVE 'A' TO LIT-STATUT
           MOVE WS-DATE-TRT TO LIT-DATE-REPONSE
           MOVE WS-REP-MOTIF TO LIT-MOTIF-RESEAU
           PERFORM FONCTION-REECRIRE-LITIGE.
      **************************************************************
      * CONTESTATION REFUSEE : EXTOURNE DU CREDIT PROVISOIRE S'IL  *
      * A ETE PASSE                                                *
      **************************************************************
        FONCTION-REFUSER-LITIGE.
           ADD 1 TO WS-CPT-REFUSES
           IF WS-STATUT-AVANT = 'P'
              MOVE SPACES TO MOUVEM
              MOVE LIT-NUM-COMPTE TO NUM-COMPTE
              MOVE 'REFUS  ' TO LIBELLE-MOUV(1:7)
              MOVE LIT-REF-MOUV TO LIBELLE-MOUV(8:8)
              MOVE LIT-MONTANT TO MONT-MOUV
              MOVE 'DB' TO SENS-MOUV
              MOVE 'LIT' TO NAT-MOUV
              MOVE WS-DATE-TRT TO DATE-MOUV
              MOVE 0 TO REF-MOUV
              MOVE WS-AGENCE TO CODE-AGENCE
              WRITE MOUVEM
              ADD 1 TO WS-CPT-EXTOURNES
              ADD LIT-MONTANT TO WS-TOTAL-EXTOURNE
              MOVE 'REFUSE - CREDIT EXTOURNE' TO WS-DET-OBSERVATION
           ELSE
              MOVE 'REFUSE' TO WS-DET-OBSERVATION
           END-IF
           MOVE 'R' TO LIT-STATUT
           MOVE WS-DATE-TRT TO LIT-DATE-REPONSE
           MOVE WS-REP-MOTIF TO LIT-MOTIF-RESEAU
           PERFORM FONCTION-REECRIRE-LITIGE.
        FONCTION-REECRIRE-LITIGE.
           REWRITE LITIGE
           IF FS-LITIGE NOT = '00'
              MOVE 'FLITIGE' TO WS-ERR-FICHIER
              MOVE FS-LITIGE TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-LITIGE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * AVIS ELECTRONIQUE QUAND LE CLIENT A UN EMAIL OU UN         *
      * TELEPHONE, LETTRE DANS TOUS LES CAS                        *
      **************************************************************
        FONCTION-NOTIFIER-CLIENT.
           MOVE LIT-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'N' TO WS-CLIENT-TROUVE
                 MOVE SPACES TO CLIENT
              NOT INVALID KEY
                 MOVE 'O' TO WS-CLIENT-TROUVE
           END-READ
           IF WS-CLIENT-TROUVE = 'O'
              AND (EMAIL-CLIENT NOT = SPACES
                   OR TEL-CLIENT NOT = SPACES)
              MOVE LIT-NUM-COMPTE TO NOT-NUM-COMPTE
              MOVE 'L' TO NOT-TYPE
              MOVE EMAIL-CLIENT TO NOT-EMAIL
              MOVE TEL-CLIENT TO NOT-TEL
              MOVE LIT-MONTANT TO NOT-MONTANT
              MOVE 0 TO NOT-SEUIL
              MOVE WS-DATE-TRT TO NOT-DATE
              MOVE 'CONTESTATION REFUSEE' TO NOT-MESSAGE
              WRITE NOTIF
              ADD 1 TO WS-CPT-AVIS
           END-IF
           PERFORM FONCTION-EMETTRE-LETTRE.
        FONCTION-EMETTRE-LETTRE.
           PERFORM FONCTION-CONTROLER-ADRESSE
           IF WS-ADRESSE-INVALIDE = 'O'
              PERFORM FONCTION-RETENIR-COURRIER
           ELSE
              PERFORM FONCTION-IMPRIMER-LETTRE
           END-IF.
        FONCTION-IMPRIMER-LETTRE.
           ADD 1 TO WS-CPT-LETTRES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT
           MOVE NOM-CLIENT TO WS-PRT-NOM
           MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
           MOVE WS-LIGNE-DEST1 TO REC-PRT
           WRITE REC-PRT
           MOVE LIT-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE SPACES TO WS-PRT-ADR-NUMERO
                 MOVE ADRESSE TO WS-PRT-ADR-RUE
                 MOVE SPACES TO WS-PRT-ADR-CP
                 MOVE SPACES TO WS-PRT-ADR-VILLE
                 MOVE SPACES TO WS-PRT-ADR-PAYS
              NOT INVALID KEY
                 MOVE ADR-NUMERO TO WS-PRT-ADR-NUMERO
                 MOVE ADR-RUE TO WS-PRT-ADR-RUE
                 MOVE ADR-CODE-POSTAL TO WS-PRT-ADR-CP
                 MOVE ADR-VILLE TO WS-PRT-ADR-VILLE
                 MOVE ADR-PAYS TO WS-PRT-ADR-PAYS
           END-READ
           MOVE WS-LIGNE-DEST2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-DEST3 TO REC-PRT
           WRITE REC-PRT
           MOVE LIT-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE LIT-REF-MOUV TO WS-PRT-REFERENCE
           MOVE WS-LIGNE-CORPS1 TO REC-PRT
           WRITE REC-PRT
           MOVE LIT-DATE-ORIGINE TO WS-PRT-DATE-ORIGINE
           MOVE LIT-LIBELLE-ORIGINE TO WS-PRT-LIBELLE
           MOVE LIT-MONTANT TO WS-PRT-MONTANT
           MOVE WS-LIGNE-CORPS2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CORPS3 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-REP-MOTIF TO WS-PRT-MOTIF
           MOVE WS-LIBELLE-MOTIF TO WS-PRT-LIBELLE-MOTIF
           MOVE WS-LIGNE-CORPS4 TO REC-PRT
           WRITE REC-PRT
           ADD 9 TO WS-CPT-LIGNES-TOT
           IF WS-STATUT-AVANT = 'P'
              MOVE WS-DATE-TRT TO WS-PRT-DATE-EXTOURNE
              MOVE WS-LIGNE-CORPS5 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-REPLIT.
           READ FREPLIT INTO WS-REPLIT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIT-LIGNE01 TO REC-LIT
           WRITE REC-LIT AFTER ADVANCING PAGE
           MOVE WS-LIT-LIGNE02 TO REC-LIT
           WRITE REC-LIT
           MOVE WS-LIT-LIGNE01 TO REC-LIT
           WRITE REC-LIT
           MOVE WS-LIT-LIGNE03 TO REC-LIT
           WRITE REC-LIT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-LUS TO WS-PRT-CPT-LUS
           MOVE WS-CPT-ACCEPTES TO WS-PRT-CPT-ACCEPTES
           MOVE WS-CPT-REFUSES TO WS-PRT-CPT-REFUSES
           MOVE WS-CPT-ANOMALIES TO WS-PRT-CPT-ANOMALIES
           MOVE WS-LIT-LIGNE05 TO REC-LIT
           WRITE REC-LIT AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-CREDITE TO WS-PRT-TOTAL-CREDITE
           MOVE WS-TOTAL-EXTOURNE TO WS-PRT-TOTAL-EXTOURNE
           MOVE WS-LIT-LIGNE06 TO REC-LIT
           WRITE REC-LIT
           MOVE WS-CPT-AVIS TO WS-PRT-CPT-AVIS
           MOVE WS-CPT-LETTRES TO WS-PRT-CPT-LETTRES
           MOVE WS-LIT-LIGNE07 TO REC-LIT
           WRITE REC-LIT
           MOVE WS-LIT-LIGNE01 TO REC-LIT
           WRITE REC-LIT
           DISPLAY ' CONTESTATIONS ACCEPTEES : ' WS-CPT-ACCEPTES
           DISPLAY ' CONTESTATIONS REFUSEES  : ' WS-CPT-REFUSES
           DISPLAY ' REPONSES EN ANOMALIE    : ' WS-CPT-ANOMALIES.
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
           MOVE 'QUEST147' TO CTLLOG-JOB
           MOVE ' CONTESTATIONS CARTE ACCEPTEES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ACCEPTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST147' TO CTLLOG-JOB
           MOVE ' CONTESTATIONS CARTE REFUSEES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-REFUSES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST147' TO CTLLOG-JOB
           MOVE ' REPONSES RESEAU EN ANOMALIE' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ANOMALIES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST147' TO CTLLOG-JOB
           MOVE ' COURRIERS RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- UNE ADRESSE FADRESSE MARQUEE INVALIDE PAR UN RETOUR DE
      *-- COURRIER (QUEST161) NE RECOIT PLUS DE DOCUMENT POSTAL :
      *-- LE DOCUMENT EST CONSIGNE DANS LE COURRIER RETENU FCOURRET
      *-- POUR REEMISSION PAR L'AGENCE APRES CORRECTION
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE LIT-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ADR-STATUT = 'I'
                    MOVE 'O' TO WS-ADRESSE-INVALIDE
                 END-IF
           END-READ.
        FONCTION-RETENIR-COURRIER.
           ADD 1 TO WS-CPT-RETENUS
           MOVE SPACES TO COURRET-REC
           MOVE LIT-NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-DATE-TRT TO COURRET-DATE
           MOVE 'QUEST147' TO COURRET-JOB
           MOVE 'RC' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'CONTESTATION CARTE REFUSEE' TO COURRET-REFERENCE
           WRITE COURRET-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST147' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FREPLIT
           CLOSE FLITIGE
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FMOUVEM
           CLOSE FNOTIF
           CLOSE FPRINT
           CLOSE FPRTLIT
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
