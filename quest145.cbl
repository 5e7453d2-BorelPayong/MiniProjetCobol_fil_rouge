      **************************************************************
      *PROGRAMME DE TRAITEMENT DES RETOURS IMPAYES DE LA CHAMBRE DE *
      *COMPENSATION SUR LES CHEQUES REMIS PAR QUEST144. LE FICHIER  *
      *DES RETOURS FRETCOM EST D'ABORD CONTROLE EN ENTIER CONTRE    *
      *SON ENREGISTREMENT DE FIN (NOMBRE ET TOTAL EN CENTIMES) : UN *
      *FICHIER EN ECART OU SANS FIN N'EST PAS TRAITE (CODE RETOUR   *
      *8). CHAQUE RETOUR EST ENSUITE RAPPROCHE DE SA REMISE DANS    *
      *FREMCHQ PAR LA REFERENCE PORTEE A L'ALLER ; LA REMISE DOIT   *
      *ETRE AU STATUT 'R' ET LE MONTANT ET LE NUMERO DE CHEQUE      *
      *CONCORDER, SINON LE RETOUR VA EN ANOMALIE AU COMPTE-RENDU    *
      *(CODE RETOUR 4). POUR UN RETOUR RAPPROCHE :                  *
      *  - LE CREDIT SOUS RESERVE EST CONTRE-PASSE PAR UN DEBIT DE  *
      *    NATURE 'IMP' PORTANT LE NUMERO DE CHEQUE ET LE CODE      *
      *    MOTIF DE REJET EN LIBELLE ;                              *
      *  - LES FRAIS D'IMPAYE DU BAREME FTARIF (NATURE 'FRJ') SONT  *
      *    DEBITES, S'IL EN EXISTE UN ;                             *
      *  - LA REMISE PASSE AU STATUT 'I' AVEC LE MOTIF ET LA DATE   *
      *    DU RETOUR ;                                              *
      *  - UN AVIS 'I' PART DANS L'EXTRAIT FNOTIF (FORMAT QUEST83)  *
      *    QUAND LE CLIENT A UN EMAIL OU UN TELEPHONE, ET UNE       *
      *    LETTRE EST EDITEE A SON ADRESSE (EXTENSION FADRESSE,     *
      *    SINON ZONE ADRESSE DE LA FICHE) AVEC LE MOTIF EN CLAIR.  *
      *LES MOUVEMENTS FORMENT UN LOT MOUVEM PRET POUR LE CONTROLE   *
      *D'ENTREE QUEST33, DATES DU JOUR DE TRAITEMENT (PARAMETRE     *
      *QUEST145-DATE), CODE AGENCE DU PARAMETRE QUEST145-AGENCE.    *
      *FORMAT RETOURS (80 OCTETS) :                                 *
      *  'H' + DATE AAAAMMJJ(8) + BANQUE EMETTRICE(5)               *
      *  'R' + REFERENCE REMISE(15) + CHEQUE(7)                     *
      *      + MONTANT CENTIMES(10) + MOTIF(2)                      *
      *  'T' + NOMBRE(7) + TOTAL CENTIMES(13)                       *
      *UN DESTINATAIRE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE *
      *PAR UN RETOUR DE COURRIER (QUEST161) NE RECOIT PAS LA LETTRE,*
      *QUI EST CONSIGNEE DANS LE COURRIER RETENU FCOURRET (TYPE     *
      *'IR') POUR REEMISSION APRES CORRECTION DE L'ADRESSE ; L'AVIS *
      *FNOTIF PART DANS TOUS LES CAS                                *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST145.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FRETCOM ASSIGN TO DDRETCOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETCOM.
           SELECT FREMCHQ ASSIGN TO DDREMCHQ
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS REM-CLE
           FILE STATUS IS FS-REMCHQ.
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
           SELECT FTARIF ASSIGN TO DDTARIF
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-NAT-MOUV
           FILE STATUS IS FS-TARIF.
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
           SELECT FPRTRET ASSIGN TO DDPRTRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRTRET.
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
        FD FRETCOM.
        01 RETCOM.
           05 RET-ENR PIC X(80).
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
        FD FTARIF.
        01 TARIF.
           05 TAR-NAT-MOUV PIC X(3).
           05 TAR-MONTANT PIC 9(4)V99.
           05 FILLER PIC X(71).
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
        FD FPRTRET.
        01 REC-RET.
           05 ENR-RET PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 WS-RETCOM.
           05 WS-RET-TYPE PIC X(1).
           05 FILLER PIC X(79).
        01 WS-RET-DATA REDEFINES WS-RETCOM.
           05 FILLER PIC X(1).
           05 WS-RET-REFERENCE PIC X(15).
           05 WS-RET-NUM-CHEQUE PIC X(7).
           05 WS-RET-MONTANT PIC X(10).
           05 WS-RET-MONTANT-N REDEFINES WS-RET-MONTANT
              PIC 9(8)V99.
           05 WS-RET-MOTIF PIC X(2).
           05 FILLER PIC X(45).
        01 WS-RET-TRL REDEFINES WS-RETCOM.
           05 FILLER PIC X(1).
           05 WS-TRL-NBRE PIC 9(7).
           05 WS-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59).
        01 FS-RETCOM PIC X(2).
        01 FS-REMCHQ PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-TARIF PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-NOTIF PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-PRTRET PIC X(2).
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
        01 WS-DATE-TRT-AMJ PIC X(8).
        01 WS-AGENCE PIC X(3).
        01 WS-FRAIS PIC 9(4)V99 VALUE 0.
        01 WS-MOTIF-ANOMALIE PIC X(30).
        01 WS-LIBELLE-MOTIF PIC X(30).
        01 WS-CLIENT-TROUVE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-DEBITES PIC 9(7) VALUE 0.
        01 WS-CPT-FRAIS PIC 9(7) VALUE 0.
        01 WS-CPT-AVIS PIC 9(7) VALUE 0.
        01 WS-CPT-LETTRES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-TOTAL-DEBITE PIC 9(11)V99 VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST145'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST145'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
      *-- LETTRE D'AVIS D'IMPAYE AU CLIENT REMETTANT
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(48) VALUE
              ' AVIS DE CHEQUE REMIS IMPAYE '.
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
           05 FILLER PIC X(9) VALUE ' COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(15) VALUE ' : LE CHEQUE N.'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CHEQUE PIC X(7).
           05 FILLER PIC X(12) VALUE ' DE MONTANT '.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(10) VALUE ' REMIS LE '.
           05 WS-PRT-DATE-REMISE PIC X(10).
           05 FILLER PIC X(41) VALUE
              ' NOUS EST RETOURNE IMPAYE POUR LE MOTIF :'.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-MOTIF PIC X(2).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-PRT-LIBELLE-MOTIF PIC X(30).
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS4.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(45) VALUE
              ' SON MONTANT A ETE DEBITE DE VOTRE COMPTE LE '.
           05 WS-PRT-DATE-RETOUR PIC X(10).
           05 FILLER PIC X(23) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS5.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(27) VALUE
              ' FRAIS D''IMPAYE PRELEVES : '.
           05 WS-PRT-FRAIS PIC ZZZ9.99.
           05 FILLER PIC X(44) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
      *-- COMPTE-RENDU DES RETOURS
        01 WS-RET-LIGNE01 PIC X(80) VALUE ALL '-'.
        01 WS-RET-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' RETOURS IMPAYES DE LA COMPENSATION '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-RET-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(34) VALUE
              ' COMPTE REFERENCE       CHEQUE'.
           05 FILLER PIC X(44) VALUE
              'MONTANT MO OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-RET-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-REFERENCE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-CHEQUE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-MOTIF PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DET-OBSERVATION PIC X(30).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-RET-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(15) VALUE ' RETOURS LUS : '.
           05 WS-PRT-CPT-LUS PIC ZZZZZZ9.
           05 FILLER PIC X(11) VALUE ' DEBITES : '.
           05 WS-PRT-CPT-DEBITES PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE ' ANOMALIES : '.
           05 WS-PRT-CPT-ANOMALIES PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-RET-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ' TOTAL DEBITE : '.
           05 WS-PRT-TOTAL-DEBITE PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE ' FRAIS : '.
           05 WS-PRT-CPT-FRAIS PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' AVIS : '.
           05 WS-PRT-CPT-AVIS PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FRETCOM
           IF FS-RETCOM = '00'
              DISPLAY ' FILE RETCOM OPEN SUCCES : ' FS-RETCOM
           ELSE
              MOVE 'FRETCOM' TO WS-ERR-FICHIER
              MOVE FS-RETCOM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
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
           OPEN INPUT FTARIF
           IF FS-TARIF = '00'
              DISPLAY ' FILE TARIF OPEN SUCCES : ' FS-TARIF
           ELSE
              MOVE 'FTARIF' TO WS-ERR-FICHIER
              MOVE FS-TARIF TO WS-ERR-STATUT
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
           OPEN OUTPUT FPRTRET
           IF FS-PRTRET = '00'
              DISPLAY ' FILE PRTRET OPEN SUCCES : ' FS-PRTRET
           ELSE
              MOVE 'FPRTRET' TO WS-ERR-FICHIER
              MOVE FS-PRTRET TO WS-ERR-STATUT
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
           PERFORM FONCTION-LIRE-TARIF
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-CONTROLER-FICHIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-RETCOM
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF WS-RET-TYPE = 'R'
                 ADD 1 TO WS-CPT-LUS
                 PERFORM FONCTION-TRAITER-RETOUR
              END-IF
              PERFORM FONCTION-READ-RETCOM
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT ET AGENCE DU LOT OBLIGATOIRES           *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST145-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST145-AGENCE' TO WS-PARAM-CLE
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
      *-- SANS TARIF 'FRJ' AU BAREME, L'IMPAYE EST CONTRE-PASSE SANS
      *-- FRAIS
        FONCTION-LIRE-TARIF.
           MOVE 'FRJ' TO TAR-NAT-MOUV
           READ FTARIF
              INVALID KEY
                 DISPLAY ' PAS DE TARIF FRJ AU BAREME, SANS FRAIS '
                 MOVE 'FTARIF' TO WS-ERR-FICHIER
                 MOVE FS-TARIF TO WS-ERR-STATUT
                 MOVE 'FONCTION-LIRE-TARIF' TO WS-ERR-PARAGRAPHE
                 MOVE TAR-NAT-MOUV TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 MOVE 0 TO WS-FRAIS
              NOT INVALID KEY
                 MOVE TAR-MONTANT TO WS-FRAIS
           END-READ.
      **************************************************************
      * PREMIER PASSAGE : LE FICHIER RECU DOIT ETRE COMPLET ET     *
      * CONFORME A SON ENREGISTREMENT DE FIN AVANT TOUTE ECRITURE  *
      * SUR LES COMPTES ; IL EST ENSUITE REOUVERT POUR LE          *
      * TRAITEMENT                                                 *
      **************************************************************
        FONCTION-CONTROLER-FICHIER.
           MOVE 'N' TO WS-TRL-VU
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-RETCOM
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              EVALUATE WS-RET-TYPE
                 WHEN 'R'
                    ADD 1 TO WS-CPT-DATA
                    IF WS-RET-MONTANT NUMERIC
                       ADD WS-RET-MONTANT-N TO WS-TOTAL-DATA
                    END-IF
                 WHEN 'T'
                    MOVE 'O' TO WS-TRL-VU
                    MOVE WS-TRL-NBRE TO WS-TRL-NBRE-ANNONCE
                    MOVE WS-TRL-TOTAL TO WS-TRL-TOTAL-ANNONCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM FONCTION-READ-RETCOM
           END-PERFORM
           IF WS-TRL-VU NOT = 'O'
              DISPLAY ' ENREGISTREMENT DE FIN DES RETOURS ABSENT '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-CPT-DATA NOT = WS-TRL-NBRE-ANNONCE
              OR WS-TOTAL-DATA NOT = WS-TRL-TOTAL-ANNONCE
              DISPLAY ' CONTROLES DES RETOURS EN ECART : LUS '
                      WS-CPT-DATA ' / ANNONCES '
                      WS-TRL-NBRE-ANNONCE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           CLOSE FRETCOM
           OPEN INPUT FRETCOM
           IF FS-RETCOM NOT = '00'
              MOVE 'FRETCOM' TO WS-ERR-FICHIER
              MOVE FS-RETCOM TO WS-ERR-STATUT
              MOVE 'FONCTION-CONTROLER-FICHIER' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * RAPPROCHEMENT DU RETOUR AVEC SA REMISE PUIS CONTRE-PASSATION*
      **************************************************************
        FONCTION-TRAITER-RETOUR.
           MOVE SPACES TO WS-MOTIF-ANOMALIE
           MOVE WS-RET-REFERENCE TO REM-CLE
           READ FREMCHQ
              INVALID KEY
                 MOVE 'REMISE INCONNUE' TO WS-MOTIF-ANOMALIE
           END-READ
           IF WS-MOTIF-ANOMALIE = SPACES
              EVALUATE REM-STATUT
                 WHEN 'R'
                    CONTINUE
                 WHEN 'I'
                    MOVE 'REMISE DEJA RETOURNEE'
                         TO WS-MOTIF-ANOMALIE
                 WHEN OTHER
                    MOVE 'REMISE NON PRESENTEE'
                         TO WS-MOTIF-ANOMALIE
              END-EVALUATE
           END-IF
           IF WS-MOTIF-ANOMALIE = SPACES
              IF WS-RET-MONTANT NOT NUMERIC
                 MOVE 'MONTANT INEXPLOITABLE' TO WS-MOTIF-ANOMALIE
              ELSE
                 IF WS-RET-MONTANT-N NOT = REM-MONTANT
                    MOVE 'MONTANT EN ECART' TO WS-MOTIF-ANOMALIE
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIF-ANOMALIE = SPACES
              AND WS-RET-NUM-CHEQUE NOT = REM-NUM-CHEQUE
              MOVE 'NUMERO DE CHEQUE EN ECART' TO WS-MOTIF-ANOMALIE
           END-IF
           PERFORM FONCTION-LIBELLER-MOTIF
           IF WS-MOTIF-ANOMALIE = SPACES
              PERFORM FONCTION-CONTRE-PASSER
              PERFORM FONCTION-NOTIFIER-CLIENT
              MOVE WS-LIBELLE-MOTIF TO WS-DET-OBSERVATION
           ELSE
              ADD 1 TO WS-CPT-ANOMALIES
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
              IF WS-MOTIF-ANOMALIE = 'REMISE INCONNUE'
                 MOVE SPACES TO REM-NUM-COMPTE
              END-IF
              MOVE WS-MOTIF-ANOMALIE TO WS-DET-OBSERVATION
           END-IF
           MOVE REM-NUM-COMPTE TO WS-DET-COMPTE
           MOVE WS-RET-REFERENCE TO WS-DET-REFERENCE
           MOVE WS-RET-NUM-CHEQUE TO WS-DET-CHEQUE
           IF WS-RET-MONTANT NUMERIC
              MOVE WS-RET-MONTANT-N TO WS-DET-MONTANT
           ELSE
              MOVE 0 TO WS-DET-MONTANT
           END-IF
           MOVE WS-RET-MOTIF TO WS-DET-MOTIF
           MOVE WS-RET-DETAIL TO REC-RET
           WRITE REC-RET.
      *-- CODES MOTIF DE REJET DE LA CHAMBRE DE COMPENSATION
        FONCTION-LIBELLER-MOTIF.
           EVALUATE WS-RET-MOTIF
              WHEN '01'
                 MOVE 'PROVISION INSUFFISANTE' TO WS-LIBELLE-MOTIF
              WHEN '02'
                 MOVE 'COMPTE CLOTURE' TO WS-LIBELLE-MOTIF
              WHEN '03'
                 MOVE 'CHEQUE FRAPPE D''OPPOSITION' TO WS-LIBELLE-MOTIF
              WHEN '04'
                 MOVE 'SIGNATURE NON CONFORME' TO WS-LIBELLE-MOTIF
              WHEN '05'
                 MOVE 'ENDOS IRREGULIER' TO WS-LIBELLE-MOTIF
              WHEN '06'
                 MOVE 'CHEQUE PRESCRIT' TO WS-LIBELLE-MOTIF
              WHEN '07'
                 MOVE 'MONTANT ILLISIBLE/DISCORDANT'
                      TO WS-LIBELLE-MOTIF
              WHEN '08'
                 MOVE 'COMPTE TIRE INCONNU' TO WS-LIBELLE-MOTIF
              WHEN OTHER
                 MOVE 'AUTRE MOTIF' TO WS-LIBELLE-MOTIF
           END-EVALUATE.
      **************************************************************
      * DEBIT DE CONTRE-PASSATION, FRAIS D'IMPAYE ET MISE A JOUR   *
      * DE LA REMISE                                               *
      **************************************************************
        FONCTION-CONTRE-PASSER.
           MOVE SPACES TO MOUVEM
           MOVE REM-NUM-COMPTE TO NUM-COMPTE
           MOVE 'IMP ' TO LIBELLE-MOUV(1:4)
           MOVE REM-NUM-CHEQUE TO LIBELLE-MOUV(5:7)
           MOVE ' M' TO LIBELLE-MOUV(12:2)
           MOVE WS-RET-MOTIF TO LIBELLE-MOUV(14:2)
           MOVE REM-MONTANT TO MONT-MOUV
           MOVE 'DB' TO SENS-MOUV
           MOVE 'IMP' TO NAT-MOUV
           MOVE WS-DATE-TRT TO DATE-MOUV
           MOVE 0 TO REF-MOUV
           MOVE WS-AGENCE TO CODE-AGENCE
           WRITE MOUVEM
           ADD 1 TO WS-CPT-DEBITES
           ADD REM-MONTANT TO WS-TOTAL-DEBITE
           IF WS-FRAIS > 0
              MOVE SPACES TO MOUVEM
              MOVE REM-NUM-COMPTE TO NUM-COMPTE
              MOVE 'FRAIS IMPAYE M' TO LIBELLE-MOUV(1:13)
              MOVE WS-RET-MOTIF TO LIBELLE-MOUV(14:2)
              MOVE WS-FRAIS TO MONT-MOUV
              MOVE 'DB' TO SENS-MOUV
              MOVE 'FRJ' TO NAT-MOUV
              MOVE WS-DATE-TRT TO DATE-MOUV
              MOVE 0 TO REF-MOUV
              MOVE WS-AGENCE TO CODE-AGENCE
              WRITE MOUVEM
              ADD 1 TO WS-CPT-FRAIS
           END-IF
           MOVE 'I' TO REM-STATUT
           MOVE WS-RET-MOTIF TO REM-MOTIF-RETOUR
           MOVE WS-DATE-TRT-AMJ TO REM-DATE-RETOUR
           REWRITE REMCHQ
           IF FS-REMCHQ NOT = '00'
              MOVE 'FREMCHQ' TO WS-ERR-FICHIER
              MOVE FS-REMCHQ TO WS-ERR-STATUT
              MOVE 'FONCTION-CONTRE-PASSER' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * AVIS ELECTRONIQUE QUAND LE CLIENT A UN EMAIL OU UN         *
      * TELEPHONE, LETTRE DANS TOUS LES CAS                        *
      **************************************************************
        FONCTION-NOTIFIER-CLIENT.
           MOVE REM-NUM-COMPTE TO NU-COMPTE
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
              MOVE REM-NUM-COMPTE TO NOT-NUM-COMPTE
              MOVE 'I' TO NOT-TYPE
              MOVE EMAIL-CLIENT TO NOT-EMAIL
              MOVE TEL-CLIENT TO NOT-TEL
              MOVE REM-MONTANT TO NOT-MONTANT
              MOVE WS-FRAIS TO NOT-SEUIL
              MOVE WS-DATE-TRT TO NOT-DATE
              MOVE 'CHEQUE REMIS IMPAYE' TO NOT-MESSAGE
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
           MOVE REM-NUM-COMPTE TO ADR-NUM-COMPTE
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
           MOVE REM-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE REM-NUM-CHEQUE TO WS-PRT-CHEQUE
           MOVE REM-MONTANT TO WS-PRT-MONTANT
           MOVE WS-LIGNE-CORPS1 TO REC-PRT
           WRITE REC-PRT
           MOVE REM-DATE-REMISE(1:4) TO WS-PRT-DATE-REMISE(1:4)
           MOVE '-' TO WS-PRT-DATE-REMISE(5:1)
           MOVE REM-DATE-REMISE(5:2) TO WS-PRT-DATE-REMISE(6:2)
           MOVE '-' TO WS-PRT-DATE-REMISE(8:1)
           MOVE REM-DATE-REMISE(7:2) TO WS-PRT-DATE-REMISE(9:2)
           MOVE WS-LIGNE-CORPS2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-RET-MOTIF TO WS-PRT-MOTIF
           MOVE WS-LIBELLE-MOTIF TO WS-PRT-LIBELLE-MOTIF
           MOVE WS-LIGNE-CORPS3 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DATE-TRT TO WS-PRT-DATE-RETOUR
           MOVE WS-LIGNE-CORPS4 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-FRAIS TO WS-PRT-FRAIS
           MOVE WS-LIGNE-CORPS5 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 11 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-RETCOM.
           READ FRETCOM INTO WS-RETCOM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-ENTETE.
           MOVE WS-RET-LIGNE01 TO REC-RET
           WRITE REC-RET AFTER ADVANCING PAGE
           MOVE WS-RET-LIGNE02 TO REC-RET
           WRITE REC-RET
           MOVE WS-RET-LIGNE01 TO REC-RET
           WRITE REC-RET
           MOVE WS-RET-LIGNE03 TO REC-RET
           WRITE REC-RET.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-LUS TO WS-PRT-CPT-LUS
           MOVE WS-CPT-DEBITES TO WS-PRT-CPT-DEBITES
           MOVE WS-CPT-ANOMALIES TO WS-PRT-CPT-ANOMALIES
           MOVE WS-RET-LIGNE05 TO REC-RET
           WRITE REC-RET AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-DEBITE TO WS-PRT-TOTAL-DEBITE
           MOVE WS-CPT-FRAIS TO WS-PRT-CPT-FRAIS
           MOVE WS-CPT-AVIS TO WS-PRT-CPT-AVIS
           MOVE WS-RET-LIGNE06 TO REC-RET
           WRITE REC-RET
           MOVE WS-RET-LIGNE01 TO REC-RET
           WRITE REC-RET
           DISPLAY ' IMPAYES CONTRE-PASSES : ' WS-CPT-DEBITES
           DISPLAY ' RETOURS EN ANOMALIE   : ' WS-CPT-ANOMALIES.
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
           MOVE 'QUEST145' TO CTLLOG-JOB
           MOVE ' CHEQUES IMPAYES CONTRE-PASSES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DEBITES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST145' TO CTLLOG-JOB
           MOVE ' RETOURS IMPAYES EN ANOMALIE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ANOMALIES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST145' TO CTLLOG-JOB
           MOVE ' COURRIERS RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- UNE ADRESSE FADRESSE MARQUEE INVALIDE PAR UN RETOUR DE
      *-- COURRIER (QUEST161) NE RECOIT PLUS DE DOCUMENT POSTAL :
      *-- LE DOCUMENT EST CONSIGNE DANS LE COURRIER RETENU FCOURRET
      *-- POUR REEMISSION PAR L'AGENCE APRES CORRECTION
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE REM-NUM-COMPTE TO ADR-NUM-COMPTE
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
           MOVE REM-NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-DATE-TRT TO COURRET-DATE
           MOVE 'QUEST145' TO COURRET-JOB
           MOVE 'IR' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'CHEQUE REMIS IMPAYE' TO COURRET-REFERENCE
           WRITE COURRET-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST145' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FRETCOM
           CLOSE FREMCHQ
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FTARIF
           CLOSE FMOUVEM
           CLOSE FNOTIF
           CLOSE FPRINT
           CLOSE FPRTRET
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
