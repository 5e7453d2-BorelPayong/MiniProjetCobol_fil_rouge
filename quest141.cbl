      **************************************************************
      *PROGRAMME D'EPURATION DES FICHIERS D'EXPLOITATION QUI NE     *
      *FONT QUE CROITRE (FMOUVEM RESTE PURGE PAR QUEST26). CHAQUE   *
      *FICHIER EST EPURE SELON SA LIGNE DE LA TABLE DE CONSERVATION *
      *DE FPARAM, MOT-CLE RETENTION-<FICHIER>, VALEUR 'JJJJJ PPP F' *
      *  JJJJJ : DUREE DE CONSERVATION EN JOURS                     *
      *  PPP   : POSITION DE LA ZONE DATE DANS L'ENREGISTREMENT     *
      *  F     : FORMAT DE LA DATE, 'D' AAAA-MM-JJ, 'J' 0CAAJJJ     *
      *          ZONE (EIBDATE), 'B' 0CAAJJJ BINAIRE SUR 4 OCTETS   *
      *PAR EXEMPLE : RETENTION-FAUDIT=03650 009 B                   *
      *              RETENTION-FHISTSOL=00400 007 D                 *
      *              RETENTION-FCDC=00090 007 D                     *
      *              RETENTION-FNOTIF=00180 047 D                   *
      *              RETENTION-FLCBREV=03650 041 D                  *
      *              RETENTION-FPARHIST=03650 110 J                 *
      *              RETENTION-FSESSION=00090 010 J                 *
      *              RETENTION-FRUNREG=00120 009 D                  *
      *              RETENTION-FREJET=00400 035 D                   *
      *              RETENTION-FSUSPENS=00400 084 D                 *
      *              RETENTION-FSUSPQ=00400 090 D                   *
      *UN FICHIER SANS LIGNE (OU A LIGNE INVALIDE) EST RECOPIE TEL  *
      *QUEL. UN ENREGISTREMENT DONT LA DATE EST ANTERIEURE A LA     *
      *DATE COMPTABLE CHAINE-DATE MOINS LA DUREE DE CONSERVATION    *
      *EST DECHARGE DANS LE FICHIER DATE FDECHARG (ENTETE, DETAILS  *
      *ET FIN AVEC TOTAUX DE CONTROLE PAR FICHIER) PUIS RETIRE :    *
      *NON RECOPIE DANS LA NOUVELLE GENERATION DES FICHIERS         *
      *SEQUENTIELS ET ESDS, SUPPRIME EN PLACE DES KSDS FSESSION ET  *
      *FSUSPQ. SONT CONSERVES QUEL QUE SOIT LEUR AGE :              *
      *  - LES ENREGISTREMENTS D'UN COMPTE SOUS BLOCAGE ACTIF       *
      *    FBLOCAGE OU OBJET D'UN CAS DE REVUE FLCBREV NON CLOS     *
      *    (REV-STATUT AUTRE QUE 'C') ;                             *
      *  - LES CAS FLCBREV NON CLOS ET LES SUSPENS FSUSPQ EN        *
      *    ATTENTE DE REPARATION ('A').                             *
      *L'ETAT DONNE PAR FICHIER LES ENREGISTREMENTS LUS, CONSERVES  *
      *(DONT RETENUS PAR UN BLOCAGE OU UN CAS OUVERT), DECHARGES    *
      *ET SUPPRIMES.                                                *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST141.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FAUDNEW ASSIGN TO DDAUDNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDNEW.
           SELECT FHISTSOL ASSIGN TO DDHISTSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTSOL.
           SELECT FHSONEW ASSIGN TO DDHSONEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HSONEW.
           SELECT FCDC ASSIGN TO DDCDC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CDC.
           SELECT FCDCNEW ASSIGN TO DDCDCNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CDCNEW.
           SELECT FNOTIF ASSIGN TO DDNOTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTIF.
           SELECT FNOTNEW ASSIGN TO DDNOTNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NOTNEW.
           SELECT FLCBREV ASSIGN TO DDLCBREV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LCBREV.
           SELECT FREVNEW ASSIGN TO DDREVNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVNEW.
           SELECT FPARHIST ASSIGN TO DDPARHIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARHIST.
           SELECT FPHINEW ASSIGN TO DDPHINEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PHINEW.
           SELECT FSESSION ASSIGN TO DDSESSIO
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SES-TRMID
           FILE STATUS IS FS-SESSION.
           SELECT FRUNREG ASSIGN TO DDRUNREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNREG.
           SELECT FRUNNEW ASSIGN TO DDRUNNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNNEW.
           SELECT FREJET ASSIGN TO DDREJET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJET.
           SELECT FREJNEW ASSIGN TO DDREJNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJNEW.
           SELECT FSUSPENS ASSIGN TO DDSUSPEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUSPENS.
           SELECT FSUSNEW ASSIGN TO DDSUSNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SUSNEW.
           SELECT FSUSPQ ASSIGN TO DDSUSPQ
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SUS-SEQ
           FILE STATUS IS FS-SUSPQ.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
           SELECT FDECHARG ASSIGN TO DDDECHAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECHARG.
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
        FD FAUDNEW.
        01 AUDNEW-REC.
           05 FILLER PIC X(131).
        FD FHISTSOL.
        01 HISTSOL.
           05 HSO-NUM-COMPTE PIC X(6).
           05 HSO-DATE PIC X(10).
           05 HSO-SOLDE PIC S9(8)V99.
           05 HSO-NB-MOUV PIC 9(5).
           05 FILLER PIC X(49).
        FD FHSONEW.
        01 HSONEW-REC.
           05 FILLER PIC X(80).
        FD FCDC.
        01 CDC-REC.
           05 CDC-NUM-COMPTE PIC X(6).
           05 CDC-DATE PIC X(10).
           05 CDC-ORIGINE PIC X(8).
           05 FILLER PIC X(56).
        FD FCDCNEW.
        01 CDCNEW-REC.
           05 FILLER PIC X(80).
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
        FD FNOTNEW.
        01 NOTNEW-REC.
           05 FILLER PIC X(80).
        FD FLCBREV.
        01 LCBREV.
           05 REV-TYPE-CAS PIC X(1).
           05 REV-NUM-COMPTE PIC X(6).
           05 REV-NOM PIC X(10).
           05 REV-PRENOM PIC X(10).
           05 REV-MONTANT PIC 9(8)V99.
           05 REV-NAT-MOUV PIC X(3).
           05 REV-DATE PIC X(10).
           05 REV-NB-MOUV PIC 9(4).
           05 REV-STATUT PIC X(1).
           05 FILLER PIC X(25).
        FD FREVNEW.
        01 REVNEW-REC.
           05 FILLER PIC X(80).
        FD FPARHIST.
        01 PARHIST-REC.
           05 PHI-MOTCLE PIC X(30).
           05 PHI-DATE-EFFET PIC X(10).
           05 PHI-ACTION PIC X(1).
           05 PHI-ANCIENNE PIC X(30).
           05 PHI-NOUVELLE PIC X(30).
           05 PHI-TRMID PIC X(4).
           05 PHI-OPERID PIC X(4).
           05 PHI-DATE PIC 9(7).
           05 FILLER PIC X(4).
        FD FPHINEW.
        01 PHINEW-REC.
           05 FILLER PIC X(120).
        FD FSESSION.
        01 SESSION-REC.
           05 SES-TRMID PIC X(4).
           05 SES-OPERID PIC X(4).
           05 SES-PROFIL PIC X(1).
           05 SES-DATE PIC 9(7).
           05 SES-TIME PIC 9(7).
           05 FILLER PIC X(57).
        FD FRUNREG.
           COPY RUNREG.
        FD FRUNNEW.
        01 RUNNEW-REC.
           05 FILLER PIC X(80).
        FD FREJET.
        01 REJET.
           05 REJET-MOUVEM PIC X(80).
           05 REJET-MOTIF PIC X(20).
        FD FREJNEW.
        01 REJNEW-REC.
           05 FILLER PIC X(100).
        FD FSUSPENS.
        01 SUSPENS.
           05 SUSP-MOUVEM PIC X(80).
           05 SUSP-MOTIF PIC X(3).
           05 SUSP-DATE-ENTREE PIC X(10).
        FD FSUSNEW.
        01 SUSNEW-REC.
           05 FILLER PIC X(93).
        FD FSUSPQ.
        01 SUSPQ.
           05 SUS-SEQ PIC 9(6).
           05 SUS-MOUVEM PIC X(80).
           05 SUS-MOTIF PIC X(3).
           05 SUS-DATE-ENTREE PIC X(10).
           05 SUS-STATUT PIC X(1).
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
      *-- FICHIER DE DECHARGEMENT DATE : PAR FICHIER EPURE UNE
      *-- ENTETE 'E' (DUREE ET DATE LIMITE), LES DETAILS 'D' A
      *-- L'IMAGE DE L'ENREGISTREMENT RETIRE ET UNE FIN 'T' PORTANT
      *-- LES TOTAUX DE CONTROLE
        FD FDECHARG.
        01 DECHARG-REC.
           05 DEC-TYPE PIC X(1).
           05 DEC-FICHIER PIC X(8).
           05 DEC-DATE-TRT PIC X(10).
           05 DEC-DONNEES PIC X(131).
           05 DEC-ENTETE REDEFINES DEC-DONNEES.
              10 DEC-RETENTION PIC 9(5).
              10 DEC-POSITION PIC 9(3).
              10 DEC-FORMAT PIC X(1).
              10 DEC-ORD-LIMITE PIC 9(7).
              10 FILLER PIC X(115).
           05 DEC-FIN REDEFINES DEC-DONNEES.
              10 DEC-NB-LUS PIC 9(9).
              10 DEC-NB-CONSERVES PIC 9(9).
              10 DEC-NB-RETENUS PIC 9(9).
              10 DEC-NB-DECHARGES PIC 9(9).
              10 DEC-NB-SUPPRIMES PIC 9(9).
              10 FILLER PIC X(86).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-AUDIT PIC X(2).
        01 FS-AUDNEW PIC X(2).
        01 FS-HISTSOL PIC X(2).
        01 FS-HSONEW PIC X(2).
        01 FS-CDC PIC X(2).
        01 FS-CDCNEW PIC X(2).
        01 FS-NOTIF PIC X(2).
        01 FS-NOTNEW PIC X(2).
        01 FS-LCBREV PIC X(2).
        01 FS-REVNEW PIC X(2).
        01 FS-PARHIST PIC X(2).
        01 FS-PHINEW PIC X(2).
        01 FS-SESSION PIC X(2).
        01 FS-RUNREG PIC X(2).
        01 FS-RUNNEW PIC X(2).
        01 FS-REJET PIC X(2).
        01 FS-REJNEW PIC X(2).
        01 FS-SUSPENS PIC X(2).
        01 FS-SUSNEW PIC X(2).
        01 FS-SUSPQ PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-DECHARG PIC X(2).
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
      *-- LIGNE DE LA TABLE DE CONSERVATION 'JJJJJ PPP F'
        01 WS-RETENTION.
           05 WS-RET-JOURS PIC X(5).
           05 WS-RET-JOURS-N REDEFINES WS-RET-JOURS PIC 9(5).
           05 FILLER PIC X(1).
           05 WS-RET-POSITION PIC X(3).
           05 WS-RET-POSITION-N REDEFINES WS-RET-POSITION PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-RET-FORMAT PIC X(1).
           05 FILLER PIC X(19).
        01 WS-RET-LONGUEUR PIC 9(3).
        01 WS-RET-ACTIVE PIC X(1).
        01 WS-ORD-LIMITE PIC S9(7).
      *-- FICHIERS EPURES : NOM, LONGUEUR D'ENREGISTREMENT, POSITION
      *-- DU NUMERO DE COMPTE (000 SI AUCUN) ET ORGANISATION ('S'
      *-- SEQUENTIEL OU ESDS RECOPIE, 'K' KSDS EPURE EN PLACE)
        01 WS-TAB-FICHIERS-VAL.
           05 FILLER PIC X(15) VALUE 'FAUDIT  131025S'.
           05 FILLER PIC X(15) VALUE 'FHISTSOL080001S'.
           05 FILLER PIC X(15) VALUE 'FCDC    080001S'.
           05 FILLER PIC X(15) VALUE 'FNOTIF  080001S'.
           05 FILLER PIC X(15) VALUE 'FLCBREV 080002S'.
           05 FILLER PIC X(15) VALUE 'FPARHIST120000S'.
           05 FILLER PIC X(15) VALUE 'FSESSION080000K'.
           05 FILLER PIC X(15) VALUE 'FRUNREG 080000S'.
           05 FILLER PIC X(15) VALUE 'FREJET  100001S'.
           05 FILLER PIC X(15) VALUE 'FSUSPENS093001S'.
           05 FILLER PIC X(15) VALUE 'FSUSPQ  100007K'.
        01 WS-TAB-FICHIERS REDEFINES WS-TAB-FICHIERS-VAL.
           05 WS-FIC OCCURS 11 TIMES.
              10 WS-FIC-NOM PIC X(8).
              10 WS-FIC-LONGUEUR PIC 9(3).
              10 WS-FIC-POS-COMPTE PIC 9(3).
              10 WS-FIC-ORGANISATION PIC X(1).
        01 WS-NB-FICHIERS PIC 9(2) VALUE 11.
        01 WS-IX-FIC PIC 9(2).
      *-- BILAN PAR FICHIER
        01 WS-TAB-BILAN.
           05 WS-BIL OCCURS 11 TIMES.
              10 WS-BIL-ACTIVE PIC X(1).
              10 WS-BIL-RETENTION PIC 9(5).
              10 WS-BIL-LUS PIC 9(9).
              10 WS-BIL-CONSERVES PIC 9(9).
              10 WS-BIL-RETENUS PIC 9(9).
              10 WS-BIL-DECHARGES PIC 9(9).
              10 WS-BIL-SUPPRIMES PIC 9(9).
        01 WS-TOT-LUS PIC 9(9) VALUE 0.
        01 WS-TOT-CONSERVES PIC 9(9) VALUE 0.
        01 WS-TOT-RETENUS PIC 9(9) VALUE 0.
        01 WS-TOT-DECHARGES PIC 9(9) VALUE 0.
        01 WS-TOT-SUPPRIMES PIC 9(9) VALUE 0.
      *-- ENREGISTREMENT COURANT, QUEL QUE SOIT LE FICHIER
        01 WS-ENR PIC X(131).
        01 WS-ENR-REV REDEFINES WS-ENR.
           05 FILLER PIC X(54).
           05 WS-ENR-REV-STATUT PIC X(1).
           05 FILLER PIC X(76).
        01 WS-ENR-SUS REDEFINES WS-ENR.
           05 FILLER PIC X(99).
           05 WS-ENR-SUS-STATUT PIC X(1).
           05 FILLER PIC X(31).
        01 WS-FIN-FICHIER PIC X(1).
        01 WS-FS-ENTREE PIC X(2).
        01 WS-FS-SORTIE PIC X(2).
        01 WS-NOM-SORTIE PIC X(8).
        01 WS-DECISION PIC X(1).
           88 WS-A-CONSERVER VALUE 'C'.
           88 WS-A-RETENIR VALUE 'R'.
           88 WS-A-DECHARGER VALUE 'D'.
        01 WS-DATE-VALIDE PIC X(1).
        01 WS-ORD-ENR PIC 9(7).
        01 WS-COMPTE PIC X(6).
      *-- DATES DES ENREGISTREMENTS
        01 WS-DATE-ISO.
           05 WS-DI-AAAA PIC X(4).
           05 WS-DI-TIRET1 PIC X(1).
           05 WS-DI-MM PIC X(2).
           05 WS-DI-TIRET2 PIC X(1).
           05 WS-DI-JJ PIC X(2).
        01 WS-DATE-JULIENNE PIC X(7).
        01 WS-DATE-JULIENNE-N REDEFINES WS-DATE-JULIENNE PIC 9(7).
        01 WS-DATE-BINAIRE-X PIC X(4).
        01 WS-DATE-BINAIRE REDEFINES WS-DATE-BINAIRE-X
                           PIC S9(7) COMP.
      *-- COMPTES OBJET D'UN CAS DE REVUE FLCBREV NON CLOS
        01 WS-TAB-CAS.
           05 WS-CAS-NB PIC 9(4) VALUE 0.
           05 WS-CAS-COMPTE PIC X(6) OCCURS 2000 TIMES
                             INDEXED BY WS-CAS-IDX.
        01 WS-CAS-DEBORDE PIC X(1) VALUE 'N'.
      *-- RANG DU JOUR DEPUIS L'AN 1 (DATES AAAA-MM-JJ ET 0CAAJJJ)
        01 WS-DD-SIECLE PIC 9(1).
        01 WS-DD-AA PIC 9(2).
        01 WS-DD-AAAA PIC 9(4).
        01 WS-DD-MM PIC 9(2).
        01 WS-DD-JJ PIC 9(2).
        01 WS-DD-JJJ PIC 9(3).
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
        01 WS-ORD-REFERENCE PIC 9(7).
        01 WS-J PIC 9(2).
        01 WS-CTL-LIBELLE PIC X(30).
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST141'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST141'.
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
           05 WS-PRT-TITRE PIC X(50).
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' FICHIER  JOURS       LUS  CONSERVES    '.
           05 FILLER PIC X(38) VALUE
              'RETENUS  DECHARGES  SUPPRIMES         '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FICHIER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-JOURS PIC ZZZZ9.
           05 WS-PRT-JOURS-X REDEFINES WS-PRT-JOURS PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LUS PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-CONSERVES PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-RETENUS PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-DECHARGES PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-SUPPRIMES PIC ZZZZZZZZ9.
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN OUTPUT FDECHARG
           IF FS-DECHARG = '00'
              DISPLAY ' FILE DECHARG OPEN SUCCES : ' FS-DECHARG
           ELSE
              MOVE 'FDECHARG' TO WS-ERR-FICHIER
              MOVE FS-DECHARG TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-CAS-OUVERTS
           INITIALIZE WS-TAB-BILAN
           PERFORM VARYING WS-IX-FIC FROM 1 BY 1
                   UNTIL WS-IX-FIC > WS-NB-FICHIERS
              PERFORM FONCTION-EPURER-FICHIER
           END-PERFORM
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-BILAN
           DISPLAY ' ENREGISTREMENTS LUS : ' WS-TOT-LUS
           DISPLAY ' ENREGISTREMENTS CONSERVES : ' WS-TOT-CONSERVES
           DISPLAY ' DONT RETENUS (BLOCAGE/CAS OUVERT) : '
                   WS-TOT-RETENUS
           DISPLAY ' ENREGISTREMENTS DECHARGES : ' WS-TOT-DECHARGES
           DISPLAY ' ENREGISTREMENTS SUPPRIMES : ' WS-TOT-SUPPRIMES.
      **************************************************************
      * DATE COMPTABLE DE LA CHAINE, ORIGINE DU CALCUL DES DUREES  *
      * DE CONSERVATION : FICHIER CENTRAL FPARAM VIA PGMPARAM      *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'CHAINE-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DD-ORDINAL TO WS-ORD-REFERENCE
           DISPLAY ' EPURATION AU ' WS-DATE-TRT.
      **************************************************************
      * LES COMPTES DONT UN CAS DE REVUE FLCBREV N'EST PAS CLOS    *
      * SONT MIS EN TABLE AVANT TOUTE EPURATION. SI LA TABLE       *
      * DEBORDE, AUCUN ENREGISTREMENT PORTANT UN COMPTE N'EST      *
      * DECHARGE CE SOIR (CODE RETOUR 4)                           *
      **************************************************************
        FONCTION-CHARGER-CAS-OUVERTS.
           OPEN INPUT FLCBREV
           IF FS-LCBREV NOT = '00'
              MOVE 'FLCBREV' TO WS-ERR-FICHIER
              MOVE FS-LCBREV TO WS-ERR-STATUT
              MOVE 'FONCTION-CHARGER-CAS-OUVERTS' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-LCBREV
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF REV-STATUT NOT = 'C'
                 PERFORM FONCTION-RETENIR-CAS
              END-IF
              PERFORM FONCTION-READ-LCBREV
           END-PERFORM
           CLOSE FLCBREV
           DISPLAY ' COMPTES SOUS CAS DE REVUE OUVERT : ' WS-CAS-NB.
        FONCTION-RETENIR-CAS.
           SET WS-CAS-IDX TO 1
           SEARCH WS-CAS-COMPTE
              AT END
                 IF WS-CAS-DEBORDE = 'N'
                    DISPLAY ' TABLE DES CAS OUVERTS PLEINE : '
                            'EPURATION DES COMPTES SUSPENDUE'
                    MOVE 'O' TO WS-CAS-DEBORDE
                    IF WS-ERR-RC-JOB < 4
                       MOVE 4 TO WS-ERR-RC-JOB
                    END-IF
                 END-IF
              WHEN WS-CAS-IDX > WS-CAS-NB
                 ADD 1 TO WS-CAS-NB
                 MOVE REV-NUM-COMPTE TO WS-CAS-COMPTE(WS-CAS-NB)
              WHEN WS-CAS-COMPTE(WS-CAS-IDX) = REV-NUM-COMPTE
                 CONTINUE
           END-SEARCH.
        FONCTION-READ-LCBREV.
           READ FLCBREV
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * EPURATION D'UN FICHIER : LIGNE DE CONSERVATION, OUVERTURE, *
      * TRI DE CHAQUE ENREGISTREMENT ENTRE CONSERVE, RETENU ET     *
      * DECHARGE, PUIS FIN DE DECHARGEMENT ET TOTAUX DE CONTROLE   *
      **************************************************************
        FONCTION-EPURER-FICHIER.
           PERFORM FONCTION-LIRE-RETENTION
           PERFORM FONCTION-OUVRIR-FICHIER
           IF WS-RET-ACTIVE = 'O'
              MOVE SPACES TO DECHARG-REC
              MOVE 'E' TO DEC-TYPE
              MOVE WS-FIC-NOM(WS-IX-FIC) TO DEC-FICHIER
              MOVE WS-DATE-TRT TO DEC-DATE-TRT
              MOVE WS-RET-JOURS-N TO DEC-RETENTION
              MOVE WS-RET-POSITION-N TO DEC-POSITION
              MOVE WS-RET-FORMAT TO DEC-FORMAT
              MOVE WS-ORD-LIMITE TO DEC-ORD-LIMITE
              WRITE DECHARG-REC
           END-IF
           MOVE 'N' TO WS-FIN-FICHIER
           PERFORM FONCTION-LIRE-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 'Y'
              ADD 1 TO WS-BIL-LUS(WS-IX-FIC)
              PERFORM FONCTION-TRIER-ENREGISTREMENT
              IF WS-A-DECHARGER
                 MOVE SPACES TO DECHARG-REC
                 MOVE 'D' TO DEC-TYPE
                 MOVE WS-FIC-NOM(WS-IX-FIC) TO DEC-FICHIER
                 MOVE WS-DATE-TRT TO DEC-DATE-TRT
                 MOVE WS-ENR TO DEC-DONNEES
                 WRITE DECHARG-REC
                 ADD 1 TO WS-BIL-DECHARGES(WS-IX-FIC)
                 PERFORM FONCTION-RETIRER-ENREGISTREMENT
              ELSE
                 IF WS-A-RETENIR
                    ADD 1 TO WS-BIL-RETENUS(WS-IX-FIC)
                 END-IF
                 ADD 1 TO WS-BIL-CONSERVES(WS-IX-FIC)
                 PERFORM FONCTION-CONSERVER-ENREGISTREMENT
              END-IF
              PERFORM FONCTION-LIRE-FICHIER
           END-PERFORM
           PERFORM FONCTION-FERMER-FICHIER
           IF WS-RET-ACTIVE = 'O'
              MOVE SPACES TO DECHARG-REC
              MOVE 'T' TO DEC-TYPE
              MOVE WS-FIC-NOM(WS-IX-FIC) TO DEC-FICHIER
              MOVE WS-DATE-TRT TO DEC-DATE-TRT
              MOVE WS-BIL-LUS(WS-IX-FIC) TO DEC-NB-LUS
              MOVE WS-BIL-CONSERVES(WS-IX-FIC) TO DEC-NB-CONSERVES
              MOVE WS-BIL-RETENUS(WS-IX-FIC) TO DEC-NB-RETENUS
              MOVE WS-BIL-DECHARGES(WS-IX-FIC) TO DEC-NB-DECHARGES
              MOVE WS-BIL-SUPPRIMES(WS-IX-FIC) TO DEC-NB-SUPPRIMES
              WRITE DECHARG-REC
           END-IF
      *-- CONTROLE D'EQUILIBRE : TOUT ENREGISTREMENT LU EST SOIT
      *-- CONSERVE, SOIT DECHARGE ET SUPPRIME
           IF WS-BIL-LUS(WS-IX-FIC) NOT = WS-BIL-CONSERVES(WS-IX-FIC)
                                     + WS-BIL-DECHARGES(WS-IX-FIC)
              OR WS-BIL-DECHARGES(WS-IX-FIC)
                 NOT = WS-BIL-SUPPRIMES(WS-IX-FIC)
              DISPLAY ' TOTAUX DESEQUILIBRES POUR '
                      WS-FIC-NOM(WS-IX-FIC)
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           ADD WS-BIL-LUS(WS-IX-FIC) TO WS-TOT-LUS
           ADD WS-BIL-CONSERVES(WS-IX-FIC) TO WS-TOT-CONSERVES
           ADD WS-BIL-RETENUS(WS-IX-FIC) TO WS-TOT-RETENUS
           ADD WS-BIL-DECHARGES(WS-IX-FIC) TO WS-TOT-DECHARGES
           ADD WS-BIL-SUPPRIMES(WS-IX-FIC) TO WS-TOT-SUPPRIMES
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * LIGNE RETENTION-<FICHIER> DE FPARAM : UNE LIGNE ABSENTE OU *
      * INVALIDE LAISSE LE FICHIER INTACT (INVALIDE : CODE RETOUR  *
      * 4). LA DATE LIMITE EST LE RANG DE LA DATE COMPTABLE MOINS  *
      * LA DUREE DE CONSERVATION                                   *
      **************************************************************
        FONCTION-LIRE-RETENTION.
           MOVE 'N' TO WS-RET-ACTIVE
           MOVE SPACES TO WS-PARAM-CLE
           STRING 'RETENTION-' WS-FIC-NOM(WS-IX-FIC)
                  DELIMITED BY SPACE INTO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '0'
              MOVE WS-PARAM-VALEUR TO WS-RETENTION
              EVALUATE WS-RET-FORMAT
                 WHEN 'D'
                    MOVE 10 TO WS-RET-LONGUEUR
                 WHEN 'J'
                    MOVE 7 TO WS-RET-LONGUEUR
                 WHEN 'B'
                    MOVE 4 TO WS-RET-LONGUEUR
                 WHEN OTHER
                    MOVE 0 TO WS-RET-LONGUEUR
              END-EVALUATE
              IF WS-RET-JOURS IS NUMERIC
                 AND WS-RET-POSITION IS NUMERIC
                 AND WS-RET-LONGUEUR > 0
                 AND WS-RET-POSITION-N > 0
                 AND WS-RET-POSITION-N + WS-RET-LONGUEUR - 1
                     <= WS-FIC-LONGUEUR(WS-IX-FIC)
                 MOVE 'O' TO WS-RET-ACTIVE
                 COMPUTE WS-ORD-LIMITE = WS-ORD-REFERENCE
                                       - WS-RET-JOURS-N
                 MOVE WS-RET-JOURS-N TO WS-BIL-RETENTION(WS-IX-FIC)
              ELSE
                 DISPLAY ' LIGNE DE CONSERVATION INVALIDE : '
                         WS-PARAM-CLE ' ' WS-PARAM-VALEUR
                 IF WS-ERR-RC-JOB < 4
                    MOVE 4 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF
           MOVE WS-RET-ACTIVE TO WS-BIL-ACTIVE(WS-IX-FIC)
           IF WS-RET-ACTIVE = 'N'
              DISPLAY ' ' WS-FIC-NOM(WS-IX-FIC)
                      ' SANS CONSERVATION PARAMETREE : RECOPIE'
           END-IF.
        FONCTION-OUVRIR-FICHIER.
           MOVE '00' TO WS-FS-SORTIE
           MOVE SPACES TO WS-NOM-SORTIE
           EVALUATE WS-IX-FIC
              WHEN 1
                 OPEN INPUT FAUDIT
                 MOVE FS-AUDIT TO WS-FS-ENTREE
                 OPEN OUTPUT FAUDNEW
                 MOVE FS-AUDNEW TO WS-FS-SORTIE
                 MOVE 'FAUDNEW' TO WS-NOM-SORTIE
              WHEN 2
                 OPEN INPUT FHISTSOL
                 MOVE FS-HISTSOL TO WS-FS-ENTREE
                 OPEN OUTPUT FHSONEW
                 MOVE FS-HSONEW TO WS-FS-SORTIE
                 MOVE 'FHSONEW' TO WS-NOM-SORTIE
              WHEN 3
                 OPEN INPUT FCDC
                 MOVE FS-CDC TO WS-FS-ENTREE
                 OPEN OUTPUT FCDCNEW
                 MOVE FS-CDCNEW TO WS-FS-SORTIE
                 MOVE 'FCDCNEW' TO WS-NOM-SORTIE
              WHEN 4
                 OPEN INPUT FNOTIF
                 MOVE FS-NOTIF TO WS-FS-ENTREE
                 OPEN OUTPUT FNOTNEW
                 MOVE FS-NOTNEW TO WS-FS-SORTIE
                 MOVE 'FNOTNEW' TO WS-NOM-SORTIE
              WHEN 5
                 OPEN INPUT FLCBREV
                 MOVE FS-LCBREV TO WS-FS-ENTREE
                 OPEN OUTPUT FREVNEW
                 MOVE FS-REVNEW TO WS-FS-SORTIE
                 MOVE 'FREVNEW' TO WS-NOM-SORTIE
              WHEN 6
                 OPEN INPUT FPARHIST
                 MOVE FS-PARHIST TO WS-FS-ENTREE
                 OPEN OUTPUT FPHINEW
                 MOVE FS-PHINEW TO WS-FS-SORTIE
                 MOVE 'FPHINEW' TO WS-NOM-SORTIE
              WHEN 7
                 OPEN I-O FSESSION
                 MOVE FS-SESSION TO WS-FS-ENTREE
              WHEN 8
                 OPEN INPUT FRUNREG
                 MOVE FS-RUNREG TO WS-FS-ENTREE
                 OPEN OUTPUT FRUNNEW
                 MOVE FS-RUNNEW TO WS-FS-SORTIE
                 MOVE 'FRUNNEW' TO WS-NOM-SORTIE
              WHEN 9
                 OPEN INPUT FREJET
                 MOVE FS-REJET TO WS-FS-ENTREE
                 OPEN OUTPUT FREJNEW
                 MOVE FS-REJNEW TO WS-FS-SORTIE
                 MOVE 'FREJNEW' TO WS-NOM-SORTIE
              WHEN 10
                 OPEN INPUT FSUSPENS
                 MOVE FS-SUSPENS TO WS-FS-ENTREE
                 OPEN OUTPUT FSUSNEW
                 MOVE FS-SUSNEW TO WS-FS-SORTIE
                 MOVE 'FSUSNEW' TO WS-NOM-SORTIE
              WHEN 11
                 OPEN I-O FSUSPQ
                 MOVE FS-SUSPQ TO WS-FS-ENTREE
           END-EVALUATE
           IF WS-FS-ENTREE = '00'
              DISPLAY ' FILE ' WS-FIC-NOM(WS-IX-FIC)
                      ' OPEN SUCCES : ' WS-FS-ENTREE
           ELSE
              MOVE WS-FIC-NOM(WS-IX-FIC) TO WS-ERR-FICHIER
              MOVE WS-FS-ENTREE TO WS-ERR-STATUT
              MOVE 'FONCTION-OUVRIR-FICHIER' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-FS-SORTIE NOT = '00'
              MOVE WS-NOM-SORTIE TO WS-ERR-FICHIER
              MOVE WS-FS-SORTIE TO WS-ERR-STATUT
              MOVE 'FONCTION-OUVRIR-FICHIER' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-LIRE-FICHIER.
           MOVE SPACES TO WS-ENR
           EVALUATE WS-IX-FIC
              WHEN 1
                 READ FAUDIT
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE AUDIT-REC TO WS-ENR
                 END-READ
              WHEN 2
                 READ FHISTSOL
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE HISTSOL TO WS-ENR
                 END-READ
              WHEN 3
                 READ FCDC
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE CDC-REC TO WS-ENR
                 END-READ
              WHEN 4
                 READ FNOTIF
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE NOTIF TO WS-ENR
                 END-READ
              WHEN 5
                 READ FLCBREV
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE LCBREV TO WS-ENR
                 END-READ
              WHEN 6
                 READ FPARHIST
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE PARHIST-REC TO WS-ENR
                 END-READ
              WHEN 7
                 READ FSESSION NEXT RECORD
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE SESSION-REC TO WS-ENR
                 END-READ
              WHEN 8
                 READ FRUNREG
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE RUNREG-REC TO WS-ENR
                 END-READ
              WHEN 9
                 READ FREJET
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE REJET TO WS-ENR
                 END-READ
              WHEN 10
                 READ FSUSPENS
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE SUSPENS TO WS-ENR
                 END-READ
              WHEN 11
                 READ FSUSPQ NEXT RECORD
                    AT END MOVE 'Y' TO WS-FIN-FICHIER
                    NOT AT END MOVE SUSPQ TO WS-ENR
                 END-READ
           END-EVALUATE.
      **************************************************************
      * UN ENREGISTREMENT EST DECHARGE S'IL EST PLUS ANCIEN QUE LA *
      * DATE LIMITE ET QU'AUCUN BLOCAGE NI CAS OUVERT NE LE        *
      * RETIENT ; UNE DATE ILLISIBLE LE FAIT CONSERVER             *
      **************************************************************
        FONCTION-TRIER-ENREGISTREMENT.
           MOVE 'C' TO WS-DECISION
           IF WS-RET-ACTIVE = 'O'
              PERFORM FONCTION-DATER-ENREGISTREMENT
              IF WS-DATE-VALIDE = 'O'
                 AND WS-ORD-ENR < WS-ORD-LIMITE
                 MOVE 'D' TO WS-DECISION
                 PERFORM FONCTION-CONTROLER-RETENUE
              END-IF
           END-IF.
        FONCTION-DATER-ENREGISTREMENT.
           MOVE 'N' TO WS-DATE-VALIDE
           EVALUATE WS-RET-FORMAT
              WHEN 'D'
                 MOVE WS-ENR(WS-RET-POSITION-N:10) TO WS-DATE-ISO
                 IF WS-DI-AAAA IS NUMERIC AND WS-DI-MM IS NUMERIC
                    AND WS-DI-JJ IS NUMERIC
                    MOVE WS-DI-AAAA TO WS-DD-AAAA
                    MOVE WS-DI-MM TO WS-DD-MM
                    MOVE WS-DI-JJ TO WS-DD-JJ
                    IF WS-DD-MM >= 1 AND WS-DD-MM <= 12
                       AND WS-DD-AAAA > 0
                       PERFORM FONCTION-RANG-CALENDAIRE
                       MOVE 'O' TO WS-DATE-VALIDE
                    END-IF
                 END-IF
              WHEN 'J'
                 MOVE WS-ENR(WS-RET-POSITION-N:7) TO WS-DATE-JULIENNE
                 IF WS-DATE-JULIENNE IS NUMERIC
                    PERFORM FONCTION-RANG-JULIEN
                 END-IF
              WHEN 'B'
                 MOVE WS-ENR(WS-RET-POSITION-N:4) TO WS-DATE-BINAIRE-X
                 IF WS-DATE-BINAIRE > 0
                    MOVE WS-DATE-BINAIRE TO WS-DATE-JULIENNE-N
                    PERFORM FONCTION-RANG-JULIEN
                 END-IF
           END-EVALUATE
           IF WS-DATE-VALIDE = 'O'
              MOVE WS-DD-ORDINAL TO WS-ORD-ENR
           END-IF.
      *-- DATE CICS 0CAAJJJ : SIECLE 0 POUR 19XX, 1 POUR 20XX
        FONCTION-RANG-JULIEN.
           MOVE WS-DATE-JULIENNE(2:1) TO WS-DD-SIECLE
           MOVE WS-DATE-JULIENNE(3:2) TO WS-DD-AA
           MOVE WS-DATE-JULIENNE(5:3) TO WS-DD-JJJ
           IF WS-DD-JJJ >= 1 AND WS-DD-JJJ <= 366
              COMPUTE WS-DD-AAAA = 1900 + WS-DD-SIECLE * 100
                                 + WS-DD-AA
              PERFORM FONCTION-RANG-JOUR
              MOVE 'O' TO WS-DATE-VALIDE
           END-IF.
        FONCTION-CONTROLER-RETENUE.
           IF WS-IX-FIC = 5 AND WS-ENR-REV-STATUT NOT = 'C'
              MOVE 'R' TO WS-DECISION
           END-IF
           IF WS-IX-FIC = 11 AND WS-ENR-SUS-STATUT = 'A'
              MOVE 'R' TO WS-DECISION
           END-IF
           IF WS-A-DECHARGER AND WS-FIC-POS-COMPTE(WS-IX-FIC) > 0
              MOVE WS-ENR(WS-FIC-POS-COMPTE(WS-IX-FIC):6) TO WS-COMPTE
              IF WS-CAS-DEBORDE = 'O'
                 MOVE 'R' TO WS-DECISION
              ELSE
                 SET WS-CAS-IDX TO 1
                 SEARCH WS-CAS-COMPTE
                    WHEN WS-CAS-IDX > WS-CAS-NB
                       CONTINUE
                    WHEN WS-CAS-COMPTE(WS-CAS-IDX) = WS-COMPTE
                       MOVE 'R' TO WS-DECISION
                 END-SEARCH
              END-IF
           END-IF
           IF WS-A-DECHARGER AND WS-FIC-POS-COMPTE(WS-IX-FIC) > 0
              MOVE WS-COMPTE TO BLO-NUM-COMPTE
              READ FBLOCAGE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'R' TO WS-DECISION
              END-READ
           END-IF.
        FONCTION-CONSERVER-ENREGISTREMENT.
           EVALUATE WS-IX-FIC
              WHEN 1
                 WRITE AUDNEW-REC FROM AUDIT-REC
              WHEN 2
                 WRITE HSONEW-REC FROM HISTSOL
              WHEN 3
                 WRITE CDCNEW-REC FROM CDC-REC
              WHEN 4
                 WRITE NOTNEW-REC FROM NOTIF
              WHEN 5
                 WRITE REVNEW-REC FROM LCBREV
              WHEN 6
                 WRITE PHINEW-REC FROM PARHIST-REC
              WHEN 8
                 WRITE RUNNEW-REC FROM RUNREG-REC
              WHEN 9
                 WRITE REJNEW-REC FROM REJET
              WHEN 10
                 WRITE SUSNEW-REC FROM SUSPENS
           END-EVALUATE.
      *-- UN FICHIER RECOPIE PERD L'ENREGISTREMENT EN NE LE
      *-- REPRENANT PAS ; UN KSDS LE SUPPRIME EN PLACE
        FONCTION-RETIRER-ENREGISTREMENT.
           EVALUATE WS-IX-FIC
              WHEN 7
                 DELETE FSESSION
                 MOVE FS-SESSION TO WS-FS-ENTREE
              WHEN 11
                 DELETE FSUSPQ
                 MOVE FS-SUSPQ TO WS-FS-ENTREE
              WHEN OTHER
                 MOVE '00' TO WS-FS-ENTREE
           END-EVALUATE
           IF WS-FS-ENTREE = '00'
              ADD 1 TO WS-BIL-SUPPRIMES(WS-IX-FIC)
           ELSE
              MOVE WS-FIC-NOM(WS-IX-FIC) TO WS-ERR-FICHIER
              MOVE WS-FS-ENTREE TO WS-ERR-STATUT
              MOVE 'FONCTION-RETIRER-ENREGISTREMENT'
                 TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-FERMER-FICHIER.
           EVALUATE WS-IX-FIC
              WHEN 1
                 CLOSE FAUDIT
                 CLOSE FAUDNEW
              WHEN 2
                 CLOSE FHISTSOL
                 CLOSE FHSONEW
              WHEN 3
                 CLOSE FCDC
                 CLOSE FCDCNEW
              WHEN 4
                 CLOSE FNOTIF
                 CLOSE FNOTNEW
              WHEN 5
                 CLOSE FLCBREV
                 CLOSE FREVNEW
              WHEN 6
                 CLOSE FPARHIST
                 CLOSE FPHINEW
              WHEN 7
                 CLOSE FSESSION
              WHEN 8
                 CLOSE FRUNREG
                 CLOSE FRUNNEW
              WHEN 9
                 CLOSE FREJET
                 CLOSE FREJNEW
              WHEN 10
                 CLOSE FSUSPENS
                 CLOSE FSUSNEW
              WHEN 11
                 CLOSE FSUSPQ
           END-EVALUATE.
      **************************************************************
      * ETAT RECAPITULATIF PAR FICHIER                             *
      **************************************************************
        FONCTION-PRINT-BILAN.
           MOVE 'EPURATION DES FICHIERS D''EXPLOITATION'
              TO WS-PRT-TITRE
           WRITE REC-PRT FROM WS-LIGNE01
           WRITE REC-PRT FROM WS-LIGNE02
           WRITE REC-PRT FROM WS-LIGNE01
           WRITE REC-PRT FROM WS-LIGNE03
           WRITE REC-PRT FROM WS-LIGNE01
           ADD 5 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-IX-FIC FROM 1 BY 1
                   UNTIL WS-IX-FIC > WS-NB-FICHIERS
              MOVE WS-FIC-NOM(WS-IX-FIC) TO WS-PRT-FICHIER
              IF WS-BIL-ACTIVE(WS-IX-FIC) = 'O'
                 MOVE WS-BIL-RETENTION(WS-IX-FIC) TO WS-PRT-JOURS
              ELSE
                 MOVE '    -' TO WS-PRT-JOURS-X
              END-IF
              MOVE WS-BIL-LUS(WS-IX-FIC) TO WS-PRT-LUS
              MOVE WS-BIL-CONSERVES(WS-IX-FIC) TO WS-PRT-CONSERVES
              MOVE WS-BIL-RETENUS(WS-IX-FIC) TO WS-PRT-RETENUS
              MOVE WS-BIL-DECHARGES(WS-IX-FIC) TO WS-PRT-DECHARGES
              MOVE WS-BIL-SUPPRIMES(WS-IX-FIC) TO WS-PRT-SUPPRIMES
              WRITE REC-PRT FROM WS-LIGNE04
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           WRITE REC-PRT FROM WS-LIGNE01
           MOVE 'TOTAL' TO WS-PRT-FICHIER
           MOVE SPACES TO WS-PRT-JOURS-X
           MOVE WS-TOT-LUS TO WS-PRT-LUS
           MOVE WS-TOT-CONSERVES TO WS-PRT-CONSERVES
           MOVE WS-TOT-RETENUS TO WS-PRT-RETENUS
           MOVE WS-TOT-DECHARGES TO WS-PRT-DECHARGES
           MOVE WS-TOT-SUPPRIMES TO WS-PRT-SUPPRIMES
           WRITE REC-PRT FROM WS-LIGNE04
           WRITE REC-PRT FROM WS-LIGNE01
           ADD 3 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * RANG DU JOUR DEPUIS L'AN 1, POUR COMPTER LES JOURS ENTRE   *
      * DEUX DATES                                                 *
      **************************************************************
        FONCTION-RANG-CALENDAIRE.
           PERFORM FONCTION-ANNEE-BISSEXTILE
           MOVE WS-DD-JJ TO WS-DD-JJJ
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-DD-MM
                   OR WS-J > 12
              IF WS-J = 2
                 ADD WS-JM-FEVRIER TO WS-DD-JJJ
              ELSE
                 ADD WS-JM-NB(WS-J) TO WS-DD-JJJ
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
           STRING 'DATE=' WS-DATE-TRT
                  DELIMITED BY SIZE INTO WS-ED-PARAMS
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
      *-- TOTAUX DE CONTROLE DU FICHIER EPURE AU JOURNAL FCTLLOG
        FONCTION-ECRIRE-CTLLOG.
           MOVE SPACES TO WS-CTL-LIBELLE
           STRING ' ' DELIMITED BY SIZE
                  WS-FIC-NOM(WS-IX-FIC) DELIMITED BY SPACE
                  ' LUS ' DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           MOVE 'QUEST141' TO CTLLOG-JOB
           MOVE WS-CTL-LIBELLE TO CTLLOG-LIBELLE
           MOVE WS-BIL-LUS(WS-IX-FIC) TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE SPACES TO WS-CTL-LIBELLE
           STRING ' ' DELIMITED BY SIZE
                  WS-FIC-NOM(WS-IX-FIC) DELIMITED BY SPACE
                  ' CONSERVES ' DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           MOVE 'QUEST141' TO CTLLOG-JOB
           MOVE WS-CTL-LIBELLE TO CTLLOG-LIBELLE
           MOVE WS-BIL-CONSERVES(WS-IX-FIC) TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE SPACES TO WS-CTL-LIBELLE
           STRING ' ' DELIMITED BY SIZE
                  WS-FIC-NOM(WS-IX-FIC) DELIMITED BY SPACE
                  ' DECHARGES ' DELIMITED BY SIZE INTO WS-CTL-LIBELLE
           MOVE 'QUEST141' TO CTLLOG-JOB
           MOVE WS-CTL-LIBELLE TO CTLLOG-LIBELLE
           MOVE WS-BIL-DECHARGES(WS-IX-FIC) TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST141' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FBLOCAGE
           CLOSE FDECHARG
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
