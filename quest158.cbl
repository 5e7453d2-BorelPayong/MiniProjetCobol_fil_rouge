      **************************************************************
      *SERVICE DE MOBILITE BANCAIRE SORTANTE, PREMIER PASSAGE :     *
      *INVENTAIRE DES OPERATIONS RECURRENTES A TRANSMETTRE A LA     *
      *BANQUE D'ARRIVEE. CHAQUE DEMANDE DU FICHIER FMOBDEM (COMPTE, *
      *IBAN DU COMPTE D'ARRIVEE, DATE DE BASCULE) EST CONTROLEE :   *
      *COMPTE CONNU ET NON CLOTURE, IBAN VALIDE (PGMRIB), DATE DE   *
      *BASCULE POSTERIEURE A LA DATE QUEST158-DATE, COMPTE PAS DEJA *
      *BASCULE.                                                     *
      *UNE DEMANDE ACCEPTEE EST ENREGISTREE AU REGISTRE FMOBILI     *
      *(STATUT 'I', INVENTAIRE TRANSMIS ; UNE DEMANDE DEJA EN       *
      *ATTENTE EST REMPLACEE) ET LE FICHIER FMOBINV DESTINE A LA    *
      *NOUVELLE BANQUE RECOIT POUR LE COMPTE UN ENREGISTREMENT 'H', *
      *PUIS :                                                       *
      *'O' PAR ORDRE PERMANENT FORDPERM NON EXPIRE (Y COMPRIS       *
      *    SUSPENDU, AVEC SON STATUT),                              *
      *'M' PAR MANDAT DE PRELEVEMENT FMANDAT EN VIGUEUR, AVEC SON   *
      *    CREANCIER,                                               *
      *'V' PAR VIREMENT RECU RECURRENT : CREDIT DE L'HISTORIQUE     *
      *    FMOUVIX DES QUEST158-MOIS DERNIERS MOIS (DEFAUT 3, MOIS  *
      *    EN COURS COMPRIS) DONT LE LIBELLE ET LA NATURE REVIENNENT*
      *    SUR AU MOINS QUEST158-MIN-MOIS MOIS DISTINCTS (DEFAUT 2),*
      *    AVEC LE DERNIER MONTANT RECU.                            *
      *LE FICHIER SE TERMINE PAR UN ENREGISTREMENT 'T' (NOMBRE      *
      *D'ENREGISTREMENTS 'O', 'M' ET 'V'). LES DATES TRANSMISES SONT*
      *AU FORMAT AAAAMMJJ, LES MONTANTS EN CENTIMES.                *
      *UNE DEMANDE REJETEE EST LISTEE AVEC SON MOTIF (CODE RETOUR   *
      *4). LA BASCULE ELLE-MEME EST EXECUTEE PAR QUEST159.          *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST158.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FMOBDEM ASSIGN TO DDMOBDEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOBDEM.
           SELECT FMOBILI ASSIGN TO DDMOBILI
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOB-NUM-COMPTE
           FILE STATUS IS FS-MOBILI.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FORDPERM ASSIGN TO DDORDPER
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-CLE
           FILE STATUS IS FS-ORDPERM.
           SELECT FMANDAT ASSIGN TO DDMANDAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAN-CLE
           FILE STATUS IS FS-MANDAT.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FMOBINV ASSIGN TO DDMOBINV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOBINV.
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
      *-- DEMANDE DE MOBILITE, 80 OCTETS
        FD FMOBDEM.
        01 MOBDEM.
           05 MDE-NUM-COMPTE PIC X(6).
           05 MDE-IBAN PIC X(34).
           05 MDE-DATE-BASCULE PIC X(10).
           05 FILLER PIC X(30).
      *-- REGISTRE DES MOBILITES, 120 OCTETS (VOIR QUEST159)
        FD FMOBILI.
        01 MOBILI.
           05 MOB-NUM-COMPTE PIC X(6).
           05 MOB-IBAN PIC X(34).
           05 MOB-DATE-DEMANDE PIC X(10).
           05 MOB-DATE-BASCULE PIC X(10).
           05 MOB-STATUT PIC X(1).
           05 MOB-NB-ORDRES PIC 9(3).
           05 MOB-NB-MANDATS PIC 9(3).
           05 MOB-NB-CREDITS PIC 9(3).
           05 MOB-DATE-EXECUTION PIC X(10).
           05 MOB-SOLDE-TRANSFERE PIC 9(8)V99.
           05 FILLER PIC X(30).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FORDPERM.
        01 ORDPERM.
           05 ORD-CLE.
              10 ORD-NUM-COMPTE PIC X(6).
              10 ORD-SEQ PIC 9(2).
           05 ORD-LIBELLE PIC X(15).
           05 ORD-MONTANT PIC 9(6)V99.
           05 ORD-SENS PIC X(2).
           05 ORD-NAT PIC X(3).
           05 ORD-PERIODICITE PIC X(1).
           05 ORD-DATE-PROCH PIC X(10).
           05 ORD-DATE-FIN PIC X(10).
           05 ORD-STATUT PIC X(1).
           05 ORD-DATE-REPRISE PIC X(10).
           05 FILLER PIC X(12).
        FD FMANDAT.
        01 MANDAT.
           05 MAN-CLE.
              10 MAN-NUM-COMPTE PIC X(6).
              10 MAN-CREANCIER PIC X(8).
           05 MAN-PLAFOND PIC 9(6)V99.
           05 MAN-DATE-DEBUT PIC X(10).
           05 MAN-DATE-FIN PIC X(10).
           05 FILLER PIC X(38).
        FD FMOUVIX.
           COPY MOUVIDX.
      *-- INVENTAIRE POUR LA BANQUE D'ARRIVEE, 80 OCTETS
        FD FMOBINV.
        01 MOBINV.
           05 INV-TYPE PIC X(1).
           05 INV-NUM-COMPTE PIC X(6).
           05 INV-ORDRE.
              10 INV-O-LIBELLE PIC X(15).
              10 INV-O-MONTANT PIC 9(6)V99.
              10 INV-O-SENS PIC X(2).
              10 INV-O-NATURE PIC X(3).
              10 INV-O-PERIODICITE PIC X(1).
              10 INV-O-DATE-PROCH PIC X(8).
              10 INV-O-DATE-FIN PIC X(8).
              10 INV-O-STATUT PIC X(1).
              10 FILLER PIC X(27).
           05 INV-ENTETE REDEFINES INV-ORDRE.
              10 INV-H-IBAN PIC X(34).
              10 INV-H-DATE-BASCULE PIC X(8).
              10 INV-H-NOM PIC X(10).
              10 INV-H-PRENOM PIC X(10).
              10 FILLER PIC X(11).
           05 INV-MANDAT REDEFINES INV-ORDRE.
              10 INV-M-CREANCIER PIC X(8).
              10 INV-M-PLAFOND PIC 9(6)V99.
              10 INV-M-DATE-DEBUT PIC X(8).
              10 INV-M-DATE-FIN PIC X(8).
              10 FILLER PIC X(41).
           05 INV-CREDIT REDEFINES INV-ORDRE.
              10 INV-V-LIBELLE PIC X(15).
              10 INV-V-NATURE PIC X(3).
              10 INV-V-MONTANT PIC 9(6)V99.
              10 INV-V-NB-MOIS PIC 9(2).
              10 INV-V-DATE-DERNIER PIC X(8).
              10 FILLER PIC X(37).
           05 INV-FIN REDEFINES INV-ORDRE.
              10 INV-T-NOMBRE PIC 9(7).
              10 FILLER PIC X(66).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-MOBDEM PIC X(2).
        01 FS-MOBILI PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ORDPERM PIC X(2).
        01 FS-MANDAT PIC X(2).
        01 FS-MOUVIX PIC X(2).
        01 FS-MOBINV PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-LECTURE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-NB-MOIS PIC 9(2).
        01 WS-MIN-MOIS PIC 9(2).
      *-- ZONES DU SERVICE PGMRIB
        01 WS-RIB-ACTION PIC X(1).
        01 WS-RIB-BANQUE PIC X(5).
        01 WS-RIB-GUICHET PIC X(5).
        01 WS-RIB-COMPTE PIC X(11).
        01 WS-RIB-CLE PIC X(2).
        01 WS-RIB-IBAN PIC X(34).
        01 WS-RIB-CR PIC X(1).
      *-- PREMIER JOUR DE LA FENETRE D'HISTORIQUE
        01 WS-MOIS-DEBUT PIC 9(6).
        01 WS-DATE-DEBUT.
           05 WS-DEB-AAAA PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DEB-MM PIC 9(2).
           05 FILLER PIC X(3) VALUE '-01'.
      *-- DEMANDE COURANTE
        01 WS-MOTIF-REJET PIC X(18).
        01 WS-DEJA-ENREGISTRE PIC X(1).
        01 WS-NB-ORDRES PIC 9(3).
        01 WS-NB-MANDATS PIC 9(3).
        01 WS-NB-CREDITS PIC 9(3).
        01 WS-DATE-ISO PIC X(10).
        01 WS-DATE-COMPACTE PIC X(8).
      *-- CREDITS RECUS DU COMPTE REGROUPES PAR LIBELLE ET NATURE
        01 WS-NB-CRE PIC 9(3).
        01 WS-MAX-CRE PIC 9(3) VALUE 50.
        01 WS-IX PIC 9(3).
        01 WS-TROUVE PIC 9(3).
        01 WS-TAB-CREDITS.
           05 WS-CRE OCCURS 50 TIMES.
              10 WS-CRE-LIBELLE PIC X(15).
              10 WS-CRE-NATURE PIC X(3).
              10 WS-CRE-DERNIER-MOIS PIC X(7).
              10 WS-CRE-NB-MOIS PIC 9(2).
              10 WS-CRE-MONTANT PIC 9(6)V99.
              10 WS-CRE-DATE PIC X(10).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-DEMANDES PIC 9(7) VALUE 0.
        01 WS-CPT-ACCEPTEES PIC 9(7) VALUE 0.
        01 WS-CPT-REJETEES PIC 9(7) VALUE 0.
        01 WS-CPT-INVENTAIRE PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST158'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST158'.
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
              '  MOBILITE BANCAIRE : INVENTAIRES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(36) VALUE
              ' COMPTE IBAN DESTINATAIRE'.
           05 FILLER PIC X(42) VALUE
              'BASCULE    ORD MAN CRE OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-IBAN PIC X(27).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NB-ORDRES PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NB-MANDATS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NB-CREDITS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
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
           OPEN INPUT FMOBDEM
           IF FS-MOBDEM = '00'
              DISPLAY ' FILE MOBDEM OPEN SUCCES : ' FS-MOBDEM
           ELSE
              MOVE 'FMOBDEM' TO WS-ERR-FICHIER
              MOVE FS-MOBDEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FMOBILI
           IF FS-MOBILI = '00'
              DISPLAY ' FILE MOBILI OPEN SUCCES : ' FS-MOBILI
           ELSE
              MOVE 'FMOBILI' TO WS-ERR-FICHIER
              MOVE FS-MOBILI TO WS-ERR-STATUT
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
           OPEN INPUT FORDPERM
           IF FS-ORDPERM = '00'
              DISPLAY ' FILE ORDPERM OPEN SUCCES : ' FS-ORDPERM
           ELSE
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMANDAT
           IF FS-MANDAT = '00'
              DISPLAY ' FILE MANDAT OPEN SUCCES : ' FS-MANDAT
           ELSE
              MOVE 'FMANDAT' TO WS-ERR-FICHIER
              MOVE FS-MANDAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVIX
           IF FS-MOUVIX = '00'
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FMOBINV
           IF FS-MOBINV = '00'
              DISPLAY ' FILE MOBINV OPEN SUCCES : ' FS-MOBINV
           ELSE
              MOVE 'FMOBINV' TO WS-ERR-FICHIER
              MOVE FS-MOBINV TO WS-ERR-STATUT
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
              READ FMOBDEM
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-DEMANDE
              END-IF
           END-PERFORM
           MOVE SPACES TO MOBINV
           MOVE 'T' TO INV-TYPE
           MOVE WS-CPT-INVENTAIRE TO INV-T-NOMBRE
           WRITE MOBINV
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT OBLIGATOIRE ; PROFONDEUR D'HISTORIQUE ET *
      * NOMBRE DE MOIS DISTINCTS FAISANT UN CREDIT RECURRENT       *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST158-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST158-MOIS' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '3' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' HISTORIQUE INVALIDE, DEFAUT 3 MOIS APPLIQUE '
              MOVE 3 TO WS-NB-MOIS
           ELSE
              MOVE WS-PARAM-VALEUR(29:2) TO WS-NB-MOIS
           END-IF
           IF WS-NB-MOIS = 0
              MOVE 1 TO WS-NB-MOIS
           END-IF
           MOVE 'QUEST158-MIN-MOIS' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '2' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' RECURRENCE INVALIDE, DEFAUT 2 MOIS APPLIQUE '
              MOVE 2 TO WS-MIN-MOIS
           ELSE
              MOVE WS-PARAM-VALEUR(29:2) TO WS-MIN-MOIS
           END-IF
           IF WS-MIN-MOIS = 0
              MOVE 1 TO WS-MIN-MOIS
           END-IF
      *-- LA FENETRE COMMENCE LE 1ER DU MOIS, WS-NB-MOIS - 1 MOIS
      *-- AVANT LE MOIS DE TRAITEMENT
           MOVE WS-DATE-TRT(1:4) TO WS-DEB-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-DEB-MM
           COMPUTE WS-MOIS-DEBUT = WS-DEB-AAAA * 12 + WS-DEB-MM - 1
                                 - WS-NB-MOIS + 1
           DIVIDE WS-MOIS-DEBUT BY 12 GIVING WS-DEB-AAAA
                  REMAINDER WS-DEB-MM
           ADD 1 TO WS-DEB-MM.
      **************************************************************
      * DEMANDE : CONTROLES, ENREGISTREMENT AU REGISTRE ET          *
      * INVENTAIRE DU COMPTE, OU REJET AVEC SON MOTIF              *
      **************************************************************
        FONCTION-TRAITER-DEMANDE.
           ADD 1 TO WS-CPT-DEMANDES
           MOVE 0 TO WS-NB-ORDRES
           MOVE 0 TO WS-NB-MANDATS
           MOVE 0 TO WS-NB-CREDITS
           PERFORM FONCTION-CONTROLER-DEMANDE
           IF WS-MOTIF-REJET = SPACES
              MOVE SPACES TO MOBINV
              MOVE 'H' TO INV-TYPE
              MOVE MDE-NUM-COMPTE TO INV-NUM-COMPTE
              MOVE MDE-IBAN TO INV-H-IBAN
              MOVE MDE-DATE-BASCULE TO WS-DATE-ISO
              PERFORM FONCTION-COMPACTER-DATE
              MOVE WS-DATE-COMPACTE TO INV-H-DATE-BASCULE
              MOVE NOM-CLIENT TO INV-H-NOM
              MOVE PRENOM-CLIENT TO INV-H-PRENOM
              WRITE MOBINV
              PERFORM FONCTION-INVENTORIER-ORDRES
              PERFORM FONCTION-INVENTORIER-MANDATS
              PERFORM FONCTION-INVENTORIER-CREDITS
              PERFORM FONCTION-ENREGISTRER-DEMANDE
              ADD 1 TO WS-CPT-ACCEPTEES
              MOVE 'INVENTAIRE EMIS' TO WS-PRT-OBSERVATION
           ELSE
              ADD 1 TO WS-CPT-REJETEES
              MOVE WS-MOTIF-REJET TO WS-PRT-OBSERVATION
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           PERFORM FONCTION-PRINT-DEMANDE.
        FONCTION-CONTROLER-DEMANDE.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE MDE-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MOTIF-REJET
              NOT INVALID KEY
                 IF STATUT-COMPTE = 'C'
                    MOVE 'COMPTE CLOTURE' TO WS-MOTIF-REJET
                 END-IF
           END-READ
           IF WS-MOTIF-REJET = SPACES
              IF MDE-IBAN = SPACES
                 MOVE 'IBAN ABSENT' TO WS-MOTIF-REJET
              ELSE
                 MOVE 'V' TO WS-RIB-ACTION
                 MOVE MDE-IBAN TO WS-RIB-IBAN
                 CALL 'PGMRIB' USING WS-RIB-ACTION, WS-RIB-BANQUE,
                                     WS-RIB-GUICHET, WS-RIB-COMPTE,
                                     WS-RIB-CLE, WS-RIB-IBAN,
                                     WS-RIB-CR
                 IF WS-RIB-CR NOT = '0'
                    MOVE 'CLE IBAN ERRONEE' TO WS-MOTIF-REJET
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              IF MDE-DATE-BASCULE = SPACES
                 OR MDE-DATE-BASCULE NOT > WS-DATE-TRT
                 MOVE 'DATE BASCULE ECHUE' TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              MOVE MDE-NUM-COMPTE TO MOB-NUM-COMPTE
              READ FMOBILI
                 INVALID KEY
                    MOVE 'N' TO WS-DEJA-ENREGISTRE
                 NOT INVALID KEY
                    MOVE 'O' TO WS-DEJA-ENREGISTRE
                    IF MOB-STATUT = 'B'
                       MOVE 'DEJA BASCULE' TO WS-MOTIF-REJET
                    END-IF
              END-READ
           END-IF.
      *-- ORDRES PERMANENTS NON EXPIRES DU COMPTE
        FONCTION-INVENTORIER-ORDRES.
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE MDE-NUM-COMPTE TO ORD-NUM-COMPTE
           MOVE 0 TO ORD-SEQ
           START FORDPERM KEY IS >= ORD-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FORDPERM NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF ORD-NUM-COMPTE NOT = MDE-NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF ORD-DATE-FIN = SPACES
                       OR ORD-DATE-FIN NOT < WS-DATE-TRT
                       PERFORM FONCTION-ECRIRE-ORDRE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-ECRIRE-ORDRE.
           MOVE SPACES TO MOBINV
           MOVE 'O' TO INV-TYPE
           MOVE ORD-NUM-COMPTE TO INV-NUM-COMPTE
           MOVE ORD-LIBELLE TO INV-O-LIBELLE
           MOVE ORD-MONTANT TO INV-O-MONTANT
           MOVE ORD-SENS TO INV-O-SENS
           MOVE ORD-NAT TO INV-O-NATURE
           MOVE ORD-PERIODICITE TO INV-O-PERIODICITE
           MOVE ORD-DATE-PROCH TO WS-DATE-ISO
           PERFORM FONCTION-COMPACTER-DATE
           MOVE WS-DATE-COMPACTE TO INV-O-DATE-PROCH
           MOVE ORD-DATE-FIN TO WS-DATE-ISO
           PERFORM FONCTION-COMPACTER-DATE
           MOVE WS-DATE-COMPACTE TO INV-O-DATE-FIN
           MOVE ORD-STATUT TO INV-O-STATUT
           WRITE MOBINV
           ADD 1 TO WS-NB-ORDRES
           ADD 1 TO WS-CPT-INVENTAIRE.
      *-- MANDATS EN VIGUEUR DU COMPTE, AVEC LEUR CREANCIER
        FONCTION-INVENTORIER-MANDATS.
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE MDE-NUM-COMPTE TO MAN-NUM-COMPTE
           MOVE LOW-VALUES TO MAN-CREANCIER
           START FMANDAT KEY IS >= MAN-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FMANDAT NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF MAN-NUM-COMPTE NOT = MDE-NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF MAN-DATE-FIN = SPACES
                       OR MAN-DATE-FIN NOT < WS-DATE-TRT
                       PERFORM FONCTION-ECRIRE-MANDAT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-ECRIRE-MANDAT.
           MOVE SPACES TO MOBINV
           MOVE 'M' TO INV-TYPE
           MOVE MAN-NUM-COMPTE TO INV-NUM-COMPTE
           MOVE MAN-CREANCIER TO INV-M-CREANCIER
           MOVE MAN-PLAFOND TO INV-M-PLAFOND
           MOVE MAN-DATE-DEBUT TO WS-DATE-ISO
           PERFORM FONCTION-COMPACTER-DATE
           MOVE WS-DATE-COMPACTE TO INV-M-DATE-DEBUT
           MOVE MAN-DATE-FIN TO WS-DATE-ISO
           PERFORM FONCTION-COMPACTER-DATE
           MOVE WS-DATE-COMPACTE TO INV-M-DATE-FIN
           WRITE MOBINV
           ADD 1 TO WS-NB-MANDATS
           ADD 1 TO WS-CPT-INVENTAIRE.
      **************************************************************
      * CREDITS DE L'HISTORIQUE FMOUVIX DEPUIS LE DEBUT DE LA       *
      * FENETRE, REGROUPES PAR LIBELLE ET NATURE ; UN GROUPE VU SUR *
      * ASSEZ DE MOIS DISTINCTS EST UN VIREMENT RECU RECURRENT      *
      **************************************************************
        FONCTION-INVENTORIER-CREDITS.
           MOVE 0 TO WS-NB-CRE
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE MDE-NUM-COMPTE TO MVX-NUM-COMPTE
           MOVE WS-DATE-DEBUT TO MVX-DATE-MOUV
           MOVE 0 TO MVX-SEQ
           START FMOUVIX KEY IS >= MVX-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FMOUVIX NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF MVX-NUM-COMPTE NOT = MDE-NUM-COMPTE
                    OR MVX-DATE-MOUV > WS-DATE-TRT
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF MVX-SENS-MOUV = 'CR'
                       PERFORM FONCTION-CUMULER-CREDIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-NB-CRE
              IF WS-CRE-NB-MOIS(WS-IX) >= WS-MIN-MOIS
                 PERFORM FONCTION-ECRIRE-CREDIT
              END-IF
           END-PERFORM.
      *-- LES MOUVEMENTS ARRIVENT EN ORDRE DE DATE : UN NOUVEAU MOIS
      *-- SE RECONNAIT A UN CHANGEMENT DU DERNIER MOIS DU GROUPE
        FONCTION-CUMULER-CREDIT.
           MOVE 0 TO WS-TROUVE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-CRE OR WS-TROUVE > 0
              IF WS-CRE-LIBELLE(WS-IX) = MVX-LIBELLE-MOUV
                 AND WS-CRE-NATURE(WS-IX) = MVX-NAT-MOUV
                 MOVE WS-IX TO WS-TROUVE
              END-IF
           END-PERFORM
           IF WS-TROUVE = 0
              IF WS-NB-CRE < WS-MAX-CRE
                 ADD 1 TO WS-NB-CRE
                 MOVE WS-NB-CRE TO WS-TROUVE
                 MOVE MVX-LIBELLE-MOUV TO WS-CRE-LIBELLE(WS-TROUVE)
                 MOVE MVX-NAT-MOUV TO WS-CRE-NATURE(WS-TROUVE)
                 MOVE SPACES TO WS-CRE-DERNIER-MOIS(WS-TROUVE)
                 MOVE 0 TO WS-CRE-NB-MOIS(WS-TROUVE)
              ELSE
                 DISPLAY ' TABLE DES CREDITS PLEINE, COMPTE '
                         MDE-NUM-COMPTE
              END-IF
           END-IF
           IF WS-TROUVE > 0
              IF WS-CRE-DERNIER-MOIS(WS-TROUVE) NOT =
                 MVX-DATE-MOUV(1:7)
                 ADD 1 TO WS-CRE-NB-MOIS(WS-TROUVE)
                 MOVE MVX-DATE-MOUV(1:7)
                   TO WS-CRE-DERNIER-MOIS(WS-TROUVE)
              END-IF
              MOVE MVX-MONT-MOUV TO WS-CRE-MONTANT(WS-TROUVE)
              MOVE MVX-DATE-MOUV TO WS-CRE-DATE(WS-TROUVE)
           END-IF.
        FONCTION-ECRIRE-CREDIT.
           MOVE SPACES TO MOBINV
           MOVE 'V' TO INV-TYPE
           MOVE MDE-NUM-COMPTE TO INV-NUM-COMPTE
           MOVE WS-CRE-LIBELLE(WS-IX) TO INV-V-LIBELLE
           MOVE WS-CRE-NATURE(WS-IX) TO INV-V-NATURE
           MOVE WS-CRE-MONTANT(WS-IX) TO INV-V-MONTANT
           MOVE WS-CRE-NB-MOIS(WS-IX) TO INV-V-NB-MOIS
           MOVE WS-CRE-DATE(WS-IX) TO WS-DATE-ISO
           PERFORM FONCTION-COMPACTER-DATE
           MOVE WS-DATE-COMPACTE TO INV-V-DATE-DERNIER
           WRITE MOBINV
           ADD 1 TO WS-NB-CREDITS
           ADD 1 TO WS-CPT-INVENTAIRE.
      *-- UNE DEMANDE DEJA EN ATTENTE EST REMPLACEE PAR LA NOUVELLE
        FONCTION-ENREGISTRER-DEMANDE.
           MOVE SPACES TO MOBILI
           MOVE MDE-NUM-COMPTE TO MOB-NUM-COMPTE
           MOVE MDE-IBAN TO MOB-IBAN
           MOVE WS-DATE-TRT TO MOB-DATE-DEMANDE
           MOVE MDE-DATE-BASCULE TO MOB-DATE-BASCULE
           MOVE 'I' TO MOB-STATUT
           MOVE WS-NB-ORDRES TO MOB-NB-ORDRES
           MOVE WS-NB-MANDATS TO MOB-NB-MANDATS
           MOVE WS-NB-CREDITS TO MOB-NB-CREDITS
           MOVE 0 TO MOB-SOLDE-TRANSFERE
           IF WS-DEJA-ENREGISTRE = 'O'
              REWRITE MOBILI
           ELSE
              WRITE MOBILI
           END-IF
           IF FS-MOBILI NOT = '00'
              MOVE 'FMOBILI' TO WS-ERR-FICHIER
              MOVE FS-MOBILI TO WS-ERR-STATUT
              MOVE 'FONCTION-ENREGISTRER-DEMANDE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- AAAA-MM-JJ EN AAAAMMJJ ; UNE DATE ABSENTE RESTE A BLANC
        FONCTION-COMPACTER-DATE.
           MOVE SPACES TO WS-DATE-COMPACTE
           IF WS-DATE-ISO NOT = SPACES
              MOVE WS-DATE-ISO(1:4) TO WS-DATE-COMPACTE(1:4)
              MOVE WS-DATE-ISO(6:2) TO WS-DATE-COMPACTE(5:2)
              MOVE WS-DATE-ISO(9:2) TO WS-DATE-COMPACTE(7:2)
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
           MOVE MDE-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE MDE-IBAN TO WS-PRT-IBAN
           MOVE MDE-DATE-BASCULE TO WS-PRT-DATE
           MOVE WS-NB-ORDRES TO WS-PRT-NB-ORDRES
           MOVE WS-NB-MANDATS TO WS-PRT-NB-MANDATS
           MOVE WS-NB-CREDITS TO WS-PRT-NB-CREDITS
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES LUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-DEMANDES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'INVENTAIRES EMIS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ACCEPTEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES REJETEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REJETEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'OPERATIONS TRANSMISES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-INVENTAIRE TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 6 TO WS-CPT-LIGNES-TOT
           DISPLAY ' DEMANDES LUES         : ' WS-CPT-DEMANDES
           DISPLAY ' INVENTAIRES EMIS      : ' WS-CPT-ACCEPTEES
           DISPLAY ' DEMANDES REJETEES     : ' WS-CPT-REJETEES
           DISPLAY ' OPERATIONS TRANSMISES : ' WS-CPT-INVENTAIRE.
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
           MOVE 'QUEST158' TO CTLLOG-JOB
           MOVE ' INVENTAIRES DE MOBILITE' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ACCEPTEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST158' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOBDEM
           CLOSE FMOBILI
           CLOSE FCLIENT
           CLOSE FORDPERM
           CLOSE FMANDAT
           CLOSE FMOUVIX
           CLOSE FMOBINV
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
