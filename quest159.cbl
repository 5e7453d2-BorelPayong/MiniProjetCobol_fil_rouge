      **************************************************************
      *SERVICE DE MOBILITE BANCAIRE SORTANTE, SECOND PASSAGE :      *
      *EXECUTION DE LA BASCULE. CHAQUE DEMANDE DU REGISTRE FMOBILI  *
      *(ALIMENTE PAR QUEST158) ENCORE AU STATUT 'I' DONT LA DATE DE *
      *BASCULE EST ATTEINTE A LA DATE QUEST159-DATE EST EXECUTEE :  *
      *- LES ORDRES PERMANENTS FORDPERM DU COMPTE PRENNENT FIN LA   *
      *  VEILLE (QUEST66 LES TIENT ALORS POUR EXPIRES),             *
      *- LES MANDATS FMANDAT DU COMPTE SONT REVOQUES A LA VEILLE    *
      *  (QUEST72 REJETTE ENSUITE LEURS PRELEVEMENTS),              *
      *- LE SOLDE CREDITEUR EST VIRE VERS L'IBAN D'ARRIVEE PAR UN   *
      *  ORDRE AU FORMAT FVIRSOR, A PASSER AU VIREMENT SORTANT      *
      *  QUEST96 (BENEFICIAIRE 'MOBILI', AU NOM DU CLIENT),         *
      *- UNE DEMANDE DE CLOTURE AU FORMAT FCLODEM EST EMISE POUR    *
      *  QUEST51, A PASSER APRES L'IMPUTATION DU VIREMENT,          *
      *PUIS LA DEMANDE PASSE AU STATUT 'B' (BASCULEE) AVEC LA DATE  *
      *D'EXECUTION ET LE MONTANT TRANSFERE.                         *
      *UN COMPTE INCONNU, CLOTURE, BLOQUE (FBLOCAGE), DEBITEUR OU   *
      *DONT LE SOLDE DEPASSE LE MONTANT MAXIMAL D'UN VIREMENT       *
      *SORTANT N'EST PAS BASCULE : LA DEMANDE RESTE EN ATTENTE ET   *
      *EST LISTEE EN ANOMALIE A CHAQUE PASSAGE (CODE RETOUR 4).     *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST159.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FMOBILI ASSIGN TO DDMOBILI
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MOB-NUM-COMPTE
           FILE STATUS IS FS-MOBILI.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
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
           SELECT FVIRSOR ASSIGN TO DDVIRSOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VIRSOR.
           SELECT FCLODEM ASSIGN TO DDCLODEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLODEM.
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
      *-- REGISTRE DES MOBILITES, 120 OCTETS (VOIR QUEST158)
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
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
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
      *-- ORDRE DE VIREMENT SORTANT, FORMAT D'ENTREE DE QUEST96
        FD FVIRSOR.
        01 VIRSOR.
           05 VSO-COMPTE PIC X(6).
           05 VSO-BENEFICIAIRE PIC X(6).
           05 VSO-MONTANT PIC X(10).
           05 VSO-MONTANT-N REDEFINES VSO-MONTANT PIC 9(8)V99.
           05 VSO-DATE PIC X(8).
           05 VSO-IBAN PIC X(34).
           05 VSO-NOM-BENEF PIC X(16).
      *-- DEMANDE DE CLOTURE, FORMAT D'ENTREE DE QUEST51
        FD FCLODEM.
        01 CLODEM.
           05 CLO-NUM-COMPTE PIC X(6).
           05 CLO-DATE PIC X(10).
           05 FILLER PIC X(64).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-MOBILI PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-ORDPERM PIC X(2).
        01 FS-MANDAT PIC X(2).
        01 FS-VIRSOR PIC X(2).
        01 FS-CLODEM PIC X(2).
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
      *-- MONTANT MAXIMAL D'UN ORDRE ACCEPTE PAR QUEST96
        01 WS-MONTANT-MAX PIC 9(8)V99 VALUE 999999.99.
      *-- VEILLE DE LA DATE DE TRAITEMENT, AAAA-MM-JJ
        01 WS-VEILLE.
           05 WS-VEI-AAAA PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-VEI-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-VEI-JJ PIC 9(2).
        01 WS-QUOTIENT PIC 9(4).
        01 WS-RESTE-4 PIC 9(4).
        01 WS-RESTE-100 PIC 9(4).
        01 WS-RESTE-400 PIC 9(4).
        01 WS-TAB-JOURS-MOIS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
        01 WS-JOURS-MOIS REDEFINES WS-TAB-JOURS-MOIS.
           05 WS-JOURS PIC 9(2) OCCURS 12 TIMES.
      *-- DEMANDE COURANTE
        01 WS-ANOMALIE PIC X(20).
        01 WS-NB-ORDRES PIC 9(3).
        01 WS-NB-MANDATS PIC 9(3).
        01 WS-TRANSFERT PIC 9(8)V99.
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-ECHUES PIC 9(7) VALUE 0.
        01 WS-CPT-BASCULEES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-CPT-ORDRES PIC 9(7) VALUE 0.
        01 WS-CPT-MANDATS PIC 9(7) VALUE 0.
        01 WS-CPT-VIREMENTS PIC 9(7) VALUE 0.
        01 WS-TOTAL-TRANSFERT PIC 9(9)V99 VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST159'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST159'.
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
              '    MOBILITE BANCAIRE : BASCULES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(78) VALUE
              ' COMPTE BASCULE    ORD MAN   VIREMENT OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NB-ORDRES PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NB-MANDATS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MONTANT PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(20).
           05 FILLER PIC X(20) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-TOT-MONTANT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(25) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN I-O FORDPERM
           IF FS-ORDPERM = '00'
              DISPLAY ' FILE ORDPERM OPEN SUCCES : ' FS-ORDPERM
           ELSE
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FMANDAT
           IF FS-MANDAT = '00'
              DISPLAY ' FILE MANDAT OPEN SUCCES : ' FS-MANDAT
           ELSE
              MOVE 'FMANDAT' TO WS-ERR-FICHIER
              MOVE FS-MANDAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FVIRSOR
           IF FS-VIRSOR = '00'
              DISPLAY ' FILE VIRSOR OPEN SUCCES : ' FS-VIRSOR
           ELSE
              MOVE 'FVIRSOR' TO WS-ERR-FICHIER
              MOVE FS-VIRSOR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCLODEM
           IF FS-CLODEM = '00'
              DISPLAY ' FILE CLODEM OPEN SUCCES : ' FS-CLODEM
           ELSE
              MOVE 'FCLODEM' TO WS-ERR-FICHIER
              MOVE FS-CLODEM TO WS-ERR-STATUT
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
           PERFORM FONCTION-CALCULER-VEILLE
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FMOBILI NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND MOB-STATUT = 'I'
                 AND MOB-DATE-BASCULE NOT > WS-DATE-TRT
                 PERFORM FONCTION-TRAITER-DEMANDE
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST159-DATE' TO WS-PARAM-CLE
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
      *-- JOUR CALENDAIRE PRECEDANT LA DATE DE TRAITEMENT (ANNEE
      *-- BISSEXTILE : DIVISIBLE PAR 4, SAUF SIECLE NON DIVISIBLE
      *-- PAR 400)
        FONCTION-CALCULER-VEILLE.
           MOVE WS-DATE-TRT(1:4) TO WS-VEI-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-VEI-MM
           MOVE WS-DATE-TRT(9:2) TO WS-VEI-JJ
           IF WS-VEI-JJ > 1
              SUBTRACT 1 FROM WS-VEI-JJ
           ELSE
              IF WS-VEI-MM > 1
                 SUBTRACT 1 FROM WS-VEI-MM
              ELSE
                 MOVE 12 TO WS-VEI-MM
                 SUBTRACT 1 FROM WS-VEI-AAAA
              END-IF
              MOVE WS-JOURS(WS-VEI-MM) TO WS-VEI-JJ
              IF WS-VEI-MM = 2
                 DIVIDE WS-VEI-AAAA BY 4 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE-4
                 DIVIDE WS-VEI-AAAA BY 100 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE-100
                 DIVIDE WS-VEI-AAAA BY 400 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE-400
                 IF WS-RESTE-4 = 0
                    AND (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                    MOVE 29 TO WS-VEI-JJ
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * DEMANDE ECHUE : CONTROLE DU COMPTE, PUIS ARRET DES ORDRES,  *
      * REVOCATION DES MANDATS, VIREMENT DU SOLDE ET DEMANDE DE     *
      * CLOTURE ; EN ANOMALIE LA DEMANDE RESTE EN ATTENTE           *
      **************************************************************
        FONCTION-TRAITER-DEMANDE.
           ADD 1 TO WS-CPT-ECHUES
           MOVE 0 TO WS-NB-ORDRES
           MOVE 0 TO WS-NB-MANDATS
           MOVE 0 TO WS-TRANSFERT
           PERFORM FONCTION-CONTROLER-COMPTE
           IF WS-ANOMALIE = SPACES
              PERFORM FONCTION-ARRETER-ORDRES
              PERFORM FONCTION-REVOQUER-MANDATS
              IF SOLDE > 0
                 PERFORM FONCTION-EMETTRE-VIREMENT
              END-IF
              MOVE SPACES TO CLODEM
              MOVE MOB-NUM-COMPTE TO CLO-NUM-COMPTE
              MOVE WS-DATE-TRT TO CLO-DATE
              WRITE CLODEM
              MOVE 'B' TO MOB-STATUT
              MOVE WS-DATE-TRT TO MOB-DATE-EXECUTION
              MOVE WS-TRANSFERT TO MOB-SOLDE-TRANSFERE
              PERFORM FONCTION-REECRIRE-DEMANDE
              ADD 1 TO WS-CPT-BASCULEES
              MOVE 'COMPTE BASCULE' TO WS-PRT-OBSERVATION
           ELSE
              ADD 1 TO WS-CPT-ANOMALIES
              MOVE WS-ANOMALIE TO WS-PRT-OBSERVATION
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           PERFORM FONCTION-PRINT-DEMANDE.
        FONCTION-CONTROLER-COMPTE.
           MOVE SPACES TO WS-ANOMALIE
           MOVE MOB-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-ANOMALIE
              NOT INVALID KEY
                 IF STATUT-COMPTE = 'C'
                    MOVE 'COMPTE CLOTURE' TO WS-ANOMALIE
                 END-IF
           END-READ
           IF WS-ANOMALIE = SPACES
              MOVE MOB-NUM-COMPTE TO BLO-NUM-COMPTE
              READ FBLOCAGE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'COMPTE BLOQUE ( )' TO WS-ANOMALIE
                    MOVE BLO-TYPE TO WS-ANOMALIE(16:1)
              END-READ
           END-IF
           IF WS-ANOMALIE = SPACES
              IF SOLDE < 0
                 MOVE 'SOLDE DEBITEUR' TO WS-ANOMALIE
              ELSE
                 IF SOLDE > WS-MONTANT-MAX
                    MOVE 'SOLDE HORS PLAFOND' TO WS-ANOMALIE
                 END-IF
              END-IF
           END-IF.
      *-- UN ORDRE DEJA ECHU AVANT LA VEILLE GARDE SA DATE DE FIN
        FONCTION-ARRETER-ORDRES.
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE MOB-NUM-COMPTE TO ORD-NUM-COMPTE
           MOVE 0 TO ORD-SEQ
           START FORDPERM KEY IS >= ORD-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FORDPERM NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF ORD-NUM-COMPTE NOT = MOB-NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF ORD-DATE-FIN = SPACES
                       OR ORD-DATE-FIN > WS-VEILLE
                       MOVE WS-VEILLE TO ORD-DATE-FIN
                       REWRITE ORDPERM
                       IF FS-ORDPERM NOT = '00'
                          MOVE 'FORDPERM' TO WS-ERR-FICHIER
                          MOVE FS-ORDPERM TO WS-ERR-STATUT
                          MOVE 'FONCTION-ARRETER-ORDRES'
                            TO WS-ERR-PARAGRAPHE
                          PERFORM FONCTION-SIGNALER-ERREUR
                          PERFORM FONCTION-FIN-PROGRAMME
                       END-IF
                       ADD 1 TO WS-NB-ORDRES
                       ADD 1 TO WS-CPT-ORDRES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-REVOQUER-MANDATS.
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE MOB-NUM-COMPTE TO MAN-NUM-COMPTE
           MOVE LOW-VALUES TO MAN-CREANCIER
           START FMANDAT KEY IS >= MAN-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FMANDAT NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF MAN-NUM-COMPTE NOT = MOB-NUM-COMPTE
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF MAN-DATE-FIN = SPACES
                       OR MAN-DATE-FIN > WS-VEILLE
                       MOVE WS-VEILLE TO MAN-DATE-FIN
                       REWRITE MANDAT
                       IF FS-MANDAT NOT = '00'
                          MOVE 'FMANDAT' TO WS-ERR-FICHIER
                          MOVE FS-MANDAT TO WS-ERR-STATUT
                          MOVE 'FONCTION-REVOQUER-MANDATS'
                            TO WS-ERR-PARAGRAPHE
                          PERFORM FONCTION-SIGNALER-ERREUR
                          PERFORM FONCTION-FIN-PROGRAMME
                       END-IF
                       ADD 1 TO WS-NB-MANDATS
                       ADD 1 TO WS-CPT-MANDATS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *-- LE CLIENT EST SON PROPRE BENEFICIAIRE A LA BANQUE
      *-- D'ARRIVEE ; L'ORDRE EST DATE DU JOUR DE LA BASCULE
        FONCTION-EMETTRE-VIREMENT.
           MOVE SOLDE TO WS-TRANSFERT
           MOVE SPACES TO VIRSOR
           MOVE MOB-NUM-COMPTE TO VSO-COMPTE
           MOVE 'MOBILI' TO VSO-BENEFICIAIRE
           MOVE WS-TRANSFERT TO VSO-MONTANT-N
           MOVE WS-DATE-TRT(1:4) TO VSO-DATE(1:4)
           MOVE WS-DATE-TRT(6:2) TO VSO-DATE(5:2)
           MOVE WS-DATE-TRT(9:2) TO VSO-DATE(7:2)
           MOVE MOB-IBAN TO VSO-IBAN
           MOVE NOM-CLIENT TO VSO-NOM-BENEF
           WRITE VIRSOR
           ADD 1 TO WS-CPT-VIREMENTS
           ADD WS-TRANSFERT TO WS-TOTAL-TRANSFERT.
        FONCTION-REECRIRE-DEMANDE.
           REWRITE MOBILI
           IF FS-MOBILI NOT = '00'
              MOVE 'FMOBILI' TO WS-ERR-FICHIER
              MOVE FS-MOBILI TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-DEMANDE' TO WS-ERR-PARAGRAPHE
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
        FONCTION-PRINT-DEMANDE.
           MOVE MOB-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE MOB-DATE-BASCULE TO WS-PRT-DATE
           MOVE WS-NB-ORDRES TO WS-PRT-NB-ORDRES
           MOVE WS-NB-MANDATS TO WS-PRT-NB-MANDATS
           MOVE WS-TRANSFERT TO WS-PRT-MONTANT
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES ECHUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ECHUES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COMPTES BASCULES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-BASCULEES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES EN ANOMALIE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ANOMALIES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'ORDRES PERMANENTS ARRETES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ORDRES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'MANDATS REVOQUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-MANDATS TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SOLDES VIRES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-VIREMENTS TO WS-PRT-TOT-NB
           MOVE WS-TOTAL-TRANSFERT TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 8 TO WS-CPT-LIGNES-TOT
           DISPLAY ' DEMANDES ECHUES      : ' WS-CPT-ECHUES
           DISPLAY ' COMPTES BASCULES     : ' WS-CPT-BASCULEES
           DISPLAY ' DEMANDES EN ANOMALIE : ' WS-CPT-ANOMALIES
           DISPLAY ' ORDRES ARRETES       : ' WS-CPT-ORDRES
           DISPLAY ' MANDATS REVOQUES     : ' WS-CPT-MANDATS
           DISPLAY ' SOLDES VIRES         : ' WS-CPT-VIREMENTS.
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
           MOVE 'QUEST159' TO CTLLOG-JOB
           MOVE ' COMPTES BASCULES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-BASCULEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST159' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOBILI
           CLOSE FCLIENT
           CLOSE FBLOCAGE
           CLOSE FORDPERM
           CLOSE FMANDAT
           CLOSE FVIRSOR
           CLOSE FCLODEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
