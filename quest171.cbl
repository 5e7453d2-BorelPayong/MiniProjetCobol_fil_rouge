      **************************************************************
      *MISE A JOUR BATCH DES DEROGATIONS TARIFAIRES NEGOCIEES.      *
      *CHAQUE DEMANDE DU FICHIER FDRGDEM (ACTION C CREATION, M      *
      *MODIFICATION, S SUPPRESSION ; TITULAIRE COMPTE OU PERSONNE ; *
      *NATURE DE MOUVEMENT ; MODE ; TAUX OU MONTANT ; PERIODE DE    *
      *VALIDITE ; SUPERVISEUR ; MOTIF) EST CONTROLEE PUIS APPLIQUEE *
      *AU FICHIER FDEROG (COPY DEROG) LU PAR LA FACTURATION DES     *
      *FRAIS QUEST37.                                               *
      *UNE DEMANDE EST REJETEE, AVEC SON MOTIF ET LE CODE RETOUR 4, *
      *SI LE COMPTE EST INCONNU OU CLOTURE, LA PERSONNE INCONNUE DE *
      *FPERSON, LA NATURE ABSENTE DE FTARIF, LE TAUX HORS 0 A 100   *
      *(MODE P) OU LE MONTANT NON NUMERIQUE (MODE F), LA PERIODE    *
      *ABSENTE, INVERSEE OU DEJA ECHUE A LA DATE DE TRAITEMENT      *
      *QUEST171-DATE, LE SUPERVISEUR ABSENT DE FOPERAT OU SANS      *
      *PROFIL S, LE MOTIF ABSENT, OU SI LA DEROGATION EXISTE DEJA   *
      *(CREATION) OU N'EXISTE PAS (MODIFICATION, SUPPRESSION). UNE  *
      *SUPPRESSION NE CONTROLE QUE LA CLE ET LE SUPERVISEUR.        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST171.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FDRGDEM ASSIGN TO DDDRGDEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DRGDEM.
           SELECT FDEROG ASSIGN TO DDDEROG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DRG-CLE
           FILE STATUS IS FS-DEROG.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FTARIF ASSIGN TO DDTARIF
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-NAT-MOUV
           FILE STATUS IS FS-TARIF.
           SELECT FOPERAT ASSIGN TO DDOPERAT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPE-CODE
           FILE STATUS IS FS-OPERAT.
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
      *-- DEMANDE DE DEROGATION, 80 OCTETS ; UNE DEROGATION DE COMPTE
      *-- PORTE LE NUM-COMPTE CADRE A GAUCHE DANS DDM-TITULAIRE
        FD FDRGDEM.
        01 DRGDEM.
           05 DDM-ACTION PIC X(1).
           05 DDM-TYPE PIC X(1).
           05 DDM-TITULAIRE PIC X(8).
           05 DDM-NAT-MOUV PIC X(3).
           05 DDM-MODE PIC X(1).
           05 DDM-TAUX PIC 9(3)V99.
           05 DDM-MONTANT PIC 9(4)V99.
           05 DDM-DATE-DEBUT PIC X(10).
           05 DDM-DATE-FIN PIC X(10).
           05 DDM-SUPERVISEUR PIC X(4).
           05 DDM-MOTIF PIC X(20).
           05 FILLER PIC X(11).
        FD FDEROG.
           COPY DEROG.
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FTARIF.
        01 TARIF.
           05 TAR-NAT-MOUV PIC X(3).
           05 TAR-MONTANT PIC 9(4)V99.
           05 FILLER PIC X(71).
        FD FOPERAT.
        01 OPERAT-REC.
           05 OPE-CODE PIC X(4).
           05 OPE-NOM PIC X(10).
           05 OPE-PRENOM PIC X(10).
           05 OPE-PROFIL PIC X(1).
           05 OPE-PASSE PIC X(8).
           05 OPE-NB-ECHECS PIC 9(1).
           05 OPE-VERROU PIC X(1).
           05 OPE-PLAFOND PIC 9(7)V99.
           05 OPE-AGENCE PIC X(3).
           05 OPE-DERN-CNX PIC 9(7).
           05 OPE-ORIG-CNX PIC X(1).
           05 OPE-DATE-RECERT PIC X(10).
           05 OPE-DECISION PIC X(1).
           05 OPE-RESPONSABLE PIC X(4).
           05 OPE-DATE-NAIS PIC 9(8).
           05 FILLER PIC X(2).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-DRGDEM PIC X(2).
        01 FS-DEROG PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-TARIF PIC X(2).
        01 FS-OPERAT PIC X(2).
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
      *-- DEMANDE COURANTE
        01 WS-DEROG-EXISTE PIC X(1).
        01 WS-MOTIF-REJET PIC X(22).
        01 WS-OBSERVATION PIC X(22).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-DEMANDES PIC 9(7) VALUE 0.
        01 WS-CPT-CREES PIC 9(7) VALUE 0.
        01 WS-CPT-MODIFIES PIC 9(7) VALUE 0.
        01 WS-CPT-SUPPRIMES PIC 9(7) VALUE 0.
        01 WS-CPT-REJETES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST171'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST171'.
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
              '  MISE A JOUR DES DEROGATIONS TARIFAIRES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' A T TITULAI NAT M  VALEUR DEBUT      FI'.
           05 FILLER PIC X(38) VALUE
              'N        SUP  OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TITULAIRE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NAT-MOUV PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-VALEUR PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-DEBUT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-FIN PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SUPERVISEUR PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(22).
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
           OPEN INPUT FDRGDEM
           IF FS-DRGDEM = '00'
              DISPLAY ' FILE DRGDEM OPEN SUCCES : ' FS-DRGDEM
           ELSE
              MOVE 'FDRGDEM' TO WS-ERR-FICHIER
              MOVE FS-DRGDEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FDEROG
           IF FS-DEROG = '00'
              DISPLAY ' FILE DEROG OPEN SUCCES : ' FS-DEROG
           ELSE
              MOVE 'FDEROG' TO WS-ERR-FICHIER
              MOVE FS-DEROG TO WS-ERR-STATUT
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
           OPEN INPUT FPERSON
           IF FS-PERSON = '00'
              DISPLAY ' FILE PERSON OPEN SUCCES : ' FS-PERSON
           ELSE
              MOVE 'FPERSON' TO WS-ERR-FICHIER
              MOVE FS-PERSON TO WS-ERR-STATUT
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
           OPEN INPUT FOPERAT
           IF FS-OPERAT = '00'
              DISPLAY ' FILE OPERAT OPEN SUCCES : ' FS-OPERAT
           ELSE
              MOVE 'FOPERAT' TO WS-ERR-FICHIER
              MOVE FS-OPERAT TO WS-ERR-STATUT
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
              READ FDRGDEM
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-DEMANDE
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST171-DATE' TO WS-PARAM-CLE
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
      * DEMANDE DE DEROGATION : CONTROLE PUIS CREATION,            *
      * MODIFICATION OU SUPPRESSION DE L'ENREGISTREMENT FDEROG     *
      **************************************************************
        FONCTION-TRAITER-DEMANDE.
           ADD 1 TO WS-CPT-DEMANDES
           PERFORM FONCTION-CONTROLER-DEMANDE
           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-CPT-REJETES
              MOVE WS-MOTIF-REJET TO WS-OBSERVATION
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              EVALUATE DDM-ACTION
                 WHEN 'C'
                    PERFORM FONCTION-CREER-DEROGATION
                 WHEN 'M'
                    PERFORM FONCTION-MODIFIER-DEROGATION
                 WHEN 'S'
                    PERFORM FONCTION-SUPPRIMER-DEROGATION
              END-EVALUATE
           END-IF
           PERFORM FONCTION-PRINT-DEMANDE.
      *-- LE DERNIER CONTROLE EN ECHEC DONNE LE MOTIF DU REJET ; LA
      *-- CLE ET LE SUPERVISEUR SONT CONTROLES POUR TOUTE ACTION
        FONCTION-CONTROLER-DEMANDE.
           MOVE SPACES TO WS-MOTIF-REJET
           IF DDM-ACTION NOT = 'S'
              PERFORM FONCTION-CONTROLER-CONDITIONS
           END-IF
           MOVE DDM-SUPERVISEUR TO OPE-CODE
           READ FOPERAT
              INVALID KEY
                 MOVE 'SUPERVISEUR INCONNU' TO WS-MOTIF-REJET
              NOT INVALID KEY
                 IF OPE-PROFIL NOT = 'S'
                    MOVE 'NON SUPERVISEUR' TO WS-MOTIF-REJET
                 END-IF
           END-READ
           MOVE DDM-NAT-MOUV TO TAR-NAT-MOUV
           READ FTARIF
              INVALID KEY
                 MOVE 'NATURE HORS TARIF' TO WS-MOTIF-REJET
           END-READ
           EVALUATE DDM-TYPE
              WHEN 'C'
                 MOVE DDM-TITULAIRE(1:6) TO NU-COMPTE
                 READ FCLIENT
                    INVALID KEY
                       MOVE 'COMPTE INCONNU' TO WS-MOTIF-REJET
                    NOT INVALID KEY
                       IF STATUT-COMPTE = 'C' AND DDM-ACTION NOT = 'S'
                          MOVE 'COMPTE CLOTURE' TO WS-MOTIF-REJET
                       END-IF
                 END-READ
              WHEN 'P'
                 MOVE DDM-TITULAIRE TO PER-NUM-CLIENT
                 READ FPERSON
                    INVALID KEY
                       MOVE 'PERSONNE INCONNUE' TO WS-MOTIF-REJET
                 END-READ
              WHEN OTHER
                 MOVE 'TYPE INVALIDE' TO WS-MOTIF-REJET
           END-EVALUATE
           MOVE DDM-TYPE TO DRG-TYPE
           MOVE DDM-TITULAIRE TO DRG-TITULAIRE
           MOVE DDM-NAT-MOUV TO DRG-NAT-MOUV
           READ FDEROG
              INVALID KEY
                 MOVE 'N' TO WS-DEROG-EXISTE
              NOT INVALID KEY
                 MOVE 'O' TO WS-DEROG-EXISTE
           END-READ
           EVALUATE DDM-ACTION
              WHEN 'C'
                 IF WS-DEROG-EXISTE = 'O'
                    MOVE 'DEROGATION EXISTANTE' TO WS-MOTIF-REJET
                 END-IF
              WHEN 'M'
              WHEN 'S'
                 IF WS-DEROG-EXISTE = 'N'
                    MOVE 'DEROGATION INCONNUE' TO WS-MOTIF-REJET
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION INVALIDE' TO WS-MOTIF-REJET
           END-EVALUATE.
      *-- CONDITIONS NEGOCIEES D'UNE CREATION OU D'UNE MODIFICATION
        FONCTION-CONTROLER-CONDITIONS.
           IF DDM-MOTIF = SPACES
              MOVE 'MOTIF ABSENT' TO WS-MOTIF-REJET
           END-IF
           IF DDM-DATE-FIN < WS-DATE-TRT
              MOVE 'DEROGATION ECHUE' TO WS-MOTIF-REJET
           END-IF
           IF DDM-DATE-DEBUT > DDM-DATE-FIN
              MOVE 'PERIODE INVERSEE' TO WS-MOTIF-REJET
           END-IF
           IF DDM-DATE-DEBUT = SPACES OR DDM-DATE-FIN = SPACES
              MOVE 'PERIODE ABSENTE' TO WS-MOTIF-REJET
           END-IF
           EVALUATE DDM-MODE
              WHEN 'P'
                 IF DDM-TAUX NOT NUMERIC
                    MOVE 'TAUX INVALIDE' TO WS-MOTIF-REJET
                 ELSE
                    IF DDM-TAUX > 100
                       MOVE 'TAUX INVALIDE' TO WS-MOTIF-REJET
                    END-IF
                 END-IF
              WHEN 'F'
                 IF DDM-MONTANT NOT NUMERIC
                    MOVE 'MONTANT INVALIDE' TO WS-MOTIF-REJET
                 END-IF
              WHEN OTHER
                 MOVE 'MODE INVALIDE' TO WS-MOTIF-REJET
           END-EVALUATE.
        FONCTION-ALIMENTER-DEROGATION.
           MOVE DDM-MODE TO DRG-MODE
           MOVE 0 TO DRG-TAUX
           MOVE 0 TO DRG-MONTANT
           IF DDM-MODE = 'P'
              MOVE DDM-TAUX TO DRG-TAUX
           ELSE
              MOVE DDM-MONTANT TO DRG-MONTANT
           END-IF
           MOVE DDM-DATE-DEBUT TO DRG-DATE-DEBUT
           MOVE DDM-DATE-FIN TO DRG-DATE-FIN
           MOVE DDM-SUPERVISEUR TO DRG-SUPERVISEUR
           MOVE DDM-MOTIF TO DRG-MOTIF
           MOVE WS-DATE-TRT TO DRG-DATE-MAJ.
        FONCTION-CREER-DEROGATION.
           MOVE SPACES TO DEROG-REC
           MOVE DDM-TYPE TO DRG-TYPE
           MOVE DDM-TITULAIRE TO DRG-TITULAIRE
           MOVE DDM-NAT-MOUV TO DRG-NAT-MOUV
           PERFORM FONCTION-ALIMENTER-DEROGATION
           WRITE DEROG-REC
           IF FS-DEROG NOT = '00'
              MOVE 'FDEROG' TO WS-ERR-FICHIER
              MOVE FS-DEROG TO WS-ERR-STATUT
              MOVE 'FONCTION-CREER-DEROGATION' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-CREES
           MOVE 'DEROGATION CREEE' TO WS-OBSERVATION.
        FONCTION-MODIFIER-DEROGATION.
           PERFORM FONCTION-ALIMENTER-DEROGATION
           REWRITE DEROG-REC
           IF FS-DEROG NOT = '00'
              MOVE 'FDEROG' TO WS-ERR-FICHIER
              MOVE FS-DEROG TO WS-ERR-STATUT
              MOVE 'FONCTION-MODIFIER-DEROGATION' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-MODIFIES
           MOVE 'DEROGATION MODIFIEE' TO WS-OBSERVATION.
        FONCTION-SUPPRIMER-DEROGATION.
           DELETE FDEROG RECORD
           IF FS-DEROG NOT = '00'
              MOVE 'FDEROG' TO WS-ERR-FICHIER
              MOVE FS-DEROG TO WS-ERR-STATUT
              MOVE 'FONCTION-SUPPRIMER-DEROGATION' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-SUPPRIMES
           MOVE 'DEROGATION SUPPRIMEE' TO WS-OBSERVATION.
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
           MOVE DDM-ACTION TO WS-PRT-ACTION
           MOVE DDM-TYPE TO WS-PRT-TYPE
           MOVE DDM-TITULAIRE TO WS-PRT-TITULAIRE
           MOVE DDM-NAT-MOUV TO WS-PRT-NAT-MOUV
           MOVE DDM-MODE TO WS-PRT-MODE
           MOVE 0 TO WS-PRT-VALEUR
           IF DDM-MODE = 'P' AND DDM-TAUX NUMERIC
              MOVE DDM-TAUX TO WS-PRT-VALEUR
           END-IF
           IF DDM-MODE = 'F' AND DDM-MONTANT NUMERIC
              MOVE DDM-MONTANT TO WS-PRT-VALEUR
           END-IF
           MOVE DDM-DATE-DEBUT TO WS-PRT-DATE-DEBUT
           MOVE DDM-DATE-FIN TO WS-PRT-DATE-FIN
           MOVE DDM-SUPERVISEUR TO WS-PRT-SUPERVISEUR
           MOVE WS-OBSERVATION TO WS-PRT-OBSERVATION
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
           MOVE 'DEROGATIONS CREEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CREES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEROGATIONS MODIFIEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-MODIFIES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEROGATIONS SUPPRIMEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SUPPRIMES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES REJETEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REJETES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 7 TO WS-CPT-LIGNES-TOT
           DISPLAY ' DEMANDES LUES      : ' WS-CPT-DEMANDES
           DISPLAY ' CREEES             : ' WS-CPT-CREES
           DISPLAY ' MODIFIEES          : ' WS-CPT-MODIFIES
           DISPLAY ' SUPPRIMEES         : ' WS-CPT-SUPPRIMES
           DISPLAY ' REJETEES           : ' WS-CPT-REJETES.
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
           MOVE 'QUEST171' TO CTLLOG-JOB
           MOVE ' DEROGATIONS MISES A JOUR' TO CTLLOG-LIBELLE
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-CREES + WS-CPT-MODIFIES
                                   + WS-CPT-SUPPRIMES
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST171' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FDRGDEM
           CLOSE FDEROG
           CLOSE FCLIENT
           CLOSE FPERSON
           CLOSE FTARIF
           CLOSE FOPERAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
