      **************************************************************
      *SOUS PROGRAMME D'ERREUR STANDARD DES PROGRAMMES BATCH APPELE *
      *SUR TOUT FILE STATUS OU SQLCODE ANORMAL AVEC LA ZONE         *
      *WSERREUR : IL DECODE LE STATUT EN LIBELLE ET EN GRAVITE,     *
      *ECRIT UNE LIGNE DANS LE JOURNAL DES ERREURS FERRLOG (JOB,    *
      *PROGRAMME, DATE COMPTABLE ET HEURE, FICHIER, PARAGRAPHE,     *
      *STATUT OU SQLCODE, CLE, GRAVITE), AFFICHE LE MEME MESSAGE EN *
      *SYSOUT ET TIENT LE CODE RETOUR LE PLUS GRAVE DU PASSAGE.     *
      *CONVENTION DE CODE RETOUR : 4 AVERTISSEMENT (STATUTS 0X ET   *
      *1X, SQLCODE POSITIF), 8 ERREUR (STATUTS 2X ET 4X, SQLCODE    *
      *NEGATIF), 12 ERREUR GRAVE (STATUTS 3X ET 9X, SQLCODE -805,   *
      *-818, -904, -911, -913). UNE GRAVITE RENSEIGNEE PAR          *
      *L'APPELANT PREVAUT SUR LE DECODAGE.                          *
      *LA DATE DU JOURNAL EST LA DATE COMPTABLE DE LA CHAINE (MOT-  *
      *CLE CHAINE-DATE DE FPARAM VIA PGMPARAM), A DEFAUT LA DATE    *
      *SYSTEME. UN JOURNAL INACCESSIBLE N'EMPECHE PAS LE MESSAGE NI *
      *LE CODE RETOUR.                                              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMERR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FERRLOG ASSIGN TO DDERRLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ERRLOG.
        DATA DIVISION.
        FILE SECTION.
        FD FERRLOG.
           COPY ERRLOG.
        WORKING-STORAGE SECTION.
        01 FS-ERRLOG PIC X(2).
        01 WS-DATE-CHARGEE PIC X(1) VALUE 'N'.
        01 WS-DATE-CHAINE PIC X(10).
        01 WS-DATE-SYS.
           05 WS-DT-AAAA PIC 9(4).
           05 WS-DT-MM PIC 9(2).
           05 WS-DT-JJ PIC 9(2).
        01 WS-TIME-SYS.
           05 WS-TM-HH PIC 9(2).
           05 WS-TM-MM PIC 9(2).
           05 WS-TM-SS PIC 9(2).
           05 WS-TM-CC PIC 9(2).
        01 WS-HEURE.
           05 WS-HR-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HR-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-HR-SS PIC 9(2).
        01 WS-STATUT-CLASSE PIC X(1).
        01 WS-SQLCODE-ED PIC -(9)9.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        LINKAGE SECTION.
        01 LS-ERREUR.
           05 LS-ERR-JOB PIC X(8).
           05 LS-ERR-PROGRAMME PIC X(8).
           05 LS-ERR-FICHIER PIC X(8).
           05 LS-ERR-PARAGRAPHE PIC X(30).
           05 LS-ERR-CLE PIC X(20).
           05 LS-ERR-STATUT PIC X(2).
           05 LS-ERR-SQLCODE PIC S9(9) COMP.
           05 LS-ERR-GRAVITE PIC 9(2).
           05 LS-ERR-LIBELLE PIC X(30).
           05 LS-ERR-RC-JOB PIC 9(2).
        PROCEDURE DIVISION USING LS-ERREUR.
           IF WS-DATE-CHARGEE = 'N'
              PERFORM FONCTION-CHARGER-DATE
           END-IF
           IF LS-ERR-JOB = SPACES
              MOVE LS-ERR-PROGRAMME TO LS-ERR-JOB
           END-IF
           IF LS-ERR-SQLCODE NOT = 0
              PERFORM FONCTION-DECODER-SQLCODE
           ELSE
              PERFORM FONCTION-DECODER-STATUT
           END-IF
           PERFORM FONCTION-AFFICHER-ERREUR
           PERFORM FONCTION-JOURNALISER-ERREUR
           IF LS-ERR-GRAVITE > LS-ERR-RC-JOB
              MOVE LS-ERR-GRAVITE TO LS-ERR-RC-JOB
           END-IF
      *-- LES ZONES D'ENTREE SONT REMISES A BLANC POUR QU'UN APPEL
      *-- SUIVANT NE REPRENNE NI LA CLE NI LA GRAVITE DE CELUI-CI
           MOVE SPACES TO LS-ERR-FICHIER
           MOVE SPACES TO LS-ERR-PARAGRAPHE
           MOVE SPACES TO LS-ERR-CLE
           MOVE SPACES TO LS-ERR-STATUT
           MOVE 0 TO LS-ERR-SQLCODE
           MOVE 0 TO LS-ERR-GRAVITE
           PERFORM FONCTION-FIN-PROGRAMME.
      *-- LA DATE COMPTABLE DE LA CHAINE EST LUE UNE FOIS DANS LE
      *-- FICHIER CENTRAL FPARAM, COMME DANS PGMCHAIN
        FONCTION-CHARGER-DATE.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE 'CHAINE-DATE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-VALEUR(1:10) = SPACES
              MOVE WS-DT-AAAA TO WS-DATE-CHAINE(1:4)
              MOVE '-' TO WS-DATE-CHAINE(5:1)
              MOVE WS-DT-MM TO WS-DATE-CHAINE(6:2)
              MOVE '-' TO WS-DATE-CHAINE(8:1)
              MOVE WS-DT-JJ TO WS-DATE-CHAINE(9:2)
           ELSE
              MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-CHAINE
           END-IF
           MOVE 'O' TO WS-DATE-CHARGEE.
        FONCTION-DECODER-STATUT.
           EVALUATE LS-ERR-STATUT
              WHEN '02'
                 MOVE 'CLE ALTERNATIVE EN DOUBLE' TO LS-ERR-LIBELLE
              WHEN '04'
                 MOVE 'LONGUEUR D ENREGISTREMENT' TO LS-ERR-LIBELLE
              WHEN '05'
                 MOVE 'FICHIER OPTIONNEL ABSENT' TO LS-ERR-LIBELLE
              WHEN '10'
                 MOVE 'FIN DE FICHIER' TO LS-ERR-LIBELLE
              WHEN '14'
                 MOVE 'NUMERO RELATIF HORS LIMITE' TO LS-ERR-LIBELLE
              WHEN '21'
                 MOVE 'ERREUR DE SEQUENCE DE CLE' TO LS-ERR-LIBELLE
              WHEN '22'
                 MOVE 'CLE EN DOUBLE' TO LS-ERR-LIBELLE
              WHEN '23'
                 MOVE 'ENREGISTREMENT NON TROUVE' TO LS-ERR-LIBELLE
              WHEN '24'
                 MOVE 'HORS LIMITES DU FICHIER' TO LS-ERR-LIBELLE
              WHEN '30'
                 MOVE 'ERREUR PERMANENTE D E/S' TO LS-ERR-LIBELLE
              WHEN '34'
                 MOVE 'DEPASSEMENT D ESPACE' TO LS-ERR-LIBELLE
              WHEN '35'
                 MOVE 'FICHIER ABSENT' TO LS-ERR-LIBELLE
              WHEN '37'
                 MOVE 'MODE D OUVERTURE REFUSE' TO LS-ERR-LIBELLE
              WHEN '38'
                 MOVE 'FICHIER FERME A CLE' TO LS-ERR-LIBELLE
              WHEN '39'
                 MOVE 'ATTRIBUTS INCOMPATIBLES' TO LS-ERR-LIBELLE
              WHEN '41'
                 MOVE 'FICHIER DEJA OUVERT' TO LS-ERR-LIBELLE
              WHEN '42'
                 MOVE 'FICHIER NON OUVERT' TO LS-ERR-LIBELLE
              WHEN '43'
                 MOVE 'PAS DE LECTURE PREALABLE' TO LS-ERR-LIBELLE
              WHEN '44'
                 MOVE 'LONGUEUR INVALIDE' TO LS-ERR-LIBELLE
              WHEN '46'
                 MOVE 'LECTURE APRES FIN DE FICHIER' TO LS-ERR-LIBELLE
              WHEN '47'
                 MOVE 'LECTURE NON AUTORISEE' TO LS-ERR-LIBELLE
              WHEN '48'
                 MOVE 'ECRITURE NON AUTORISEE' TO LS-ERR-LIBELLE
              WHEN '49'
                 MOVE 'MISE A JOUR NON AUTORISEE' TO LS-ERR-LIBELLE
              WHEN '93'
                 MOVE 'RESSOURCE NON DISPONIBLE' TO LS-ERR-LIBELLE
              WHEN '97'
                 MOVE 'FICHIER NON FERME (VERIFY)' TO LS-ERR-LIBELLE
              WHEN OTHER
                 MOVE 'STATUT ANORMAL' TO LS-ERR-LIBELLE
           END-EVALUATE
           IF LS-ERR-GRAVITE = 0
              MOVE LS-ERR-STATUT(1:1) TO WS-STATUT-CLASSE
              EVALUATE WS-STATUT-CLASSE
                 WHEN '0'
                 WHEN '1'
                    MOVE 4 TO LS-ERR-GRAVITE
                 WHEN '2'
                 WHEN '4'
                    MOVE 8 TO LS-ERR-GRAVITE
                 WHEN OTHER
                    MOVE 12 TO LS-ERR-GRAVITE
              END-EVALUATE
           END-IF.
        FONCTION-DECODER-SQLCODE.
           EVALUATE LS-ERR-SQLCODE
              WHEN +100
                 MOVE 'DONNEE NON TROUVEE' TO LS-ERR-LIBELLE
              WHEN -180
              WHEN -181
                 MOVE 'DATE OU HEURE INVALIDE' TO LS-ERR-LIBELLE
              WHEN -803
                 MOVE 'CLE EN DOUBLE' TO LS-ERR-LIBELLE
              WHEN -530
              WHEN -532
                 MOVE 'INTEGRITE REFERENTIELLE' TO LS-ERR-LIBELLE
              WHEN -805
              WHEN -818
                 MOVE 'PLAN OU PACKAGE INCORRECT' TO LS-ERR-LIBELLE
              WHEN -904
                 MOVE 'RESSOURCE DB2 INDISPONIBLE' TO LS-ERR-LIBELLE
              WHEN -911
              WHEN -913
                 MOVE 'DEADLOCK OU TIMEOUT' TO LS-ERR-LIBELLE
              WHEN OTHER
                 MOVE 'ERREUR SQL' TO LS-ERR-LIBELLE
           END-EVALUATE
           IF LS-ERR-GRAVITE = 0
              EVALUATE TRUE
                 WHEN LS-ERR-SQLCODE > 0
                    MOVE 4 TO LS-ERR-GRAVITE
                 WHEN LS-ERR-SQLCODE = -805
                   OR LS-ERR-SQLCODE = -818
                   OR LS-ERR-SQLCODE = -904
                   OR LS-ERR-SQLCODE = -911
                   OR LS-ERR-SQLCODE = -913
                    MOVE 12 TO LS-ERR-GRAVITE
                 WHEN OTHER
                    MOVE 8 TO LS-ERR-GRAVITE
              END-EVALUATE
           END-IF.
        FONCTION-AFFICHER-ERREUR.
           IF LS-ERR-SQLCODE NOT = 0
              MOVE LS-ERR-SQLCODE TO WS-SQLCODE-ED
              DISPLAY ' *** ERREUR ' LS-ERR-GRAVITE ' '
                      LS-ERR-PROGRAMME ' SQLCODE ' WS-SQLCODE-ED
                      ' : ' LS-ERR-LIBELLE
           ELSE
              DISPLAY ' *** ERREUR ' LS-ERR-GRAVITE ' '
                      LS-ERR-PROGRAMME ' FICHIER ' LS-ERR-FICHIER
                      ' STATUT ' LS-ERR-STATUT ' : ' LS-ERR-LIBELLE
           END-IF
           DISPLAY '     PARAGRAPHE ' LS-ERR-PARAGRAPHE
                   ' CLE ' LS-ERR-CLE.
        FONCTION-JOURNALISER-ERREUR.
           ACCEPT WS-TIME-SYS FROM TIME
           MOVE WS-TM-HH TO WS-HR-HH
           MOVE WS-TM-MM TO WS-HR-MM
           MOVE WS-TM-SS TO WS-HR-SS
           OPEN EXTEND FERRLOG
           IF FS-ERRLOG NOT = '00'
              DISPLAY ' JOURNAL ERRLOG NOT OPEN : ' FS-ERRLOG
           ELSE
              MOVE SPACES TO ERRLOG-REC
              MOVE LS-ERR-JOB TO ERRLOG-JOB
              MOVE LS-ERR-PROGRAMME TO ERRLOG-PROGRAMME
              MOVE WS-DATE-CHAINE TO ERRLOG-DATE
              MOVE WS-HEURE TO ERRLOG-HEURE
              MOVE LS-ERR-FICHIER TO ERRLOG-FICHIER
              MOVE LS-ERR-PARAGRAPHE TO ERRLOG-PARAGRAPHE
              MOVE LS-ERR-STATUT TO ERRLOG-STATUT
              MOVE LS-ERR-SQLCODE TO ERRLOG-SQLCODE
              MOVE LS-ERR-CLE TO ERRLOG-CLE
              MOVE LS-ERR-GRAVITE TO ERRLOG-GRAVITE
              MOVE LS-ERR-LIBELLE TO ERRLOG-LIBELLE
              WRITE ERRLOG-REC
              CLOSE FERRLOG
           END-IF.
        FONCTION-FIN-PROGRAMME.
           EXIT PROGRAM.
