      **************************************************************
      *PROGRAMME DE MAINTENANCE BATCH DU FICHIER DES DEMANDES DE    *
      *PRET FDEMPRET (KSDS PAR NUMERO DE DEMANDE), SUR LE MODELE DE *
      *QUEST65. ACTIONS :                                           *
      *  'C' SAISIE D'UNE DEMANDE (COMPTE, CAPITAL, TAUX ANNUEL,    *
      *      DUREE EN MOIS, DATE DE DEBUT SOUHAITEE, REVENUS ET     *
      *      CHARGES MENSUELS DECLARES) : STATUT 'N', A DECIDER PAR *
      *      LE PASSAGE QUEST152 ;                                  *
      *  'V' VALIDATION PAR L'ANALYSTE CREDIT D'UNE DEMANDE RENVOYEE*
      *      A L'ETUDE ('E') : STATUT 'V', LE PRET EST CREE AU      *
      *      PASSAGE QUEST152 SUIVANT ;                             *
      *  'X' REFUS PAR L'ANALYSTE D'UNE DEMANDE NOUVELLE OU A       *
      *      L'ETUDE (STATUT 'X', MOTIF 'ANA').                     *
      *LE COMPTE EST CONTROLE DANS FCLIENT A LA SAISIE. LA DATE DE  *
      *SAISIE OU DE DECISION EST LA DATE DE TRAITEMENT (PARAMETRE   *
      *QUEST151-DATE).                                              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST151.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FDEMPRET ASSIGN TO DDDEMPRT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DEM-NUMERO
           FILE STATUS IS FS-DEMPRET.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
        DATA DIVISION.
        FILE SECTION.
      *-- DEMANDE DE PRET, 150 OCTETS. STATUT : 'N' NOUVELLE,
      *-- 'E' A L'ETUDE (RENVOYEE A L'ANALYSTE), 'V' VALIDEE PAR
      *-- L'ANALYSTE, 'A' ACCORDEE (PRET CREE SOUS DEM-SEQ-PRET),
      *-- 'X' REFUSEE. LES MOTIFS SONT DES CODES DE 3 CARACTERES
        FD FDEMPRET.
        01 DEMPRET.
           05 DEM-NUMERO PIC 9(8).
           05 DEM-NUM-COMPTE PIC X(6).
           05 DEM-CAPITAL PIC 9(8)V99.
           05 DEM-TAUX PIC 9(3)V99.
           05 DEM-DUREE-MOIS PIC 9(3).
           05 DEM-REVENUS PIC 9(7)V99.
           05 DEM-CHARGES PIC 9(7)V99.
           05 DEM-DATE-DEMANDE PIC X(10).
           05 DEM-DATE-DEBUT PIC X(10).
           05 DEM-STATUT PIC X(1).
           05 DEM-DATE-DECISION PIC X(10).
           05 DEM-MENSUALITE PIC 9(8)V99.
           05 DEM-TAUX-ENDETTEMENT PIC 9(3)V99.
           05 DEM-SCORE PIC 9(3).
           05 DEM-MOTIF PIC X(3) OCCURS 5 TIMES.
           05 DEM-SEQ-PRET PIC 9(2).
           05 DEM-OPERID PIC X(4).
           05 FILLER PIC X(30).
        FD FCLIENT.
           COPY CLIENT.
        WORKING-STORAGE SECTION.
        01 FS-DEMPRET PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DEMANDE.
           05 WS-DEM-NUMERO PIC 9(8).
           05 WS-DEM-NUM-COMPTE PIC X(6).
           05 WS-DEM-CAPITAL PIC 9(8)V99.
           05 WS-DEM-TAUX PIC 9(3)V99.
           05 WS-DEM-DUREE-MOIS PIC 9(3).
           05 WS-DEM-REVENUS PIC 9(7)V99.
           05 WS-DEM-CHARGES PIC 9(7)V99.
           05 WS-DEM-DATE-DEBUT PIC X(10).
           05 WS-DEM-OPERID PIC X(4).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FDEMPRET.
           IF FS-DEMPRET = '00'
              DISPLAY ' FILE DEMPRET OPEN SUCCES : ' FS-DEMPRET
           ELSE
              MOVE 'FDEMPRET' TO WS-ERR-FICHIER
              MOVE FS-DEMPRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-ACCEPT-DEMANDE
           EVALUATE WS-ACTION
              WHEN 'C'
                 PERFORM FONCTION-CREER-DEMANDE
              WHEN 'V'
                 PERFORM FONCTION-VALIDER-DEMANDE
              WHEN 'X'
                 PERFORM FONCTION-REFUSER-DEMANDE
              WHEN OTHER
                 DISPLAY ' ACTION INCONNUE : ' WS-ACTION
           END-EVALUATE.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST151-DATE' TO WS-PARAM-CLE
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
        FONCTION-ACCEPT-DEMANDE.
           DISPLAY 'ACTION (C=SAISIE V=VALIDATION X=REFUS) :'
           ACCEPT WS-ACTION
           DISPLAY 'NUMERO DE DEMANDE :'
           ACCEPT WS-DEM-NUMERO
           IF WS-ACTION = 'C'
              DISPLAY 'NUMERO DE COMPTE :'
              ACCEPT WS-DEM-NUM-COMPTE
              DISPLAY 'CAPITAL DEMANDE (CENTIMES IMPLICITES) :'
              ACCEPT WS-DEM-CAPITAL
              DISPLAY 'TAUX ANNUEL (2 DECIMALES IMPLICITES) :'
              ACCEPT WS-DEM-TAUX
              DISPLAY 'DUREE EN MOIS :'
              ACCEPT WS-DEM-DUREE-MOIS
              DISPLAY 'DATE DE DEBUT SOUHAITEE (AAAA-MM-JJ) :'
              ACCEPT WS-DEM-DATE-DEBUT
              DISPLAY 'REVENUS MENSUELS (CENTIMES IMPLICITES) :'
              ACCEPT WS-DEM-REVENUS
              DISPLAY 'CHARGES MENSUELLES (CENTIMES IMPLICITES) :'
              ACCEPT WS-DEM-CHARGES
           ELSE
              DISPLAY 'CODE DE L ANALYSTE :'
              ACCEPT WS-DEM-OPERID
           END-IF
           PERFORM FONCTION-CONTROLER-SAISIE.
        FONCTION-CONTROLER-SAISIE.
           IF WS-ACTION = 'C'
              IF WS-DEM-CAPITAL = 0
                 DISPLAY ' CAPITAL NUL '
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-DEM-DUREE-MOIS = 0 OR WS-DEM-DUREE-MOIS > 360
                 DISPLAY ' DUREE INVALIDE : ' WS-DEM-DUREE-MOIS
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-DEM-REVENUS = 0
                 DISPLAY ' REVENUS NON RENSEIGNES '
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-DEM-DATE-DEBUT = SPACES
                 MOVE WS-DATE-TRT TO WS-DEM-DATE-DEBUT
              END-IF
           ELSE
              IF WS-DEM-OPERID = SPACES
                 DISPLAY ' CODE ANALYSTE OBLIGATOIRE '
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF.
        FONCTION-CREER-DEMANDE.
           MOVE WS-DEM-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU : ' WS-DEM-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-CREER-DEMANDE' TO WS-ERR-PARAGRAPHE
                 MOVE NUM-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF STATUT-COMPTE = 'C'
              DISPLAY ' COMPTE CLOTURE : ' WS-DEM-NUM-COMPTE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE SPACES TO DEMPRET
           MOVE WS-DEM-NUMERO TO DEM-NUMERO
           MOVE WS-DEM-NUM-COMPTE TO DEM-NUM-COMPTE
           MOVE WS-DEM-CAPITAL TO DEM-CAPITAL
           MOVE WS-DEM-TAUX TO DEM-TAUX
           MOVE WS-DEM-DUREE-MOIS TO DEM-DUREE-MOIS
           MOVE WS-DEM-REVENUS TO DEM-REVENUS
           MOVE WS-DEM-CHARGES TO DEM-CHARGES
           MOVE WS-DATE-TRT TO DEM-DATE-DEMANDE
           MOVE WS-DEM-DATE-DEBUT TO DEM-DATE-DEBUT
           MOVE 'N' TO DEM-STATUT
           MOVE 0 TO DEM-MENSUALITE
           MOVE 0 TO DEM-TAUX-ENDETTEMENT
           MOVE 0 TO DEM-SCORE
           MOVE 0 TO DEM-SEQ-PRET
           WRITE DEMPRET
              INVALID KEY
                 DISPLAY ' DEMANDE DEJA EXISTANTE '
                 MOVE 'FDEMPRET' TO WS-ERR-FICHIER
                 MOVE FS-DEMPRET TO WS-ERR-STATUT
                 MOVE 'FONCTION-CREER-DEMANDE' TO WS-ERR-PARAGRAPHE
                 MOVE DEM-NUMERO TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' DEMANDE ENREGISTREE '
           END-WRITE.
      *-- SEULE UNE DEMANDE RENVOYEE A L'ETUDE PEUT ETRE VALIDEE :
      *-- UNE DEMANDE NOUVELLE PASSE D'ABORD PAR LA DECISION QUEST152
        FONCTION-VALIDER-DEMANDE.
           PERFORM FONCTION-LIRE-DEMANDE
           IF DEM-STATUT = 'E'
              MOVE 'V' TO DEM-STATUT
              MOVE WS-DATE-TRT TO DEM-DATE-DECISION
              MOVE WS-DEM-OPERID TO DEM-OPERID
              PERFORM FONCTION-REECRIRE-DEMANDE
              DISPLAY ' DEMANDE VALIDEE '
           ELSE
              DISPLAY ' VALIDATION IMPOSSIBLE, STATUT : ' DEM-STATUT
           END-IF.
        FONCTION-REFUSER-DEMANDE.
           PERFORM FONCTION-LIRE-DEMANDE
           IF DEM-STATUT = 'N' OR DEM-STATUT = 'E'
              MOVE 'X' TO DEM-STATUT
              MOVE WS-DATE-TRT TO DEM-DATE-DECISION
              MOVE WS-DEM-OPERID TO DEM-OPERID
              MOVE 'ANA' TO DEM-MOTIF(1)
              MOVE SPACES TO DEM-MOTIF(2)
              MOVE SPACES TO DEM-MOTIF(3)
              MOVE SPACES TO DEM-MOTIF(4)
              MOVE SPACES TO DEM-MOTIF(5)
              PERFORM FONCTION-REECRIRE-DEMANDE
              DISPLAY ' DEMANDE REFUSEE '
           ELSE
              DISPLAY ' REFUS IMPOSSIBLE, STATUT : ' DEM-STATUT
           END-IF.
        FONCTION-LIRE-DEMANDE.
           MOVE WS-DEM-NUMERO TO DEM-NUMERO
           READ FDEMPRET
              INVALID KEY
                 DISPLAY ' DEMANDE INCONNUE : ' WS-DEM-NUMERO
                 MOVE 'FDEMPRET' TO WS-ERR-FICHIER
                 MOVE FS-DEMPRET TO WS-ERR-STATUT
                 MOVE 'FONCTION-LIRE-DEMANDE' TO WS-ERR-PARAGRAPHE
                 MOVE DEM-NUMERO TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ.
        FONCTION-REECRIRE-DEMANDE.
           REWRITE DEMPRET
           IF FS-DEMPRET NOT = '00'
              MOVE 'FDEMPRET' TO WS-ERR-FICHIER
              MOVE FS-DEMPRET TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-DEMANDE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST151' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FDEMPRET.
           CLOSE FCLIENT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
