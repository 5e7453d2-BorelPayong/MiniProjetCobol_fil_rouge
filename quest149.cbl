      **************************************************************
      *PROGRAMME DE MAINTENANCE BATCH DU FICHIER DES CARTES FCARTMST*
      *(KSDS PAR NUM-COMPTE + SEQUENCE DE CARTE), SUR LE MODELE DE  *
      *QUEST65 POUR FORDPERM. UNE CARTE PORTE SON NUMERO, SON       *
      *TITULAIRE, SA DATE D'EXPIRATION (AAAA-MM), SON STATUT ET SON *
      *PLAFOND JOURNALIER. ACTIONS :                                *
      *  'C' COMMANDE D'UNE CARTE (STATUT 'C' COMMANDEE), SUR UN    *
      *      COMPTE EXISTANT ET NON CLOTURE ;                       *
      *  'A' ACTIVATION D'UNE CARTE COMMANDEE (STATUT 'A' ACTIVE),  *
      *      OU D'UNE CARTE RENOUVELEE PAR QUEST150 : LA NOUVELLE   *
      *      DATE D'EXPIRATION REMPLACE ALORS L'ANCIENNE ;          *
      *  'B' BLOCAGE POUR PERTE ('P') OU VOL ('V') D'UNE CARTE      *
      *      COMMANDEE OU ACTIVE (STATUT 'B', DEFINITIF : UNE       *
      *      NOUVELLE CARTE EST COMMANDEE SOUS UNE AUTRE SEQUENCE) ;*
      *  'R' RESILIATION (STATUT 'X') ;                             *
      *  'P' CHANGEMENT DU PLAFOND JOURNALIER.                      *
      *LE STATUT ET LA DATE D'EXPIRATION SONT CONTROLES PAR QUEST74 *
      *A LA POSE DES AUTORISATIONS. LA DATE DU CHANGEMENT DE STATUT *
      *EST LA DATE DE TRAITEMENT (PARAMETRE QUEST149-DATE).         *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST149.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCARTMST ASSIGN TO DDCARTMS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CRT-CLE
           FILE STATUS IS FS-CARTMST.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
        DATA DIVISION.
        FILE SECTION.
      *-- CARTE, 120 OCTETS. STATUT : 'C' COMMANDEE, 'A' ACTIVE,
      *-- 'B' BLOQUEE (MOTIF 'P' PERTE, 'V' VOL), 'X' RESILIEE.
      *-- CRT-EXPIR-RENOUV : EXPIRATION DE LA CARTE RENOUVELEE
      *-- COMMANDEE PAR QUEST150, EN ATTENTE D'ACTIVATION
        FD FCARTMST.
        01 CARTMST.
           05 CRT-CLE.
              10 CRT-NUM-COMPTE PIC X(6).
              10 CRT-SEQ PIC 9(2).
           05 CRT-NUMERO PIC X(16).
           05 CRT-TITULAIRE PIC X(20).
           05 CRT-DATE-EXPIR PIC X(7).
           05 CRT-STATUT PIC X(1).
           05 CRT-MOTIF-BLOCAGE PIC X(1).
           05 CRT-PLAFOND-JOUR PIC 9(6)V99.
           05 CRT-DATE-COMMANDE PIC X(10).
           05 CRT-DATE-STATUT PIC X(10).
           05 CRT-EXPIR-RENOUV PIC X(7).
           05 CRT-DATE-RENOUV PIC X(10).
           05 FILLER PIC X(22).
        FD FCLIENT.
           COPY CLIENT.
        WORKING-STORAGE SECTION.
        01 FS-CARTMST PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CARTE.
           05 WS-CRT-NUM-COMPTE PIC X(6).
           05 WS-CRT-SEQ PIC 9(2).
           05 WS-CRT-NUMERO PIC X(16).
           05 WS-CRT-TITULAIRE PIC X(20).
           05 WS-CRT-DATE-EXPIR PIC X(7).
           05 WS-CRT-PLAFOND-JOUR PIC 9(6)V99.
           05 WS-CRT-MOTIF-BLOCAGE PIC X(1).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FCARTMST.
           IF FS-CARTMST = '00'
              DISPLAY ' FILE CARTMST OPEN SUCCES : ' FS-CARTMST
           ELSE
              MOVE 'FCARTMST' TO WS-ERR-FICHIER
              MOVE FS-CARTMST TO WS-ERR-STATUT
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
           PERFORM FONCTION-ACCEPT-CARTE
           EVALUATE WS-ACTION
              WHEN 'C'
                 PERFORM FONCTION-COMMANDER-CARTE
              WHEN 'A'
                 PERFORM FONCTION-ACTIVER-CARTE
              WHEN 'B'
                 PERFORM FONCTION-BLOQUER-CARTE
              WHEN 'R'
                 PERFORM FONCTION-RESILIER-CARTE
              WHEN 'P'
                 PERFORM FONCTION-MODIFIER-PLAFOND
              WHEN OTHER
                 DISPLAY ' ACTION INCONNUE : ' WS-ACTION
           END-EVALUATE.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST149-DATE' TO WS-PARAM-CLE
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
        FONCTION-ACCEPT-CARTE.
           DISPLAY 'ACTION (C=COMMANDE A=ACTIVATION B=BLOCAGE '
                   'R=RESILIATION P=PLAFOND) :'
           ACCEPT WS-ACTION
           DISPLAY 'NUMERO DE COMPTE :'
           ACCEPT WS-CRT-NUM-COMPTE
           DISPLAY 'SEQUENCE DE LA CARTE SUR LE COMPTE (01-99) :'
           ACCEPT WS-CRT-SEQ
           IF WS-ACTION = 'C'
              DISPLAY 'NUMERO DE CARTE :'
              ACCEPT WS-CRT-NUMERO
              DISPLAY 'NOM DU TITULAIRE :'
              ACCEPT WS-CRT-TITULAIRE
              DISPLAY 'DATE D EXPIRATION (AAAA-MM) :'
              ACCEPT WS-CRT-DATE-EXPIR
           END-IF
           IF WS-ACTION = 'C' OR WS-ACTION = 'P'
              DISPLAY 'PLAFOND JOURNALIER (CENTIMES IMPLICITES) :'
              ACCEPT WS-CRT-PLAFOND-JOUR
           END-IF
           IF WS-ACTION = 'B'
              DISPLAY 'MOTIF DU BLOCAGE (P=PERTE V=VOL) :'
              ACCEPT WS-CRT-MOTIF-BLOCAGE
           END-IF
           PERFORM FONCTION-CONTROLER-SAISIE.
        FONCTION-CONTROLER-SAISIE.
           IF WS-ACTION = 'C'
              IF WS-CRT-NUMERO = SPACES
                 DISPLAY ' NUMERO DE CARTE ABSENT '
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-CRT-DATE-EXPIR(1:4) NOT NUMERIC
                 OR WS-CRT-DATE-EXPIR(5:1) NOT = '-'
                 OR WS-CRT-DATE-EXPIR(6:2) NOT NUMERIC
                 OR WS-CRT-DATE-EXPIR(6:2) < '01'
                 OR WS-CRT-DATE-EXPIR(6:2) > '12'
                 DISPLAY ' DATE D EXPIRATION INVALIDE : '
                         WS-CRT-DATE-EXPIR
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-CRT-DATE-EXPIR < WS-DATE-TRT(1:7)
                 DISPLAY ' CARTE DEJA EXPIREE : ' WS-CRT-DATE-EXPIR
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF
           IF WS-ACTION = 'B'
              AND WS-CRT-MOTIF-BLOCAGE NOT = 'P'
              AND WS-CRT-MOTIF-BLOCAGE NOT = 'V'
              DISPLAY ' MOTIF DE BLOCAGE INVALIDE : '
                      WS-CRT-MOTIF-BLOCAGE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- LA CARTE EST COMMANDEE SUR UN COMPTE EXISTANT ET NON
      *-- CLOTURE ; ELLE N'EST UTILISABLE QU'APRES ACTIVATION
        FONCTION-COMMANDER-CARTE.
           MOVE WS-CRT-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU : ' WS-CRT-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-COMMANDER-CARTE' TO WS-ERR-PARAGRAPHE
                 MOVE NUM-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF STATUT-COMPTE = 'C'
              DISPLAY ' COMPTE CLOTURE : ' WS-CRT-NUM-COMPTE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE SPACES TO CARTMST
           MOVE WS-CRT-NUM-COMPTE TO CRT-NUM-COMPTE
           MOVE WS-CRT-SEQ TO CRT-SEQ
           MOVE WS-CRT-NUMERO TO CRT-NUMERO
           MOVE WS-CRT-TITULAIRE TO CRT-TITULAIRE
           MOVE WS-CRT-DATE-EXPIR TO CRT-DATE-EXPIR
           MOVE 'C' TO CRT-STATUT
           MOVE WS-CRT-PLAFOND-JOUR TO CRT-PLAFOND-JOUR
           MOVE WS-DATE-TRT TO CRT-DATE-COMMANDE
           MOVE WS-DATE-TRT TO CRT-DATE-STATUT
           WRITE CARTMST
              INVALID KEY
                 DISPLAY ' CARTE DEJA EXISTANTE '
                 MOVE 'FCARTMST' TO WS-ERR-FICHIER
                 MOVE FS-CARTMST TO WS-ERR-STATUT
                 MOVE 'FONCTION-COMMANDER-CARTE' TO WS-ERR-PARAGRAPHE
                 MOVE CRT-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' CARTE COMMANDEE '
           END-WRITE.
        FONCTION-ACTIVER-CARTE.
           PERFORM FONCTION-LIRE-CARTE
           EVALUATE TRUE
              WHEN CRT-STATUT = 'C'
                 MOVE 'A' TO CRT-STATUT
                 MOVE WS-DATE-TRT TO CRT-DATE-STATUT
                 PERFORM FONCTION-REECRIRE-CARTE
                 DISPLAY ' CARTE ACTIVEE '
              WHEN CRT-STATUT = 'A' AND CRT-EXPIR-RENOUV NOT = SPACES
                 MOVE CRT-EXPIR-RENOUV TO CRT-DATE-EXPIR
                 MOVE SPACES TO CRT-EXPIR-RENOUV
                 MOVE WS-DATE-TRT TO CRT-DATE-STATUT
                 PERFORM FONCTION-REECRIRE-CARTE
                 DISPLAY ' CARTE RENOUVELEE ACTIVEE, EXPIRATION '
                         CRT-DATE-EXPIR
              WHEN OTHER
                 DISPLAY ' ACTIVATION IMPOSSIBLE, STATUT : '
                         CRT-STATUT
           END-EVALUATE.
        FONCTION-BLOQUER-CARTE.
           PERFORM FONCTION-LIRE-CARTE
           IF CRT-STATUT = 'C' OR CRT-STATUT = 'A'
              MOVE 'B' TO CRT-STATUT
              MOVE WS-CRT-MOTIF-BLOCAGE TO CRT-MOTIF-BLOCAGE
              MOVE WS-DATE-TRT TO CRT-DATE-STATUT
              PERFORM FONCTION-REECRIRE-CARTE
              DISPLAY ' CARTE BLOQUEE '
           ELSE
              DISPLAY ' BLOCAGE IMPOSSIBLE, STATUT : ' CRT-STATUT
           END-IF.
        FONCTION-RESILIER-CARTE.
           PERFORM FONCTION-LIRE-CARTE
           IF CRT-STATUT = 'X'
              DISPLAY ' CARTE DEJA RESILIEE '
           ELSE
              MOVE 'X' TO CRT-STATUT
              MOVE WS-DATE-TRT TO CRT-DATE-STATUT
              PERFORM FONCTION-REECRIRE-CARTE
              DISPLAY ' CARTE RESILIEE '
           END-IF.
        FONCTION-MODIFIER-PLAFOND.
           PERFORM FONCTION-LIRE-CARTE
           IF CRT-STATUT = 'C' OR CRT-STATUT = 'A'
              MOVE WS-CRT-PLAFOND-JOUR TO CRT-PLAFOND-JOUR
              PERFORM FONCTION-REECRIRE-CARTE
              DISPLAY ' PLAFOND MODIFIE '
           ELSE
              DISPLAY ' MODIFICATION IMPOSSIBLE, STATUT : '
                      CRT-STATUT
           END-IF.
        FONCTION-LIRE-CARTE.
           MOVE WS-CRT-NUM-COMPTE TO CRT-NUM-COMPTE
           MOVE WS-CRT-SEQ TO CRT-SEQ
           READ FCARTMST
              INVALID KEY
                 DISPLAY ' CARTE INCONNUE : ' WS-CRT-NUM-COMPTE
                         '/' WS-CRT-SEQ
                 MOVE 'FCARTMST' TO WS-ERR-FICHIER
                 MOVE FS-CARTMST TO WS-ERR-STATUT
                 MOVE 'FONCTION-LIRE-CARTE' TO WS-ERR-PARAGRAPHE
                 MOVE CRT-CLE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ.
        FONCTION-REECRIRE-CARTE.
           REWRITE CARTMST
           IF FS-CARTMST NOT = '00'
              MOVE 'FCARTMST' TO WS-ERR-FICHIER
              MOVE FS-CARTMST TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-CARTE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST149' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCARTMST.
           CLOSE FCLIENT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
