      *LES REGLEMENTS DE LEUR PRE-AUTORISATION :                    *
      * - ENREGISTREMENT 'A' : POSE D'UNE PRE-AUTORISATION          *
      *   (MONTANT, DATE, COMMERCANT), QUI REDUIT LE SOLDE          *
      *   DISPONIBLE VU PAR PGMOUSAI ET QUEST35 ; L'AUTORISATION    *
      *   EST REFUSEE SI LA CARTE (FCARTMST, TENU PAR QUEST149)     *
      *   EST INCONNUE, NON ACTIVEE, BLOQUEE, RESILIEE OU EXPIREE   *
      *   A LA DATE DE L'OPERATION                                  *
      * - ENREGISTREMENT 'R' : REGLEMENT RECU ; LA PRE-AUTORISATION *
      *   CORRESPONDANTE EST LEVEE (SUPPRIMEE) ET LE MOUVEMENT DE   *
      *   DEBIT (NAT-MOUV 'CAR') EST EMIS AU FORMAT MOUVEM POUR LA  *
      *DELAI PARAMETRE SONT PURGEES (EXPIRATION).                   *
      *FORMAT CARTES (80 OCTETS) :                                  *
      *  TYPE(1) + COMPTE(6) + IDAUT(8) + MONTANT CENTIMES(10)      *
      *  + DATE AAAAMMJJ(8) + COMMERCANT(20) + SEQUENCE DE LA       *
      *  CARTE SUR LE COMPTE(2, '01' SI BLANC)                      *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST74.
           ACCESS IS DYNAMIC
           RECORD KEY IS AUT-CLE
           FILE STATUS IS FS-AUTCARD.
           SELECT FCARTMST ASSIGN TO DDCARTMS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CRT-CLE
           FILE STATUS IS FS-CARTMST.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 AUT-DATE PIC X(10).
           05 AUT-COMMERCANT PIC X(20).
           05 FILLER PIC X(28).
      *-- CARTE, 120 OCTETS. STATUT : 'C' COMMANDEE, 'A' ACTIVE,
      *-- 'B' BLOQUEE (MOTIF 'P' PERTE, 'V' VOL), 'X' RESILIEE
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
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPRINT.
              PIC 9(8)V99.
           05 WS-CAR-DATE PIC X(8).
           05 WS-CAR-COMMERCANT PIC X(20).
           05 WS-CAR-SEQ PIC X(2).
           05 FILLER PIC X(25).
        01 FS-CARTE PIC X(2).
        01 FS-AUTCARD PIC X(2).
        01 FS-CARTMST PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-AUTCARD PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-CPT-REGLEMENTS PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-AUT PIC 9(7) VALUE 0.
        01 WS-CPT-PURGEES PIC 9(7) VALUE 0.
        01 WS-CPT-REFUSEES PIC 9(7) VALUE 0.
        01 WS-MOTIF-REFUS PIC X(25).
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRT-PUR PIC ZZZZZ9.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(34) VALUE
              ' AUTORISATIONS REFUSEES (CARTE) : '.
           05 WS-PRT-REF PIC ZZZZZ9.
           05 FILLER PIC X(38) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-CARTE = '00'
              DISPLAY ' FILE CARTE OPEN SUCCES : ' FS-CARTE
           ELSE
              MOVE 'FCARTE' TO WS-ERR-FICHIER
              MOVE FS-CARTE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FAUTCARD
           IF FS-AUTCARD = '00'
              DISPLAY ' FILE AUTCARD OPEN SUCCES : ' FS-AUTCARD
           ELSE
              MOVE 'FAUTCARD' TO WS-ERR-FICHIER
              MOVE FS-AUTCARD TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCARTMST
           IF FS-CARTMST = '00'
              DISPLAY ' FILE CARTMST OPEN SUCCES : ' FS-CARTMST
           ELSE
              MOVE 'FCARTMST' TO WS-ERR-FICHIER
              MOVE FS-CARTMST TO WS-ERR-STATUT
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
              MOVE ' AUTORISATION REJETEE : ' TO WS-PRT-TEXTE
              PERFORM FONCTION-PRINT-ANOMALIE
           ELSE
              PERFORM FONCTION-CONTROLER-CARTE
              IF WS-MOTIF-REFUS NOT = SPACES
                 ADD 1 TO WS-CPT-REFUSEES
                 MOVE WS-MOTIF-REFUS TO WS-PRT-TEXTE
                 PERFORM FONCTION-PRINT-ANOMALIE
              ELSE
                 MOVE WS-CAR-COMPTE TO AUT-NUM-COMPTE
                 MOVE WS-CAR-ID TO AUT-ID
                 MOVE WS-CAR-MONTANT-N TO AUT-MONTANT
                 PERFORM FONCTION-FORMATER-DATE
                 MOVE WS-DATE-OPER TO AUT-DATE
                 MOVE WS-CAR-COMMERCANT TO AUT-COMMERCANT
                 WRITE AUTCARD
                    INVALID KEY
                       MOVE ' AUTORISATION DOUBLE : ' TO WS-PRT-TEXTE
                       PERFORM FONCTION-PRINT-ANOMALIE
                    NOT INVALID KEY
                       ADD 1 TO WS-CPT-AUTORISATIONS
                 END-WRITE
              END-IF
           END-IF.
      *-- LA CARTE DOIT ETRE ACTIVE ET NON EXPIREE : ELLE RESTE
      *-- VALABLE JUSQU'A LA FIN DE SON MOIS D'EXPIRATION
        FONCTION-CONTROLER-CARTE.
           MOVE SPACES TO WS-MOTIF-REFUS
           MOVE WS-CAR-COMPTE TO CRT-NUM-COMPTE
           EVALUATE TRUE
              WHEN WS-CAR-SEQ = SPACES
                 MOVE 1 TO CRT-SEQ
              WHEN WS-CAR-SEQ NUMERIC
                 MOVE WS-CAR-SEQ TO CRT-SEQ
              WHEN OTHER
                 MOVE ' CARTE INCONNUE : ' TO WS-MOTIF-REFUS
           END-EVALUATE
           IF WS-MOTIF-REFUS = SPACES
              READ FCARTMST
                 INVALID KEY
                    MOVE ' CARTE INCONNUE : ' TO WS-MOTIF-REFUS
              END-READ
           END-IF
           IF WS-MOTIF-REFUS = SPACES
              PERFORM FONCTION-FORMATER-DATE
              EVALUATE TRUE
                 WHEN CRT-STATUT = 'C'
                    MOVE ' CARTE NON ACTIVEE : ' TO WS-MOTIF-REFUS
                 WHEN CRT-STATUT = 'B'
                    MOVE ' CARTE BLOQUEE : ' TO WS-MOTIF-REFUS
                 WHEN CRT-STATUT = 'X'
                    MOVE ' CARTE RESILIEE : ' TO WS-MOTIF-REFUS
                 WHEN CRT-STATUT NOT = 'A'
                    MOVE ' CARTE INVALIDE : ' TO WS-MOTIF-REFUS
                 WHEN CRT-DATE-EXPIR < WS-DATE-OPER(1:7)
                    MOVE ' CARTE EXPIREE : ' TO WS-MOTIF-REFUS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *-- LE REGLEMENT LEVE SA PRE-AUTORISATION ET PART EN DEBIT
      *-- DANS LE LOT MOUVEM ; UN REGLEMENT SANS AUTORISATION EST
           MOVE WS-CPT-PURGEES TO WS-PRT-PUR
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-CPT-REFUSEES TO WS-PRT-REF
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' AUTORISATIONS POSEES : ' WS-CPT-AUTORISATIONS
           DISPLAY ' AUTORISATIONS REFUSEES (CARTE) : '
                   WS-CPT-REFUSEES
           DISPLAY ' REGLEMENTS EMIS : ' WS-CPT-REGLEMENTS
           DISPLAY ' REGLEMENTS SANS AUTORISATION : '
                   WS-CPT-SANS-AUT
           MOVE ' REGLEMENTS CARTES EMIS ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-REGLEMENTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST74' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCARTE
           CLOSE FAUTCARD
           CLOSE FCARTMST
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
