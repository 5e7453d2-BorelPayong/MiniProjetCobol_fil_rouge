      *DE CONTROLE EN CENTIMES), MIROIR DES CONTROLES QUE QUEST58   *
      *APPLIQUE A L'ALLER. LES ORDRES REFUSES SORTENT AU            *
      *COMPTE-RENDU AVEC MOTIF.                                     *
      *L'IBAN DU BENEFICIAIRE, QUAND L'ORDRE LE PORTE, DOIT PASSER  *
      *LE CONTROLE DE CLE MODULO 97 (PGMRIB) : UNE FAUTE DE FRAPPE  *
      *EST ARRETEE AVANT QUE LES FONDS NE PARTENT. AVEC LE          *
      *PARAMETRE QUEST96-IBAN-OBLIG = 'O', UN ORDRE SANS IBAN EST   *
      *LUI AUSSI REFUSE. UN COMPTE DONNEUR D'ORDRE SOUS BLOCAGE     *
      *JURIDIQUE FBLOCAGE (DONT LE GEL DES AVOIRS POSE PAR LE       *
      *FILTRAGE SANCTIONS QUEST120, QUI CONTROLE AUSSI LE NOM DU    *
      *BENEFICIAIRE PORTE PAR L'ORDRE) N'EMET RIEN.                 *
      *FORMAT PARTENAIRE (80 OCTETS) :                              *
      *  'D' + COMPTE BENEFICIAIRE(6) + MONTANT CENTIMES(10)        *
      *      + DATE AAAAMMJJ(8) + DONNEUR D'ORDRE(25)               *
      *      + IBAN BENEFICIAIRE(27)                                *
      *  'T' + NOMBRE(7) + TOTAL CENTIMES(13)                       *
      **************************************************************
        IDENTIFICATION DIVISION.
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 VSO-MONTANT PIC X(10).
           05 VSO-MONTANT-N REDEFINES VSO-MONTANT PIC 9(8)V99.
           05 VSO-DATE PIC X(8).
           05 VSO-IBAN PIC X(34).
           05 VSO-NOM-BENEF PIC X(16).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPARTEN.
           05 WS-VSO-MONTANT-N REDEFINES WS-VSO-MONTANT
              PIC 9(8)V99.
           05 WS-VSO-DATE PIC X(8).
           05 WS-VSO-IBAN PIC X(34).
           05 WS-VSO-NOM-BENEF PIC X(16).
        01 FS-VIRSOR PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PARTEN PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-MOTIF-REJET PIC X(20).
        01 WS-DATE-VALEUR PIC X(10).
        01 WS-AGENCE-PARTEN PIC X(3).
        01 WS-IBAN-OBLIG PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-RIB-ACTION PIC X(1).
        01 WS-RIB-BANQUE PIC X(5).
        01 WS-RIB-GUICHET PIC X(5).
        01 WS-RIB-COMPTE PIC X(11).
        01 WS-RIB-CLE PIC X(2).
        01 WS-RIB-IBAN PIC X(34).
        01 WS-RIB-CR PIC X(1).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-EMIS PIC 9(7) VALUE 0.
        01 WS-CPT-REJETES PIC 9(7) VALUE 0.
           05 WS-PAR-MONTANT PIC 9(8)V99.
           05 WS-PAR-DATE PIC X(8).
           05 WS-PAR-DONNEUR PIC X(25).
           05 WS-PAR-IBAN PIC X(27).
           05 FILLER PIC X(3) VALUE ALL ' '.
        01 WS-ENR-TRL.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-TRL-NBRE PIC 9(7).
           IF FS-VIRSOR = '00'
              DISPLAY ' FILE VIRSOR OPEN SUCCES : ' FS-VIRSOR
           ELSE
              MOVE 'FVIRSOR' TO WS-ERR-FICHIER
              MOVE FS-VIRSOR TO WS-ERR-STATUT
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
           OPEN OUTPUT FPARTEN
           IF FS-PARTEN = '00'
              DISPLAY ' FILE PARTEN OPEN SUCCES : ' FS-PARTEN
           ELSE
              MOVE 'FPARTEN' TO WS-ERR-FICHIER
              MOVE FS-PARTEN TO WS-ERR-STATUT
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
      *-- PRESENTES A QUEST33 (LA BANQUE PARTENAIRE DANS FAGENCE)
        FONCTION-ACCEPT-PARAMETRES.
           DISPLAY 'CODE AGENCE DE LA BANQUE PARTENAIRE :'
           ACCEPT WS-AGENCE-PARTEN
           MOVE 'QUEST96-IBAN-OBLIG' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'N' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-IBAN-OBLIG.
        FONCTION-TRAITER-ORDRE.
           MOVE SPACES TO WS-MOTIF-REJET
           IF WS-VSO-MONTANT NOT NUMERIC
              AND WS-VSO-MONTANT-N > 999999.99
              MOVE ' MONTANT HORS FORMAT' TO WS-MOTIF-REJET
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM FONCTION-CONTROLER-IBAN
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM FONCTION-CONTROLER-COMPTE
           END-IF
           ELSE
              PERFORM FONCTION-REJETER-ORDRE
           END-IF.
        FONCTION-CONTROLER-IBAN.
           IF WS-VSO-IBAN = SPACES
              IF WS-IBAN-OBLIG = 'O'
                 MOVE ' IBAN ABSENT ' TO WS-MOTIF-REJET
              END-IF
           ELSE
              MOVE 'V' TO WS-RIB-ACTION
              MOVE WS-VSO-IBAN TO WS-RIB-IBAN
              CALL 'PGMRIB' USING WS-RIB-ACTION, WS-RIB-BANQUE,
                                  WS-RIB-GUICHET, WS-RIB-COMPTE,
                                  WS-RIB-CLE, WS-RIB-IBAN, WS-RIB-CR
              IF WS-RIB-CR NOT = '0'
                 MOVE ' CLE IBAN ERRONEE ' TO WS-MOTIF-REJET
              END-IF
           END-IF.
        FONCTION-CONTROLER-COMPTE.
           MOVE WS-VSO-COMPTE TO NU-COMPTE
           READ FCLIENT
                       MOVE ' PROVISION INSUFF. ' TO WS-MOTIF-REJET
                    END-IF
                 END-IF
           END-READ
           IF WS-MOTIF-REJET = SPACES
              MOVE WS-VSO-COMPTE TO BLO-NUM-COMPTE
              READ FBLOCAGE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO WS-MOTIF-REJET
                    STRING ' COMPTE BLOQUE ' DELIMITED SIZE
                           BLO-TYPE DELIMITED SIZE
                           INTO WS-MOTIF-REJET
                    END-STRING
              END-READ
           END-IF.
        FONCTION-EMETTRE-VIREMENT.
           MOVE WS-VSO-DATE(1:4) TO WS-DATE-VALEUR(1:4)
           MOVE '-' TO WS-DATE-VALEUR(5:1)
           MOVE SPACES TO WS-PAR-DONNEUR
           MOVE NOM-CLIENT TO WS-PAR-DONNEUR(1:10)
           MOVE PRENOM-CLIENT TO WS-PAR-DONNEUR(12:10)
           MOVE WS-VSO-IBAN(1:27) TO WS-PAR-IBAN
           WRITE PARTEN FROM WS-ENR-DATA
           ADD 1 TO WS-CPT-EMIS
           ADD WS-VSO-MONTANT-N TO WS-TOTAL-EMIS.
           MOVE ' VIREMENTS PARTENAIRE EMIS ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EMIS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST96' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FVIRSOR
           CLOSE FCLIENT
           CLOSE FBLOCAGE
           CLOSE FMOUVEM
           CLOSE FPARTEN
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
