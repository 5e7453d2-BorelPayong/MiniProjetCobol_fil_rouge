      *MOUVEMENTS PRET POUR LE CONTROLE D'ENTREE QUEST33 ET LA     *
      *CHAINE DE FUSION. LES ENREGISTREMENTS NON TRANSPOSABLES     *
      *SONT EDITES AU COMPTE-RENDU DE CONVERSION.                  *
      *L'IBAN BENEFICIAIRE, QUAND LE PARTENAIRE LE TRANSMET, DOIT  *
      *PASSER LE CONTROLE DE CLE MODULO 97 (PGMRIB) ET ETRE CELUI  *
      *DU COMPTE CREDITE DANS LE FICHIER DES IDENTIFIANTS FRIBAN : *
      *UN VIREMENT QUI NE DESIGNE PAS UN DE NOS COMPTES N'EST PAS  *
      *TRANSPOSE. AVEC LE PARAMETRE QUEST58-IBAN-OBLIG = 'O', UN   *
      *VIREMENT SANS IBAN EST LUI AUSSI ECARTE.                    *
      *FORMAT PARTENAIRE (80 OCTETS) :                             *
      *  'D' + COMPTE(6) + MONTANT CENTIMES(10) + DATE AAAAMMJJ(8) *
      *      + DONNEUR D'ORDRE(25) + IBAN BENEFICIAIRE(27)         *
      *  'T' + NOMBRE(7) + TOTAL CENTIMES(13)                      *
      **************************************************************
        IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARTEN.
           SELECT FRIBAN ASSIGN TO DDRIBAN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RIB-NUM-COMPTE
           FILE STATUS IS FS-RIBAN.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        01 PARTEN.
           05 PAR-TYPE PIC X(1).
           05 FILLER PIC X(79).
        FD FRIBAN.
        01 RIBAN.
           05 RIB-NUM-COMPTE PIC X(6).
           05 RIB-CODE-BANQUE PIC X(5).
           05 RIB-CODE-GUICHET PIC X(5).
           05 RIB-NUM-COMPTE-RIB PIC X(11).
           05 RIB-CLE PIC X(2).
           05 RIB-IBAN PIC X(27).
           05 RIB-BIC PIC X(11).
           05 RIB-DATE-MAJ PIC X(10).
           05 FILLER PIC X(3).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPRINT.
              PIC 9(8)V99.
           05 WS-PAR-DATE PIC X(8).
           05 WS-PAR-DONNEUR PIC X(25).
           05 WS-PAR-IBAN PIC X(27).
           05 FILLER PIC X(3).
        01 WS-PAR-TRL REDEFINES WS-PARTEN.
           05 FILLER PIC X(1).
           05 WS-TRL-NBRE PIC 9(7).
           05 WS-TRL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(59).
        01 FS-PARTEN PIC X(2).
        01 FS-RIBAN PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-TRL-VU PIC X(1).
        01 WS-CPT-DATA PIC 9(7) VALUE 0.
        01 WS-TRL-NBRE-ANNONCE PIC 9(7) VALUE 0.
        01 WS-TRL-TOTAL-ANNONCE PIC 9(11)V99 VALUE 0.
        01 WS-AGENCE-PARTEN PIC X(3).
        01 WS-IBAN-OBLIG PIC X(1).
        01 WS-MOTIF-REJET PIC X(20).
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
        01 WS-CPT-ACCEPTES PIC 9(7) VALUE 0.
        01 WS-CPT-NON-TRANSPOSES PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-REJET.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRT-MOTIF PIC X(20).
           05 WS-PRT-ENR PIC X(57).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(1) VALUE '!'.
           IF FS-PARTEN = '00'
              DISPLAY ' FILE PARTEN OPEN SUCCES : ' FS-PARTEN
           ELSE
              MOVE 'FPARTEN' TO WS-ERR-FICHIER
              MOVE FS-PARTEN TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FRIBAN
           IF FS-RIBAN = '00'
              DISPLAY ' FILE RIBAN OPEN SUCCES : ' FS-RIBAN
           ELSE
              MOVE 'FRIBAN' TO WS-ERR-FICHIER
              MOVE FS-RIBAN TO WS-ERR-STATUT
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
      *-- DE QUEST33 REJETTERAIT TOUS LES VIREMENTS DU LOT
        FONCTION-ACCEPT-PARAMETRES.
           DISPLAY 'CODE AGENCE DE LA BANQUE PARTENAIRE :'
           ACCEPT WS-AGENCE-PARTEN
           MOVE 'QUEST58-IBAN-OBLIG' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'N' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-IBAN-OBLIG
           MOVE SPACES TO WS-MOTIF-REJET.
        FONCTION-TRANSPOSER-VIREMENT.
      *-- LE MONTANT PARTENAIRE EST EN CENTIMES SUR 10 : AU-DELA DE
      *-- 999999.99 LE MOUVEM STANDARD NE PEUT PAS LE PORTER
                 ADD 1 TO WS-CPT-NON-TRANSPOSES
                 PERFORM FONCTION-EDITER-REJET
              ELSE
                 PERFORM FONCTION-CONTROLER-IBAN
                 IF WS-MOTIF-REJET = SPACES
                    PERFORM FONCTION-ECRIRE-MOUVEMENT
                 ELSE
                    ADD 1 TO WS-CPT-NON-TRANSPOSES
                    PERFORM FONCTION-EDITER-REJET
                 END-IF
              END-IF
           END-IF.
      *-- L'IBAN TRANSMIS DOIT ETRE EXACT (CLE MODULO 97) ET ETRE
      *-- CELUI QUE FRIBAN ATTRIBUE AU COMPTE A CREDITER
        FONCTION-CONTROLER-IBAN.
           IF WS-PAR-IBAN = SPACES
              IF WS-IBAN-OBLIG = 'O'
                 MOVE ' IBAN ABSENT      : ' TO WS-MOTIF-REJET
              END-IF
           ELSE
              MOVE 'V' TO WS-RIB-ACTION
              MOVE WS-PAR-IBAN TO WS-RIB-IBAN
              CALL 'PGMRIB' USING WS-RIB-ACTION, WS-RIB-BANQUE,
                                  WS-RIB-GUICHET, WS-RIB-COMPTE,
                                  WS-RIB-CLE, WS-RIB-IBAN, WS-RIB-CR
              IF WS-RIB-CR NOT = '0'
                 MOVE ' CLE IBAN ERRONEE : ' TO WS-MOTIF-REJET
              ELSE
                 MOVE WS-PAR-COMPTE TO RIB-NUM-COMPTE
                 READ FRIBAN
                    INVALID KEY
                       MOVE ' IBAN INCONNU     : ' TO WS-MOTIF-REJET
                    NOT INVALID KEY
                       IF RIB-IBAN NOT = WS-PAR-IBAN
                          MOVE ' IBAN INCONNU     : '
                               TO WS-MOTIF-REJET
                       END-IF
                 END-READ
              END-IF
           END-IF.
        FONCTION-ECRIRE-MOUVEMENT.
        FONCTION-CONTROLER-TRAILER.
           IF WS-TRL-VU NOT = 'O'
              DISPLAY ' ENREGISTREMENT DE FIN PARTENAIRE ABSENT '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              IF WS-CPT-DATA NOT = WS-TRL-NBRE-ANNONCE
                 OR WS-TOTAL-DATA NOT = WS-TRL-TOTAL-ANNONCE
                 DISPLAY ' CONTROLES PARTENAIRE EN ECART : LUS '
                         WS-CPT-DATA ' / ANNONCES '
                         WS-TRL-NBRE-ANNONCE
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF.
        FONCTION-EDITER-REJET.
           IF WS-MOTIF-REJET = SPACES
              MOVE ' NON TRANSPOSABLE : ' TO WS-PRT-MOTIF
           ELSE
              MOVE WS-MOTIF-REJET TO WS-PRT-MOTIF
              MOVE SPACES TO WS-MOTIF-REJET
           END-IF
           MOVE WS-PARTEN(1:57) TO WS-PRT-ENR
           MOVE WS-LIGNE-REJET TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
           MOVE ' VIREMENTS PARTENAIRE ACCEPTES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ACCEPTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST58' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPARTEN
           CLOSE FRIBAN
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
