      **************************************************************
      *PROGRAMME D'APPLICATION DES DECISIONS DE RECERTIFICATION    *
      *DES ACCES : LE FICHIER FDECACC PREPARE PAR QUEST129 REVIENT *
      *DES AGENCES AVEC, PAR OPERATEUR, LA DECISION DU RESPONSABLE *
      *('C' CONSERVER, 'D' DECLASSER VERS UN PROFIL INFERIEUR      *
      *L < M < S, 'R' REVOQUER : VERROU 'R' REFUSE PAR PGLOGON) ET *
      *LE CODE DU RESPONSABLE. LA DECISION, SA DATE D'ARRETE ET LE *
      *RESPONSABLE SONT PORTES DANS FOPERAT COMME PREUVE DE LA     *
      *REVUE. UNE LIGNE SANS DECISION, UNE DECISION INCONNUE, UN   *
      *DECLASSEMENT QUI N'ABAISSE PAS LE PROFIL, UN RESPONSABLE    *
      *ABSENT OU QUI SE CERTIFIE LUI-MEME SONT EDITES EN ANOMALIE  *
      *SANS MISE A JOUR (CODE RETOUR 4)                            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST130.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FDECACC ASSIGN TO DDDECACC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECACC.
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
        FD FDECACC.
        01 DECACC-REC.
           05 DEC-AGENCE PIC X(3).
           05 DEC-CODE PIC X(4).
           05 DEC-NOM PIC X(10).
           05 DEC-PRENOM PIC X(10).
           05 DEC-PROFIL PIC X(1).
           05 DEC-DATE-RECERT PIC X(10).
           05 DEC-DECISION PIC X(1).
           05 DEC-NOUV-PROFIL PIC X(1).
           05 DEC-RESPONSABLE PIC X(4).
           05 FILLER PIC X(36).
        FD FOPERAT.
        01 OPERAT.
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
        01 FS-DECACC PIC X(2).
        01 FS-OPERAT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-ANOMALIE PIC X(24).
      *-- RANG DES PROFILS POUR CONTROLER QU'UN DECLASSEMENT
      *-- ABAISSE BIEN LES DROITS
        01 WS-PROFIL-TRAITE PIC X(1).
        01 WS-RANG-TRAITE PIC 9(1).
        01 WS-RANG-ACTUEL PIC 9(1).
        01 WS-RANG-NOUVEAU PIC 9(1).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-CONSERVES PIC 9(7) VALUE 0.
        01 WS-CPT-DECLASSES PIC 9(7) VALUE 0.
        01 WS-CPT-REVOQUES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(50) VALUE
              '  DECISIONS DE RECERTIFICATION DES ACCES '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-AGENCE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PROFIL PIC X(1).
           05 FILLER PIC X(4) VALUE ' -> '.
           05 WS-PRT-NOUV-PROFIL PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DECISION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RESPONSABLE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RESULTAT PIC X(24).
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' CONSERVES :'.
           05 WS-PRT-NB-CONSERVES PIC Z(5)9.
           05 FILLER PIC X(12) VALUE ' DECLASSES :'.
           05 WS-PRT-NB-DECLASSES PIC Z(5)9.
           05 FILLER PIC X(11) VALUE ' REVOQUES :'.
           05 WS-PRT-NB-REVOQUES PIC Z(5)9.
           05 FILLER PIC X(12) VALUE ' ANOMALIES :'.
           05 WS-PRT-NB-ANOMALIES PIC Z(5)9.
           05 FILLER PIC X(7) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FDECACC
           IF FS-DECACC = '00'
              DISPLAY ' FILE DECACC OPEN SUCCES : ' FS-DECACC
           ELSE
              MOVE 'FDECACC' TO WS-ERR-FICHIER
              MOVE FS-DECACC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FOPERAT
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
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-DECISION
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LUS
              PERFORM FONCTION-TRAITER-DECISION
              PERFORM FONCTION-READ-DECISION
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ANOMALIES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-READ-DECISION.
           READ FDECACC
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-TRAITER-DECISION.
           MOVE SPACES TO WS-ANOMALIE
           MOVE DEC-CODE TO OPE-CODE
           READ FOPERAT
              INVALID KEY
                 MOVE 'OPERATEUR INCONNU' TO WS-ANOMALIE
           END-READ
           IF WS-ANOMALIE = SPACES
              PERFORM FONCTION-CONTROLER-DECISION
           END-IF
           IF WS-ANOMALIE = SPACES
              PERFORM FONCTION-APPLIQUER-DECISION
           ELSE
              ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           MOVE DEC-AGENCE TO WS-PRT-AGENCE
           MOVE DEC-CODE TO WS-PRT-CODE
           MOVE DEC-NOM TO WS-PRT-NOM
           MOVE DEC-PROFIL TO WS-PRT-PROFIL
           MOVE DEC-NOUV-PROFIL TO WS-PRT-NOUV-PROFIL
           MOVE DEC-DECISION TO WS-PRT-DECISION
           MOVE DEC-RESPONSABLE TO WS-PRT-RESPONSABLE
           IF WS-ANOMALIE = SPACES
              EVALUATE DEC-DECISION
                 WHEN 'C'
                    MOVE 'ACCES CONSERVE' TO WS-PRT-RESULTAT
                 WHEN 'D'
                    MOVE 'PROFIL DECLASSE' TO WS-PRT-RESULTAT
                 WHEN 'R'
                    MOVE 'CODE REVOQUE' TO WS-PRT-RESULTAT
              END-EVALUATE
           ELSE
              MOVE WS-ANOMALIE TO WS-PRT-RESULTAT
           END-IF
           MOVE WS-LIGNE-DETAIL TO REC-PRT
           WRITE REC-PRT.
      *-- LA DECISION DOIT ETRE PORTEE PAR UN RESPONSABLE AUTRE QUE
      *-- L'OPERATEUR ; UN DECLASSEMENT DOIT ABAISSER LE PROFIL
        FONCTION-CONTROLER-DECISION.
           EVALUATE TRUE
              WHEN DEC-DECISION = SPACE
                 MOVE 'DECISION NON PORTEE' TO WS-ANOMALIE
              WHEN DEC-DECISION NOT = 'C' AND DEC-DECISION NOT = 'D'
                   AND DEC-DECISION NOT = 'R'
                 MOVE 'DECISION INCONNUE' TO WS-ANOMALIE
              WHEN DEC-RESPONSABLE = SPACES
                 MOVE 'RESPONSABLE ABSENT' TO WS-ANOMALIE
              WHEN DEC-RESPONSABLE = DEC-CODE
                 MOVE 'AUTO-CERTIFICATION' TO WS-ANOMALIE
              WHEN DEC-DECISION = 'D'
                 MOVE OPE-PROFIL TO WS-PROFIL-TRAITE
                 PERFORM FONCTION-RANG-PROFIL
                 MOVE WS-RANG-TRAITE TO WS-RANG-ACTUEL
                 MOVE DEC-NOUV-PROFIL TO WS-PROFIL-TRAITE
                 PERFORM FONCTION-RANG-PROFIL
                 MOVE WS-RANG-TRAITE TO WS-RANG-NOUVEAU
                 IF WS-RANG-NOUVEAU = 0
                    OR WS-RANG-NOUVEAU NOT < WS-RANG-ACTUEL
                    MOVE 'DECLASSEMENT INVALIDE' TO WS-ANOMALIE
                 END-IF
           END-EVALUATE.
        FONCTION-RANG-PROFIL.
           EVALUATE WS-PROFIL-TRAITE
              WHEN 'L'
                 MOVE 1 TO WS-RANG-TRAITE
              WHEN 'M'
                 MOVE 2 TO WS-RANG-TRAITE
              WHEN 'S'
                 MOVE 3 TO WS-RANG-TRAITE
              WHEN OTHER
                 MOVE 0 TO WS-RANG-TRAITE
           END-EVALUATE.
        FONCTION-APPLIQUER-DECISION.
           EVALUATE DEC-DECISION
              WHEN 'C'
                 ADD 1 TO WS-CPT-CONSERVES
              WHEN 'D'
                 MOVE DEC-NOUV-PROFIL TO OPE-PROFIL
                 ADD 1 TO WS-CPT-DECLASSES
              WHEN 'R'
                 MOVE 'R' TO OPE-VERROU
                 ADD 1 TO WS-CPT-REVOQUES
           END-EVALUATE
           MOVE DEC-DATE-RECERT TO OPE-DATE-RECERT
           MOVE DEC-DECISION TO OPE-DECISION
           MOVE DEC-RESPONSABLE TO OPE-RESPONSABLE
           REWRITE OPERAT
              INVALID KEY
                 DISPLAY ' OPERATEUR NON MIS A JOUR : ' OPE-CODE
                 MOVE 'FOPERAT' TO WS-ERR-FICHIER
                 MOVE FS-OPERAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-APPLIQUER-DECISION' TO WS-ERR-PARAGRAPHE
                 MOVE OPE-CODE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
           END-REWRITE.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-CONSERVES TO WS-PRT-NB-CONSERVES
           MOVE WS-CPT-DECLASSES TO WS-PRT-NB-DECLASSES
           MOVE WS-CPT-REVOQUES TO WS-PRT-NB-REVOQUES
           MOVE WS-CPT-ANOMALIES TO WS-PRT-NB-ANOMALIES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' DECISIONS LUES : ' WS-CPT-LUS
           DISPLAY ' ACCES CONSERVES : ' WS-CPT-CONSERVES
           DISPLAY ' PROFILS DECLASSES : ' WS-CPT-DECLASSES
           DISPLAY ' CODES REVOQUES : ' WS-CPT-REVOQUES
           DISPLAY ' ANOMALIES : ' WS-CPT-ANOMALIES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST130' TO CTLLOG-JOB
           MOVE ' DECISIONS RECERTIF. ACCES ' TO CTLLOG-LIBELLE
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-CONSERVES
                                   + WS-CPT-DECLASSES
                                   + WS-CPT-REVOQUES
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST130' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FDECACC
           CLOSE FOPERAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
