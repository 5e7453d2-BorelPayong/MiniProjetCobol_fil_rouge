      *JOURNAL DES TOTAUX DE CONTROLE (FCTLLOG) ALIMENTE PAR CHAQUE *
      *JOB BATCH (QUEST10, QUEST14, QUEST15, QUEST16, QUEST19,      *
      *QUEST20, QUEST21) ET EDITE UN ETAT RECAPITULATIF UNIQUE POUR *
      *L'EXPLOITATION. A LA SUITE DES TOTAUX, LE JOURNAL DES        *
      *ERREURS FERRLOG TENU PAR LE SERVICE PGMERR EST CONSOLIDE     *
      *POUR LA NUIT (DATE COMPTABLE CHAINE-DATE DE FPARAM) : UNE    *
      *LIGNE PAR JOB AVEC SES AVERTISSEMENTS (4), ERREURS (8) ET    *
      *ERREURS GRAVES (12). UN JOURNAL ENCORE ABSENT VAUT NUIT SANS *
      *ERREUR.                                                      *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST29.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT1.
           SELECT FERRLOG ASSIGN TO DDERRLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ERRLOG.
        DATA DIVISION.
        FILE SECTION.
        FD FCTLLOG.
        FD FPRINT1.
        01 REC-PRT1.
           05 ENR-PRT1 PIC X(80).
        FD FERRLOG.
           COPY ERRLOG.
        WORKING-STORAGE SECTION.
        01 WS-VAR-IMPRE.
           05 WS-ETOILE PIC X(80) VALUE ALL '*'.
           05 FILLER PIC X(47) VALUE SPACES.
        01 FS-CTLLOG PIC X(2).
        01 FS-PRINT1 PIC X(2).
        01 FS-ERRLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CPT-JOBS PIC 9(5) VALUE 0.
        01 WS-CPT-LIGNES PIC 9(3) VALUE 99.
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
      *-- CONSOLIDATION DU JOURNAL DES ERREURS DE LA NUIT
        01 WS-TITRE-ERREURS.
           05 FILLER PIC X(24) VALUE ' ERREURS DE LA NUIT DU '.
           05 WS-PRT-ERR-DATE PIC X(10).
           05 FILLER PIC X(46) VALUE ' PAR JOB ET GRAVITE '.
        01 WS-LIGNE-ENTETE-ERR.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'JOB'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE '  AVERTIS.'.
           05 FILLER PIC X(10) VALUE '   ERREURS'.
           05 FILLER PIC X(10) VALUE '    GRAVES'.
           05 FILLER PIC X(10) VALUE '     TOTAL'.
           05 FILLER PIC X(27) VALUE SPACES.
        01 WS-LIGNE-ERREUR.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-EJ-JOB PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-EJ-AVERT PIC Z(9)9.
           05 WS-PRT-EJ-ERREUR PIC Z(9)9.
           05 WS-PRT-EJ-GRAVE PIC Z(9)9.
           05 WS-PRT-EJ-TOTAL PIC Z(9)9.
           05 FILLER PIC X(27) VALUE SPACES.
        01 WS-LIGNE-TOTAL-ERR.
           05 FILLER PIC X(13) VALUE ' TOTAL NUIT'.
           05 WS-PRT-TE-AVERT PIC Z(9)9.
           05 WS-PRT-TE-ERREUR PIC Z(9)9.
           05 WS-PRT-TE-GRAVE PIC Z(9)9.
           05 WS-PRT-TE-TOTAL PIC Z(9)9.
           05 FILLER PIC X(27) VALUE SPACES.
        01 WS-LIGNE-AUCUNE-ERR.
           05 FILLER PIC X(48)
              VALUE '*  AUCUNE ERREUR SIGNALEE POUR LA NUIT'.
           05 FILLER PIC X(32) VALUE SPACES.
        01 WS-FIN-ERRLOG PIC X(1) VALUE 'N'.
        01 WS-DATE-CHAINE PIC X(10).
        01 WS-TAB-ERREURS-JOB.
           05 WS-TAB-EJ-NB PIC 9(3) VALUE 0.
           05 WS-TAB-EJ-ENTREE OCCURS 200 INDEXED BY WS-EJ-IDX.
              10 WS-TAB-EJ-JOB PIC X(8).
              10 WS-TAB-EJ-AVERT PIC 9(7).
              10 WS-TAB-EJ-ERREUR PIC 9(7).
              10 WS-TAB-EJ-GRAVE PIC 9(7).
        01 WS-TOT-EJ-AVERT PIC 9(7) VALUE 0.
        01 WS-TOT-EJ-ERREUR PIC 9(7) VALUE 0.
        01 WS-TOT-EJ-GRAVE PIC 9(7) VALUE 0.
        01 WS-TOT-EJ-TOTAL PIC 9(7) VALUE 0.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-CTLLOG = '00'
              DISPLAY ' FILE CTLLOG OPEN SUCCES : ' FS-CTLLOG
           ELSE
              MOVE 'FCTLLOG' TO WS-ERR-FICHIER
              MOVE FS-CTLLOG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT1.
           IF FS-PRINT1 = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT1
           ELSE
              MOVE 'FPRINT1' TO WS-ERR-FICHIER
              MOVE FS-PRINT1 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FERRLOG.
           IF FS-ERRLOG = '00'
              DISPLAY ' FILE ERRLOG OPEN SUCCES : ' FS-ERRLOG
           ELSE
      *-- LE JOURNAL N'EST CREE QU'A LA PREMIERE ERREUR SIGNALEE :
      *-- ABSENT, IL VAUT NUIT SANS ERREUR
              IF FS-ERRLOG = '35'
                 DISPLAY ' FILE ERRLOG ABSENT : ' FS-ERRLOG
                 MOVE 'Y' TO WS-FIN-ERRLOG
              ELSE
                 MOVE 'FERRLOG' TO WS-ERR-FICHIER
                 MOVE FS-ERRLOG TO WS-ERR-STATUT
                 MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-BANNIERE
           MOVE WS-ETOILE TO REC-PRT1
              PERFORM FONCTION-IMPRIMER-LIGNE
              PERFORM FONCTION-READ-CTLLOG
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-CONSOLIDER-ERREURS
           PERFORM FONCTION-PRINT-ERREURS.
        FONCTION-IMPRIMER-LIGNE.
           MOVE CTLLOG-JOB TO WS-PRT-JOB
           MOVE CTLLOG-LIBELLE TO WS-PRT-LIBELLE
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * CONSOLIDATION DU JOURNAL DES ERREURS FERRLOG : SEULES LES  *
      * LIGNES DE LA DATE COMPTABLE DE LA CHAINE SONT RETENUES, ET *
      * CUMULEES PAR JOB DANS L'ORDRE OU LES JOBS LES ONT ECRITES  *
      **************************************************************
        FONCTION-CONSOLIDER-ERREURS.
           PERFORM FONCTION-LIRE-DATE-CHAINE
           IF WS-FIN-ERRLOG = 'N'
              PERFORM FONCTION-READ-ERRLOG
           END-IF
           PERFORM UNTIL WS-FIN-ERRLOG = 'Y'
              IF ERRLOG-DATE = WS-DATE-CHAINE
                 PERFORM FONCTION-CUMULER-ERREUR
              END-IF
              PERFORM FONCTION-READ-ERRLOG
           END-PERFORM
           COMPUTE WS-TOT-EJ-TOTAL = WS-TOT-EJ-AVERT
                                   + WS-TOT-EJ-ERREUR
                                   + WS-TOT-EJ-GRAVE
           DISPLAY ' ERREURS DE LA NUIT DU ' WS-DATE-CHAINE ' : '
                   WS-TOT-EJ-TOTAL
           DISPLAY '    DONT GRAVES : ' WS-TOT-EJ-GRAVE
                   ' ERREURS : ' WS-TOT-EJ-ERREUR
                   ' AVERTISSEMENTS : ' WS-TOT-EJ-AVERT.
        FONCTION-LIRE-DATE-CHAINE.
           MOVE 'CHAINE-DATE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-CHAINE.
        FONCTION-CUMULER-ERREUR.
           SET WS-EJ-IDX TO 1
           SEARCH WS-TAB-EJ-ENTREE
              AT END
                 IF WS-TAB-EJ-NB < 200
                    ADD 1 TO WS-TAB-EJ-NB
                    SET WS-EJ-IDX TO WS-TAB-EJ-NB
                    MOVE ERRLOG-JOB TO WS-TAB-EJ-JOB(WS-EJ-IDX)
                    MOVE 0 TO WS-TAB-EJ-AVERT(WS-EJ-IDX)
                    MOVE 0 TO WS-TAB-EJ-ERREUR(WS-EJ-IDX)
                    MOVE 0 TO WS-TAB-EJ-GRAVE(WS-EJ-IDX)
                    PERFORM FONCTION-CLASSER-ERREUR
                 ELSE
                    DISPLAY ' JOB NON CONSOLIDE (TABLE PLEINE) : '
                            ERRLOG-JOB
                    IF WS-ERR-RC-JOB < 4
                       MOVE 4 TO WS-ERR-RC-JOB
                    END-IF
                 END-IF
              WHEN WS-EJ-IDX > WS-TAB-EJ-NB
                 CONTINUE
              WHEN WS-TAB-EJ-JOB(WS-EJ-IDX) = ERRLOG-JOB
                 PERFORM FONCTION-CLASSER-ERREUR
           END-SEARCH.
        FONCTION-CLASSER-ERREUR.
           EVALUATE TRUE
              WHEN ERRLOG-GRAVITE >= 12
                 ADD 1 TO WS-TAB-EJ-GRAVE(WS-EJ-IDX)
                 ADD 1 TO WS-TOT-EJ-GRAVE
              WHEN ERRLOG-GRAVITE >= 8
                 ADD 1 TO WS-TAB-EJ-ERREUR(WS-EJ-IDX)
                 ADD 1 TO WS-TOT-EJ-ERREUR
              WHEN OTHER
                 ADD 1 TO WS-TAB-EJ-AVERT(WS-EJ-IDX)
                 ADD 1 TO WS-TOT-EJ-AVERT
           END-EVALUATE.
        FONCTION-READ-ERRLOG.
           READ FERRLOG
              AT END MOVE 'Y' TO WS-FIN-ERRLOG
           END-READ.
        FONCTION-PRINT-ERREURS.
           MOVE 6 TO WS-LIGNES-GROUPE
           PERFORM FONCTION-RESERVER-GROUPE
           MOVE WS-DATE-CHAINE TO WS-PRT-ERR-DATE
           MOVE WS-ETOILE TO REC-PRT1
           PERFORM FONCTION-ECRIRE-DOUBLE
           MOVE WS-TITRE-ERREURS TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE
           MOVE WS-ETOILE TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE
           IF WS-TAB-EJ-NB = 0
              MOVE WS-LIGNE-AUCUNE-ERR TO REC-PRT1
              PERFORM FONCTION-ECRIRE-LIGNE
           ELSE
              MOVE WS-LIGNE-ENTETE-ERR TO REC-PRT1
              PERFORM FONCTION-ECRIRE-LIGNE
              PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                      UNTIL WS-EJ-IDX > WS-TAB-EJ-NB
                 PERFORM FONCTION-IMPRIMER-ERREUR-JOB
              END-PERFORM
              MOVE WS-TOT-EJ-AVERT TO WS-PRT-TE-AVERT
              MOVE WS-TOT-EJ-ERREUR TO WS-PRT-TE-ERREUR
              MOVE WS-TOT-EJ-GRAVE TO WS-PRT-TE-GRAVE
              MOVE WS-TOT-EJ-TOTAL TO WS-PRT-TE-TOTAL
              MOVE WS-LIGNE-TOTAL-ERR TO REC-PRT1
              PERFORM FONCTION-ECRIRE-DOUBLE
           END-IF
           MOVE WS-ETOILE TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE.
        FONCTION-IMPRIMER-ERREUR-JOB.
           MOVE WS-TAB-EJ-JOB(WS-EJ-IDX) TO WS-PRT-EJ-JOB
           MOVE WS-TAB-EJ-AVERT(WS-EJ-IDX) TO WS-PRT-EJ-AVERT
           MOVE WS-TAB-EJ-ERREUR(WS-EJ-IDX) TO WS-PRT-EJ-ERREUR
           MOVE WS-TAB-EJ-GRAVE(WS-EJ-IDX) TO WS-PRT-EJ-GRAVE
           COMPUTE WS-PRT-EJ-TOTAL = WS-TAB-EJ-AVERT(WS-EJ-IDX)
                                   + WS-TAB-EJ-ERREUR(WS-EJ-IDX)
                                   + WS-TAB-EJ-GRAVE(WS-EJ-IDX)
           MOVE WS-LIGNE-ERREUR TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE.
      **************************************************************
      * GESTION DU FACONNAGE : CORPS DE PAGE DE 60 LIGNES, SAUT DE *
      * PAGE EN DEBUT D'ETAT ET A CHAQUE DEBORDEMENT, RESERVATION  *
      * DE LIGNES POUR NE PAS COUPER UN GROUPE SUR UNE PLIURE      *
           IF WS-CPT-LIGNES + WS-LIGNES-GROUPE > WS-MAX-LIGNES
              MOVE WS-MAX-LIGNES TO WS-CPT-LIGNES
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST29' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCTLLOG.
           CLOSE FPRINT1.
           CLOSE FERRLOG.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
