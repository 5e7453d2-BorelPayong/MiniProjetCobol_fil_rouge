      **************************************************************
      *PROGRAMME HEBDOMADAIRE DE SUIVI DES RECLAMATIONS CLIENTS :   *
      *LE REGISTRE FRECLAM (SAISI EN AGENCE PAR LA TRANSACTION      *
      *PGRECLAM) EST TRIE PAR REGION DU COMPTE (FCLIENT, LIBELLE    *
      *FREGION) ET PAR CATEGORIE. CHAQUE RECLAMATION EST AGEE EN    *
      *JOURS OUVRES (PGMCALEN, REPLI SUR L'ARITHMETIQUE 360 JOURS)  *
      *DEPUIS SA RECEPTION, JUSQU'A LA DATE DU TRAITEMENT SI ELLE   *
      *EST ENCORE OUVERTE, JUSQU'A SA RESOLUTION SINON, ET EST      *
      *COMPAREE AU DELAI LEGAL DE REPONSE (FPARAM QUEST122-DELAI,   *
      *EN JOURS OUVRES). L'ETAT LISTE LES RECLAMATIONS OUVERTES     *
      *(HORS DELAI SIGNALEES) PAR REGION ET CATEGORIE, AVEC A       *
      *CHAQUE RUPTURE LES OUVERTES, LES HORS DELAI, LES RESOLUES    *
      *ET LE POURCENTAGE DE RESOLUES DANS LE DELAI.                 *
      *CODE RETOUR 4 SI DES RECLAMATIONS OUVERTES SONT HORS DELAI   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST122.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FRECLAM ASSIGN TO DDRECLAM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS REC-CLE
           FILE STATUS IS FS-RECLAM.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FRECL-WK ASSIGN TO FWORK.
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
        FD FRECLAM.
        01 RECLAM.
           05 REC-CLE.
              10 REC-NUM-COMPTE PIC X(6).
              10 REC-SEQ PIC 9(2).
           05 REC-CATEGORIE PIC X(2).
           05 REC-DATE-RECEP PIC X(10).
           05 REC-CANAL PIC X(1).
           05 REC-DESCRIPTION PIC X(40).
           05 REC-OPERATEUR PIC X(4).
           05 REC-STATUT PIC X(1).
           05 REC-DATE-RESOL PIC X(10).
           05 FILLER PIC X(4).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        SD FRECL-WK.
        01 RECL-WK.
           05 WK-REGION PIC 9(2).
           05 WK-CATEGORIE PIC X(2).
           05 WK-CLE.
              10 WK-NUM-COMPTE PIC X(6).
              10 WK-SEQ PIC 9(2).
           05 WK-DATE-RECEP PIC X(10).
           05 WK-OPERATEUR PIC X(4).
           05 WK-STATUT PIC X(1).
           05 WK-AGE PIC 9(5).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-RECLAM PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DELAI PIC 9(5).
        01 WS-DATE-FIN-AGE PIC X(10).
        01 WS-DATE-NUM.
           05 WS-DATE-NUM-AAAA PIC 9(4).
           05 WS-DATE-NUM-MM PIC 9(2).
           05 WS-DATE-NUM-JJ PIC 9(2).
        01 WS-JOURS-DEBUT PIC 9(7).
        01 WS-JOURS-FIN PIC 9(7).
        01 WS-AGE-JOURS PIC 9(5).
        01 WS-CAL-ACTION PIC X(1).
        01 WS-CAL-DATE PIC X(10).
        01 WS-CAL-DATE-FIN PIC X(10).
        01 WS-CAL-NOMBRE PIC 9(5).
        01 WS-CAL-CR PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-PREMIER PIC X(1).
        01 WS-REGION-PREC PIC 9(2).
        01 WS-CATEGORIE-PREC PIC X(2).
        01 WS-REGION-CLE PIC X(2).
      *-- CUMULS PAR CATEGORIE, PAR REGION ET GENERAUX : OUVERTES,
      *-- OUVERTES HORS DELAI, RESOLUES, RESOLUES DANS LE DELAI
        01 WS-CUMULS-CATEGORIE.
           05 WS-CAT-OUVERTES PIC 9(5).
           05 WS-CAT-HORS-DELAI PIC 9(5).
           05 WS-CAT-RESOLUES PIC 9(5).
           05 WS-CAT-A-TEMPS PIC 9(5).
        01 WS-CUMULS-REGION.
           05 WS-REG-OUVERTES PIC 9(5).
           05 WS-REG-HORS-DELAI PIC 9(5).
           05 WS-REG-RESOLUES PIC 9(5).
           05 WS-REG-A-TEMPS PIC 9(5).
        01 WS-CUMULS-TOTAL.
           05 WS-TOT-OUVERTES PIC 9(5) VALUE 0.
           05 WS-TOT-HORS-DELAI PIC 9(5) VALUE 0.
           05 WS-TOT-RESOLUES PIC 9(5) VALUE 0.
           05 WS-TOT-A-TEMPS PIC 9(5) VALUE 0.
        01 WS-CUMULS-EDITION.
           05 WS-EDI-OUVERTES PIC 9(5).
           05 WS-EDI-HORS-DELAI PIC 9(5).
           05 WS-EDI-RESOLUES PIC 9(5).
           05 WS-EDI-A-TEMPS PIC 9(5).
        01 WS-POURCENTAGE PIC 9(3)V9.
        01 WS-CPT-LUES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST122'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST122'.
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
              ' SUIVI DES RECLAMATIONS CLIENTS '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-GROUPE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(8) VALUE ' REGION '.
           05 WS-PRT-REGION PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM-REGION PIC X(15).
           05 FILLER PIC X(11) VALUE ' CATEGORIE '.
           05 WS-PRT-CATEGORIE PIC X(2).
           05 FILLER PIC X(39) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-SEQ PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(10) VALUE ' RECUE LE '.
           05 WS-PRT-DATE-RECEP PIC X(10).
           05 FILLER PIC X(5) VALUE ' AGE '.
           05 WS-PRT-AGE PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE ' J '.
           05 FILLER PIC X(6) VALUE ' OPER '.
           05 WS-PRT-OPERATEUR PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-STATUT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-HORS-DELAI PIC X(10).
           05 FILLER PIC X(11) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-CUMUL.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRT-LIBELLE PIC X(9).
           05 FILLER PIC X(10) VALUE ' OUVERTES '.
           05 WS-PRT-OUVERTES PIC ZZZ9.
           05 FILLER PIC X(12) VALUE ' HORS DELAI '.
           05 WS-PRT-NB-HORS-DELAI PIC ZZZ9.
           05 FILLER PIC X(10) VALUE ' RESOLUES '.
           05 WS-PRT-RESOLUES PIC ZZZ9.
           05 FILLER PIC X(9) VALUE ' A TEMPS '.
           05 WS-PRT-A-TEMPS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-POURCENTAGE PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE ' %'.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FRECLAM
           IF FS-RECLAM = '00'
              DISPLAY ' FILE RECLAM OPEN SUCCES : ' FS-RECLAM
           ELSE
              MOVE 'FRECLAM' TO WS-ERR-FICHIER
              MOVE FS-RECLAM TO WS-ERR-STATUT
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
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           SORT FRECL-WK
                ON ASCENDING KEY WK-REGION WK-CATEGORIE WK-CLE
                INPUT PROCEDURE FONCTION-COLLECTER-RECLAMATIONS
                OUTPUT PROCEDURE IS FONCTION-EDITER-RECLAMATIONS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           DISPLAY ' RECLAMATIONS LUES : ' WS-CPT-LUES
           DISPLAY ' RECLAMATIONS OUVERTES : ' WS-TOT-OUVERTES
           DISPLAY ' OUVERTES HORS DELAI : ' WS-TOT-HORS-DELAI
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-TOT-HORS-DELAI > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST122-DATE' TO WS-PARAM-CLE
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
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-TRT
           MOVE 'QUEST122-DELAI' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '40' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(26:5) TO WS-DELAI.
      **************************************************************
      * CHAQUE RECLAMATION EST RATTACHEE A LA REGION DE SON COMPTE *
      * ET AGEE AVANT D'ETRE RELACHEE VERS LE TRI                  *
      **************************************************************
        FONCTION-COLLECTER-RECLAMATIONS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-COLLECTER-RECLAMATION
              UNTIL WS-END-OF-FILE = 'Y'.
        FONCTION-COLLECTER-RECLAMATION.
           READ FRECLAM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF WS-END-OF-FILE = 'N'
              ADD 1 TO WS-CPT-LUES
              MOVE REC-NUM-COMPTE TO NU-COMPTE
              READ FCLIENT
                 INVALID KEY
                    MOVE 0 TO WK-REGION
                 NOT INVALID KEY
                    MOVE CODE-REGION TO WK-REGION
              END-READ
              IF REC-STATUT = 'R'
                 MOVE REC-DATE-RESOL TO WS-DATE-FIN-AGE
              ELSE
                 MOVE WS-DATE-TRT TO WS-DATE-FIN-AGE
              END-IF
              PERFORM FONCTION-CALCULER-AGE
              MOVE REC-CATEGORIE TO WK-CATEGORIE
              MOVE REC-CLE TO WK-CLE
              MOVE REC-DATE-RECEP TO WK-DATE-RECEP
              MOVE REC-OPERATEUR TO WK-OPERATEUR
              MOVE REC-STATUT TO WK-STATUT
              MOVE WS-AGE-JOURS TO WK-AGE
              RELEASE RECL-WK
           END-IF.
      *-- L'ANCIENNETE EST COMPTEE EN JOURS OUVRES DU CALENDRIER
      *-- FCALEND (PGMCALEN, ACTION 'N'), COMME CHEZ QUEST104, AVEC
      *-- REPLI SUR L'ARITHMETIQUE 360 JOURS HORS CALENDRIER
        FONCTION-CALCULER-AGE.
           MOVE 0 TO WS-AGE-JOURS
           MOVE 'N' TO WS-CAL-ACTION
           MOVE REC-DATE-RECEP TO WS-CAL-DATE
           MOVE WS-DATE-FIN-AGE TO WS-CAL-DATE-FIN
           CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                 WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                 WS-CAL-CR
           IF WS-CAL-CR = '0'
              MOVE WS-CAL-NOMBRE TO WS-AGE-JOURS
           ELSE
              MOVE REC-DATE-RECEP(1:4) TO WS-DATE-NUM-AAAA
              MOVE REC-DATE-RECEP(6:2) TO WS-DATE-NUM-MM
              MOVE REC-DATE-RECEP(9:2) TO WS-DATE-NUM-JJ
              COMPUTE WS-JOURS-DEBUT = WS-DATE-NUM-AAAA * 360
                      + WS-DATE-NUM-MM * 30 + WS-DATE-NUM-JJ
              MOVE WS-DATE-FIN-AGE(1:4) TO WS-DATE-NUM-AAAA
              MOVE WS-DATE-FIN-AGE(6:2) TO WS-DATE-NUM-MM
              MOVE WS-DATE-FIN-AGE(9:2) TO WS-DATE-NUM-JJ
              COMPUTE WS-JOURS-FIN = WS-DATE-NUM-AAAA * 360
                      + WS-DATE-NUM-MM * 30 + WS-DATE-NUM-JJ
              IF WS-JOURS-FIN > WS-JOURS-DEBUT
                 COMPUTE WS-AGE-JOURS = WS-JOURS-FIN
                         - WS-JOURS-DEBUT
              END-IF
           END-IF.
      **************************************************************
      * EDITION PAR REGION ET CATEGORIE AVEC RUPTURES              *
      **************************************************************
        FONCTION-EDITER-RECLAMATIONS.
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-EXAMINER-RECLAMATION
              UNTIL WS-END-OF-FILE = 'Y'
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-RUPTURE-CATEGORIE
              PERFORM FONCTION-RUPTURE-REGION
           END-IF
           MOVE 'TOTAL    ' TO WS-PRT-LIBELLE
           MOVE WS-CUMULS-TOTAL TO WS-CUMULS-EDITION
           PERFORM FONCTION-EDITER-CUMUL
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-EXAMINER-RECLAMATION.
           RETURN FRECL-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN
           IF WS-END-OF-FILE = 'N'
              IF WS-PREMIER = 'O'
                 MOVE 'N' TO WS-PREMIER
                 PERFORM FONCTION-OUVRIR-REGION
                 PERFORM FONCTION-OUVRIR-CATEGORIE
              ELSE
                 IF WK-REGION NOT = WS-REGION-PREC
                    PERFORM FONCTION-RUPTURE-CATEGORIE
                    PERFORM FONCTION-RUPTURE-REGION
                    PERFORM FONCTION-OUVRIR-REGION
                    PERFORM FONCTION-OUVRIR-CATEGORIE
                 ELSE
                    IF WK-CATEGORIE NOT = WS-CATEGORIE-PREC
                       PERFORM FONCTION-RUPTURE-CATEGORIE
                       PERFORM FONCTION-OUVRIR-CATEGORIE
                    END-IF
                 END-IF
              END-IF
              PERFORM FONCTION-CUMULER-RECLAMATION
           END-IF.
      *-- UNE RECLAMATION RESOLUE COMPTE DANS LE TAUX DE REPONSE ;
      *-- UNE RECLAMATION OUVERTE EST LISTEE, MARQUEE HORS DELAI
      *-- SI SON ANCIENNETE DEPASSE LE DELAI LEGAL
        FONCTION-CUMULER-RECLAMATION.
           IF WK-STATUT = 'R'
              ADD 1 TO WS-CAT-RESOLUES
              IF WK-AGE NOT > WS-DELAI
                 ADD 1 TO WS-CAT-A-TEMPS
              END-IF
           ELSE
              ADD 1 TO WS-CAT-OUVERTES
              MOVE SPACES TO WS-PRT-HORS-DELAI
              IF WK-AGE > WS-DELAI
                 ADD 1 TO WS-CAT-HORS-DELAI
                 MOVE 'HORS DELAI' TO WS-PRT-HORS-DELAI
              END-IF
              MOVE WK-NUM-COMPTE TO WS-PRT-COMPTE
              MOVE WK-SEQ TO WS-PRT-SEQ
              MOVE WK-DATE-RECEP TO WS-PRT-DATE-RECEP
              MOVE WK-AGE TO WS-PRT-AGE
              MOVE WK-OPERATEUR TO WS-PRT-OPERATEUR
              MOVE WK-STATUT TO WS-PRT-STATUT
              MOVE WS-LIGNE-DETAIL TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF.
        FONCTION-OUVRIR-REGION.
           MOVE WK-REGION TO WS-REGION-PREC
           INITIALIZE WS-CUMULS-REGION
           MOVE WK-REGION TO WS-REGION-CLE
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-REGION-CLE TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR.
        FONCTION-OUVRIR-CATEGORIE.
           MOVE WK-CATEGORIE TO WS-CATEGORIE-PREC
           INITIALIZE WS-CUMULS-CATEGORIE
           MOVE WK-REGION TO WS-PRT-REGION
           MOVE WS-REF-LIBELLE TO WS-PRT-NOM-REGION
           MOVE WK-CATEGORIE TO WS-PRT-CATEGORIE
           MOVE WS-LIGNE-GROUPE TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-RUPTURE-CATEGORIE.
           MOVE 'CATEGORIE' TO WS-PRT-LIBELLE
           MOVE WS-CUMULS-CATEGORIE TO WS-CUMULS-EDITION
           PERFORM FONCTION-EDITER-CUMUL
           ADD WS-CAT-OUVERTES TO WS-REG-OUVERTES
           ADD WS-CAT-HORS-DELAI TO WS-REG-HORS-DELAI
           ADD WS-CAT-RESOLUES TO WS-REG-RESOLUES
           ADD WS-CAT-A-TEMPS TO WS-REG-A-TEMPS.
        FONCTION-RUPTURE-REGION.
           MOVE 'REGION   ' TO WS-PRT-LIBELLE
           MOVE WS-CUMULS-REGION TO WS-CUMULS-EDITION
           PERFORM FONCTION-EDITER-CUMUL
           ADD WS-REG-OUVERTES TO WS-TOT-OUVERTES
           ADD WS-REG-HORS-DELAI TO WS-TOT-HORS-DELAI
           ADD WS-REG-RESOLUES TO WS-TOT-RESOLUES
           ADD WS-REG-A-TEMPS TO WS-TOT-A-TEMPS.
        FONCTION-EDITER-CUMUL.
           MOVE 0 TO WS-POURCENTAGE
           IF WS-EDI-RESOLUES > 0
              COMPUTE WS-POURCENTAGE ROUNDED =
                      WS-EDI-A-TEMPS * 100 / WS-EDI-RESOLUES
           END-IF
           MOVE WS-EDI-OUVERTES TO WS-PRT-OUVERTES
           MOVE WS-EDI-HORS-DELAI TO WS-PRT-NB-HORS-DELAI
           MOVE WS-EDI-RESOLUES TO WS-PRT-RESOLUES
           MOVE WS-EDI-A-TEMPS TO WS-PRT-A-TEMPS
           MOVE WS-POURCENTAGE TO WS-PRT-POURCENTAGE
           MOVE WS-LIGNE-CUMUL TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' DELAI=' DELIMITED SIZE
                  WS-DELAI DELIMITED SIZE
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
           MOVE 'QUEST122' TO CTLLOG-JOB
           MOVE ' RECLAMATIONS HORS DELAI ' TO CTLLOG-LIBELLE
           MOVE WS-TOT-HORS-DELAI TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST122' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FRECLAM
           CLOSE FCLIENT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
