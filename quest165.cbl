      **************************************************************
      *ETAT MENSUEL DE COUVERTURE DES CONSENTEMENTS PAR REGION.     *
      *CHAQUE COMPTE NON CLOTURE DE L'EXTRAIT FSNAPCLI (QUEST139)   *
      *EST RAMENE A SA PERSONNE (SNP-NUM-PERSONNE, RATTACHEMENT     *
      *FCLILINK) ET, POUR CHAQUE CANAL DU REGISTRE FCONSENT (E      *
      *COURRIEL, S SMS, P COURRIER POSTAL COMMERCIAL, M PROFILAGE), *
      *COMPTE COMME ACCORD DONNE, REFUS, OU NON COUVERT (PAS DE     *
      *CONSENTEMENT SAISI OU COMPTE NON RATTACHE A UNE PERSONNE).   *
      *LE TAUX DE COUVERTURE EST LA PART DES COMPTES DONT LE CHOIX  *
      *EST CONNU. LES RETRAITS DU MOIS SONT LES CONSENTEMENTS       *
      *PASSES DE 'O' A 'N' DANS LE MOIS DE LA DATE QUEST165-DATE.   *
      *LES COMPTES SONT CUMULES PAR REGION (TABLE SERVIE PAR        *
      *PGMREFER) PUIS EN TOTAL BANQUE ; LE NOMBRE DE RETRAITS DU    *
      *MOIS EST PORTE AU JOURNAL FCTLLOG                            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST165.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FCONSENT ASSIGN TO DDCONSEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CNS-CLE
           FILE STATUS IS FS-CONSENT.
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
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FCONSENT.
           COPY CONSENT.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
           COPY CLIENT.
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-CONSENT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-MOIS-TRT PIC X(7).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-REF-NB PIC 9(5).
        01 WS-REF-IND PIC 9(5).
      *-- CANAUX DU REGISTRE, DANS L'ORDRE D'EDITION
        01 WS-CANAUX PIC X(4) VALUE 'ESPM'.
        01 WS-LIB-CANAUX.
           05 FILLER PIC X(12) VALUE 'COURRIEL'.
           05 FILLER PIC X(12) VALUE 'SMS'.
           05 FILLER PIC X(12) VALUE 'POSTAL'.
           05 FILLER PIC X(12) VALUE 'PROFILAGE'.
        01 WS-LIB-CANAUX-R REDEFINES WS-LIB-CANAUX.
           05 WS-LIB-CANAL PIC X(12) OCCURS 4 TIMES.
        01 WS-C PIC 9(1).
        01 WS-CNS-TROUVE PIC X(1).
        01 WS-TAUX PIC 9(3).
        01 WS-NB-CONNUS PIC 9(7).
      *-- CUMULS PAR REGION ET PAR CANAL
        01 WS-TAB-REGIONS.
           05 WS-TAB-NB-REGIONS PIC 9(4) VALUE 0.
           05 WS-TAB-ENTREE OCCURS 0 TO 99 TIMES
                DEPENDING ON WS-TAB-NB-REGIONS
                INDEXED BY WS-REG-IDX.
              10 WS-TAB-CODE PIC 9(2).
              10 WS-TAB-NOM PIC X(15).
              10 WS-TAB-NB-COMPTES PIC 9(7).
              10 WS-TAB-CANAL OCCURS 4 TIMES.
                 15 WS-TAB-NB-ACCORD PIC 9(7).
                 15 WS-TAB-NB-REFUS PIC 9(7).
                 15 WS-TAB-NB-ABSENT PIC 9(7).
                 15 WS-TAB-NB-RETRAIT PIC 9(7).
      *-- TOTAL BANQUE
        01 WS-TOT-NB-COMPTES PIC 9(7) VALUE 0.
        01 WS-TOT-CANAUX.
           05 WS-TOT-CANAL OCCURS 4 TIMES.
              10 WS-TOT-NB-ACCORD PIC 9(7).
              10 WS-TOT-NB-REFUS PIC 9(7).
              10 WS-TOT-NB-ABSENT PIC 9(7).
              10 WS-TOT-NB-RETRAIT PIC 9(7).
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
        01 WS-CPT-CLOTURES PIC 9(7) VALUE 0.
        01 WS-CPT-HORS-REGION PIC 9(7) VALUE 0.
        01 WS-CPT-RETRAITS PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST165'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST165'.
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
              ' COUVERTURE DES CONSENTEMENTS PAR REGION'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' CANAL        ACCORDS    REFUS NON COUV '.
           05 FILLER PIC X(38) VALUE ' COUV.   RETRAITS'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(8) VALUE ' REGION '.
           05 WS-PRT-CODE PIC X(2).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-PRT-NOM PIC X(15).
           05 FILLER PIC X(19) VALUE ' COMPTES OUVERTS : '.
           05 WS-PRT-NB-COMPTES PIC ZZZZZZ9.
           05 FILLER PIC X(24) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CANAL PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ACCORD PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-REFUS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-ABSENT PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-PRT-TAUX PIC ZZ9.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-PRT-RETRAIT PIC ZZZZZZ9.
           05 FILLER PIC X(21) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI = '00'
              DISPLAY ' FILE SNAPCLI OPEN SUCCES : ' FS-SNAPCLI
           ELSE
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCONSENT
           IF FS-CONSENT = '00'
              DISPLAY ' FILE CONSENT OPEN SUCCES : ' FS-CONSENT
           ELSE
              MOVE 'FCONSENT' TO WS-ERR-FICHIER
              MOVE FS-CONSENT TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-REGIONS
           INITIALIZE WS-TOT-CANAUX
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LUS
              IF STATUT-COMPTE = 'C'
                 ADD 1 TO WS-CPT-CLOTURES
              ELSE
                 PERFORM FONCTION-CUMULER-COMPTE
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-TAB-NB-REGIONS
              IF WS-TAB-NB-COMPTES(WS-REG-IDX) > 0
                 PERFORM FONCTION-PRINT-REGION
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           DISPLAY ' COMPTES LUS        : ' WS-CPT-LUS
           DISPLAY ' COMPTES CLOTURES   : ' WS-CPT-CLOTURES
           DISPLAY ' COMPTES HORS TABLE : ' WS-CPT-HORS-REGION
           DISPLAY ' RETRAITS DU MOIS   : ' WS-CPT-RETRAITS.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST165-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:7) TO WS-MOIS-TRT.
      *-- LES REGIONS SONT SERVIES PAR PGMREFER DANS L'ORDRE DES
      *-- CODES, RANG PAR RANG
        FONCTION-CHARGER-REGIONS.
           MOVE 'N' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' TABLE DE REFERENCE INACCESSIBLE : ' WS-REF-TABLE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-REF-RANG TO WS-REF-NB
           PERFORM VARYING WS-REF-IND FROM 1 BY 1
              UNTIL WS-REF-IND > WS-REF-NB
              MOVE WS-REF-IND TO WS-REF-RANG
              MOVE 'R' TO WS-REF-ACTION
              CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                    WS-REF-CODE, WS-REF-LIBELLE,
                                    WS-REF-CODE-LIE, WS-REF-RANG,
                                    WS-REF-CR
              ADD 1 TO WS-TAB-NB-REGIONS
              SET WS-REG-IDX TO WS-TAB-NB-REGIONS
              INITIALIZE WS-TAB-ENTREE(WS-REG-IDX)
              MOVE WS-REF-CODE(1:2) TO WS-TAB-CODE(WS-REG-IDX)
              MOVE WS-REF-LIBELLE TO WS-TAB-NOM(WS-REG-IDX)
           END-PERFORM.
      **************************************************************
      * COMPTE OUVERT : SA REGION EST CHERCHEE EN TABLE PUIS CHAQUE*
      * CANAL EST QUALIFIE SUR LE CONSENTEMENT DE SA PERSONNE      *
      **************************************************************
        FONCTION-CUMULER-COMPTE.
           SET WS-REG-IDX TO 1
           SEARCH WS-TAB-ENTREE
              AT END
                 ADD 1 TO WS-CPT-HORS-REGION
                 DISPLAY ' REGION NOT FOUND : ' CODE-REGION
              WHEN WS-TAB-CODE(WS-REG-IDX) = CODE-REGION
                 ADD 1 TO WS-TAB-NB-COMPTES(WS-REG-IDX)
                 ADD 1 TO WS-TOT-NB-COMPTES
                 PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
                    PERFORM FONCTION-QUALIFIER-CANAL
                 END-PERFORM
           END-SEARCH.
      *-- UN COMPTE NON RATTACHE A UNE PERSONNE OU SANS CONSENTEMENT
      *-- SAISI SUR LE CANAL EST NON COUVERT ; UN REFUS DATE DU MOIS
      *-- QUI REMPLACE UN ACCORD EST UN RETRAIT DU MOIS
        FONCTION-QUALIFIER-CANAL.
           MOVE 'N' TO WS-CNS-TROUVE
           IF SNP-NUM-PERSONNE NOT = SPACES
              MOVE SNP-NUM-PERSONNE TO CNS-NUM-CLIENT
              MOVE WS-CANAUX(WS-C:1) TO CNS-CANAL
              READ FCONSENT
                 NOT INVALID KEY
                    MOVE 'O' TO WS-CNS-TROUVE
              END-READ
           END-IF
           EVALUATE TRUE
              WHEN WS-CNS-TROUVE = 'N'
                 ADD 1 TO WS-TAB-NB-ABSENT(WS-REG-IDX, WS-C)
                 ADD 1 TO WS-TOT-NB-ABSENT(WS-C)
              WHEN CNS-ACCORD = 'O'
                 ADD 1 TO WS-TAB-NB-ACCORD(WS-REG-IDX, WS-C)
                 ADD 1 TO WS-TOT-NB-ACCORD(WS-C)
              WHEN OTHER
                 ADD 1 TO WS-TAB-NB-REFUS(WS-REG-IDX, WS-C)
                 ADD 1 TO WS-TOT-NB-REFUS(WS-C)
                 IF CNS-ACCORD-PREC = 'O'
                    AND CNS-DATE(1:7) = WS-MOIS-TRT
                    ADD 1 TO WS-TAB-NB-RETRAIT(WS-REG-IDX, WS-C)
                    ADD 1 TO WS-TOT-NB-RETRAIT(WS-C)
                    ADD 1 TO WS-CPT-RETRAITS
                 END-IF
           END-EVALUATE.
        FONCTION-READ-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE SNP-CLIENT TO CLIENT
              END-IF
           END-IF.
      *-- L'EXTRAIT N'EST ACCEPTE QUE COMPLET : ENREGISTREMENT DE
      *-- CONTROLE PRESENT ET NOMBRE DE COMPTES LUS CONCORDANT
        FONCTION-CONTROLER-EXTRAIT.
           IF WS-SNP-CONTROLE NOT = 'O'
              DISPLAY ' EXTRAIT CLIENTS SANS ENREGISTREMENT DE CONTROLE'
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF SNT-NB-COMPTES NOT = WS-SNP-LUS
              DISPLAY ' EXTRAIT CLIENTS INCOMPLET : ' WS-SNP-LUS
                      ' COMPTES LUS POUR ' SNT-NB-COMPTES
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
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
        FONCTION-PRINT-REGION.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-TAB-CODE(WS-REG-IDX) TO WS-PRT-CODE
           MOVE WS-TAB-NOM(WS-REG-IDX) TO WS-PRT-NOM
           MOVE WS-TAB-NB-COMPTES(WS-REG-IDX) TO WS-PRT-NB-COMPTES
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
              MOVE WS-LIB-CANAL(WS-C) TO WS-PRT-CANAL
              MOVE WS-TAB-NB-ACCORD(WS-REG-IDX, WS-C)
                   TO WS-PRT-ACCORD
              MOVE WS-TAB-NB-REFUS(WS-REG-IDX, WS-C) TO WS-PRT-REFUS
              MOVE WS-TAB-NB-ABSENT(WS-REG-IDX, WS-C)
                   TO WS-PRT-ABSENT
              MOVE WS-TAB-NB-RETRAIT(WS-REG-IDX, WS-C)
                   TO WS-PRT-RETRAIT
              COMPUTE WS-NB-CONNUS = WS-TAB-NB-ACCORD(WS-REG-IDX, WS-C)
                                   + WS-TAB-NB-REFUS(WS-REG-IDX, WS-C)
              COMPUTE WS-TAUX ROUNDED = WS-NB-CONNUS * 100
                                      / WS-TAB-NB-COMPTES(WS-REG-IDX)
              MOVE WS-TAUX TO WS-PRT-TAUX
              MOVE WS-LIGNE05 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE SPACES TO WS-PRT-CODE
           MOVE 'TOTAL BANQUE' TO WS-PRT-NOM
           MOVE WS-TOT-NB-COMPTES TO WS-PRT-NB-COMPTES
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
              MOVE WS-LIB-CANAL(WS-C) TO WS-PRT-CANAL
              MOVE WS-TOT-NB-ACCORD(WS-C) TO WS-PRT-ACCORD
              MOVE WS-TOT-NB-REFUS(WS-C) TO WS-PRT-REFUS
              MOVE WS-TOT-NB-ABSENT(WS-C) TO WS-PRT-ABSENT
              MOVE WS-TOT-NB-RETRAIT(WS-C) TO WS-PRT-RETRAIT
              MOVE 0 TO WS-TAUX
              IF WS-TOT-NB-COMPTES > 0
                 COMPUTE WS-NB-CONNUS = WS-TOT-NB-ACCORD(WS-C)
                                      + WS-TOT-NB-REFUS(WS-C)
                 COMPUTE WS-TAUX ROUNDED = WS-NB-CONNUS * 100
                                         / WS-TOT-NB-COMPTES
              END-IF
              MOVE WS-TAUX TO WS-PRT-TAUX
              MOVE WS-LIGNE05 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
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
           MOVE 'QUEST165' TO CTLLOG-JOB
           MOVE ' RETRAITS DE CONSENTEMENT DU MOIS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETRAITS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST165' TO WS-ERR-PROGRAMME
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
           CLOSE FSNAPCLI
           CLOSE FCONSENT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
