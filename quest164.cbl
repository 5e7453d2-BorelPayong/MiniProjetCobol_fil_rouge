      **************************************************************
      *CHARGEMENT BATCH DES CONSENTEMENTS : FORMULAIRES PAPIER,     *
      *CHOIX EXPRIMES SUR LA BANQUE EN LIGNE OU AU CENTRE D'APPEL   *
      *ET REPRISE INITIALE. CHAQUE DEMANDE DU FICHIER FCNSDEM       *
      *(PERSONNE OU, A DEFAUT, COMPTE ; CANAL ; ACCORD ; DATE ;     *
      *SOURCE) EST CONTROLEE PUIS ENREGISTREE AU REGISTRE FCONSENT  *
      *(COPY CONSENT) TENU EN LIGNE PAR PGCONMAJ. UN COMPTE EST     *
      *RAMENE A SA PERSONNE PAR FCLILINK ; UN COMPTE NON RATTACHE A *
      *UNE PERSONNE (QUEST69) NE PEUT PAS PORTER DE CONSENTEMENT.   *
      *UN CANAL SANS ENREGISTREMENT EST CREE ; SINON L'ETAT EN      *
      *PLACE DEVIENT L'ETAT PRECEDENT QUAND L'ACCORD CHANGE. UNE    *
      *DEMANDE PLUS ANCIENNE QUE LE CONSENTEMENT ENREGISTRE EST     *
      *IGNOREE : LE CHOIX LE PLUS RECENT DU CLIENT PREVAUT.         *
      *UNE DEMANDE REJETEE (PERSONNE OU COMPTE INCONNU, COMPTE NON  *
      *RATTACHE, CANAL, ACCORD OU SOURCE INVALIDE, DATE ABSENTE OU  *
      *APRES LA DATE DE TRAITEMENT QUEST164-DATE) EST LISTEE AVEC   *
      *SON MOTIF (CODE RETOUR 4).                                   *
      *CANAUX : E COURRIEL, S SMS, P COURRIER POSTAL COMMERCIAL,    *
      *M DONNEES DE SEGMENT A DES FINS MARKETING. SOURCES : AGC,    *
      *FOR, WEB, TEL, REP                                           *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST164.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCNSDEM ASSIGN TO DDCNSDEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CNSDEM.
           SELECT FCONSENT ASSIGN TO DDCONSEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CNS-CLE
           FILE STATUS IS FS-CONSENT.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
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
      *-- DEMANDE DE CONSENTEMENT, 80 OCTETS
        FD FCNSDEM.
        01 CNSDEM.
           05 CDM-NUM-CLIENT PIC X(8).
           05 CDM-NUM-COMPTE PIC X(6).
           05 CDM-CANAL PIC X(1).
           05 CDM-ACCORD PIC X(1).
           05 CDM-DATE PIC X(10).
           05 CDM-SOURCE PIC X(3).
           05 FILLER PIC X(51).
        FD FCONSENT.
           COPY CONSENT.
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CNSDEM PIC X(2).
        01 FS-CONSENT PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- DEMANDE COURANTE
        01 WS-NUM-CLIENT PIC X(8).
        01 WS-MOTIF-REJET PIC X(25).
        01 WS-OBSERVATION PIC X(25).
      *-- SOURCES DE CONSENTEMENT CONNUES
        01 WS-SOURCES PIC X(15) VALUE 'AGCFORWEBTELREP'.
        01 WS-IX-SOURCE PIC 9(2).
        01 WS-SOURCE-TROUVEE PIC X(1).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-DEMANDES PIC 9(7) VALUE 0.
        01 WS-CPT-CREES PIC 9(7) VALUE 0.
        01 WS-CPT-MODIFIES PIC 9(7) VALUE 0.
        01 WS-CPT-RETRAITS PIC 9(7) VALUE 0.
        01 WS-CPT-CONFIRMES PIC 9(7) VALUE 0.
        01 WS-CPT-IGNORES PIC 9(7) VALUE 0.
        01 WS-CPT-REJETES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST164'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST164'.
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
              '    CHARGEMENT DES CONSENTEMENTS'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' PERSONNE COMPTE C A DATE       SRC OBSE'.
           05 FILLER PIC X(38) VALUE 'RVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PERSONNE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CANAL PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ACCORD PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SOURCE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(25).
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FCNSDEM
           IF FS-CNSDEM = '00'
              DISPLAY ' FILE CNSDEM OPEN SUCCES : ' FS-CNSDEM
           ELSE
              MOVE 'FCNSDEM' TO WS-ERR-FICHIER
              MOVE FS-CNSDEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCONSENT
           IF FS-CONSENT = '00'
              DISPLAY ' FILE CONSENT OPEN SUCCES : ' FS-CONSENT
           ELSE
              MOVE 'FCONSENT' TO WS-ERR-FICHIER
              MOVE FS-CONSENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPERSON
           IF FS-PERSON = '00'
              DISPLAY ' FILE PERSON OPEN SUCCES : ' FS-PERSON
           ELSE
              MOVE 'FPERSON' TO WS-ERR-FICHIER
              MOVE FS-PERSON TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLILINK
           IF FS-CLILINK = '00'
              DISPLAY ' FILE CLILINK OPEN SUCCES : ' FS-CLILINK
           ELSE
              MOVE 'FCLILINK' TO WS-ERR-FICHIER
              MOVE FS-CLILINK TO WS-ERR-STATUT
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
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCNSDEM
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-DEMANDE
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST164-DATE' TO WS-PARAM-CLE
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
      **************************************************************
      * DEMANDE DE CONSENTEMENT : CONTROLE, RATTACHEMENT A LA      *
      * PERSONNE PUIS ENREGISTREMENT AU REGISTRE FCONSENT          *
      **************************************************************
        FONCTION-TRAITER-DEMANDE.
           ADD 1 TO WS-CPT-DEMANDES
           PERFORM FONCTION-CONTROLER-DEMANDE
           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-CPT-REJETES
              MOVE WS-MOTIF-REJET TO WS-OBSERVATION
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              PERFORM FONCTION-ENREGISTRER-CONSENT
           END-IF
           PERFORM FONCTION-PRINT-DEMANDE.
      *-- LA PERSONNE EST PRISE DANS LA DEMANDE OU, A DEFAUT,
      *-- DEDUITE DU COMPTE PAR LE RATTACHEMENT FCLILINK
        FONCTION-CONTROLER-DEMANDE.
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE 'N' TO WS-SOURCE-TROUVEE
           PERFORM VARYING WS-IX-SOURCE FROM 1 BY 3
                   UNTIL WS-IX-SOURCE > 13
              IF WS-SOURCES(WS-IX-SOURCE:3) = CDM-SOURCE
                 MOVE 'O' TO WS-SOURCE-TROUVEE
              END-IF
           END-PERFORM
           IF WS-SOURCE-TROUVEE = 'N'
              MOVE 'SOURCE INVALIDE' TO WS-MOTIF-REJET
           END-IF
           IF CDM-DATE = SPACES
              MOVE 'DATE ABSENTE' TO WS-MOTIF-REJET
           END-IF
           IF CDM-DATE > WS-DATE-TRT
              MOVE 'DATE FUTURE' TO WS-MOTIF-REJET
           END-IF
           IF CDM-ACCORD NOT = 'O' AND CDM-ACCORD NOT = 'N'
              MOVE 'ACCORD INVALIDE' TO WS-MOTIF-REJET
           END-IF
           IF CDM-CANAL NOT = 'E' AND CDM-CANAL NOT = 'S'
              AND CDM-CANAL NOT = 'P' AND CDM-CANAL NOT = 'M'
              MOVE 'CANAL INVALIDE' TO WS-MOTIF-REJET
           END-IF
           MOVE CDM-NUM-CLIENT TO WS-NUM-CLIENT
           IF CDM-NUM-CLIENT = SPACES
              MOVE CDM-NUM-COMPTE TO LNK-NUM-COMPTE
              READ FCLILINK
                 INVALID KEY
                    MOVE 'COMPTE NON RATTACHE' TO WS-MOTIF-REJET
                 NOT INVALID KEY
                    MOVE LNK-NUM-CLIENT TO WS-NUM-CLIENT
              END-READ
           END-IF
           IF WS-NUM-CLIENT NOT = SPACES
              MOVE WS-NUM-CLIENT TO PER-NUM-CLIENT
              READ FPERSON
                 INVALID KEY
                    MOVE 'PERSONNE INCONNUE' TO WS-MOTIF-REJET
              END-READ
           END-IF.
      *-- LE CHOIX LE PLUS RECENT DU CLIENT PREVAUT ; UN CHANGEMENT
      *-- D'ACCORD CONSERVE L'ETAT REMPLACE (O PUIS N = RETRAIT)
        FONCTION-ENREGISTRER-CONSENT.
           MOVE WS-NUM-CLIENT TO CNS-NUM-CLIENT
           MOVE CDM-CANAL TO CNS-CANAL
           READ FCONSENT
              INVALID KEY
                 PERFORM FONCTION-CREER-CONSENT
              NOT INVALID KEY
                 PERFORM FONCTION-MODIFIER-CONSENT
           END-READ.
        FONCTION-CREER-CONSENT.
           MOVE SPACES TO CONSENT-REC
           MOVE WS-NUM-CLIENT TO CNS-NUM-CLIENT
           MOVE CDM-CANAL TO CNS-CANAL
           MOVE CDM-ACCORD TO CNS-ACCORD
           MOVE CDM-DATE TO CNS-DATE
           MOVE CDM-SOURCE TO CNS-SOURCE
           WRITE CONSENT-REC
           IF FS-CONSENT NOT = '00'
              MOVE 'FCONSENT' TO WS-ERR-FICHIER
              MOVE FS-CONSENT TO WS-ERR-STATUT
              MOVE 'FONCTION-CREER-CONSENT' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-CREES
           MOVE 'CONSENTEMENT CREE' TO WS-OBSERVATION.
        FONCTION-MODIFIER-CONSENT.
           IF CDM-DATE < CNS-DATE
              ADD 1 TO WS-CPT-IGNORES
              MOVE 'PLUS ANCIEN QUE LE REGISTRE' TO WS-OBSERVATION
           ELSE
              IF CNS-ACCORD = CDM-ACCORD
                 ADD 1 TO WS-CPT-CONFIRMES
                 MOVE 'CONSENTEMENT CONFIRME' TO WS-OBSERVATION
              ELSE
                 MOVE CNS-ACCORD TO CNS-ACCORD-PREC
                 MOVE CNS-DATE TO CNS-DATE-PREC
                 MOVE CDM-ACCORD TO CNS-ACCORD
                 IF CDM-ACCORD = 'N'
                    ADD 1 TO WS-CPT-RETRAITS
                    MOVE 'CONSENTEMENT RETIRE' TO WS-OBSERVATION
                 ELSE
                    ADD 1 TO WS-CPT-MODIFIES
                    MOVE 'CONSENTEMENT DONNE' TO WS-OBSERVATION
                 END-IF
              END-IF
              MOVE CDM-DATE TO CNS-DATE
              MOVE CDM-SOURCE TO CNS-SOURCE
              MOVE SPACES TO CNS-OPERID
              REWRITE CONSENT-REC
              IF FS-CONSENT NOT = '00'
                 MOVE 'FCONSENT' TO WS-ERR-FICHIER
                 MOVE FS-CONSENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-CONSENT' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
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
        FONCTION-PRINT-DEMANDE.
           MOVE WS-NUM-CLIENT TO WS-PRT-PERSONNE
           MOVE CDM-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE CDM-CANAL TO WS-PRT-CANAL
           MOVE CDM-ACCORD TO WS-PRT-ACCORD
           MOVE CDM-DATE TO WS-PRT-DATE
           MOVE CDM-SOURCE TO WS-PRT-SOURCE
           MOVE WS-OBSERVATION TO WS-PRT-OBSERVATION
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES LUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-DEMANDES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CONSENTEMENTS CREES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CREES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CONSENTEMENTS DONNES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-MODIFIES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CONSENTEMENTS RETIRES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-RETRAITS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CONSENTEMENTS CONFIRMES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CONFIRMES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES PLUS ANCIENNES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-IGNORES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEMANDES REJETEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REJETES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 9 TO WS-CPT-LIGNES-TOT
           DISPLAY ' DEMANDES LUES      : ' WS-CPT-DEMANDES
           DISPLAY ' CREES              : ' WS-CPT-CREES
           DISPLAY ' DONNES             : ' WS-CPT-MODIFIES
           DISPLAY ' RETIRES            : ' WS-CPT-RETRAITS
           DISPLAY ' CONFIRMES          : ' WS-CPT-CONFIRMES
           DISPLAY ' PLUS ANCIENNES     : ' WS-CPT-IGNORES
           DISPLAY ' REJETEES           : ' WS-CPT-REJETES.
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
           MOVE 'QUEST164' TO CTLLOG-JOB
           MOVE ' CONSENTEMENTS ENREGISTRES' TO CTLLOG-LIBELLE
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-CREES + WS-CPT-MODIFIES
                                   + WS-CPT-RETRAITS
                                   + WS-CPT-CONFIRMES
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST164' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCNSDEM
           CLOSE FCONSENT
           CLOSE FPERSON
           CLOSE FCLILINK
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
