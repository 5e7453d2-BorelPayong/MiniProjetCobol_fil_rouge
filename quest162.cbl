      **************************************************************
      *LISTE HEBDOMADAIRE PAR AGENCE DES ADRESSES A METTRE A JOUR : *
      *BALAYE L'EXTENSION D'ADRESSE FADRESSE ET RETIENT LES         *
      *ADRESSES MARQUEES INVALIDES ('I') PAR LA SAISIE DES RETOURS  *
      *DE COURRIER QUEST161, HORS COMPTES CLOTURES. CHAQUE CLIENT   *
      *EST RANGE SOUS SON AGENCE GESTIONNAIRE (FCPTAGE ; '---' SANS *
      *AGENCE, NOM D'AGENCE PAR LE SERVICE PGMREFER) PAR DATE DE    *
      *RETOUR, AVEC LE TYPE DU DERNIER DOCUMENT REVENU, SON         *
      *TELEPHONE ET SON EMAIL FCLIENT POUR QUE L'AGENCE LE CONTACTE *
      *ET FASSE CORRIGER L'ADRESSE (QUEST97 OU TRANSACTION DE MISE  *
      *A JOUR), CE QUI LEVE LE MARQUAGE ET LIBERE LE COURRIER       *
      *RETENU FCOURRET. UN CLIENT SANS TELEPHONE NI EMAIL EST       *
      *SIGNALE 'SANS CONTACT'. DATE D'EDITION QUEST162-DATE         *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST162.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FCPTAGE ASSIGN TO DDCPTAGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AGC-NUM-COMPTE
           FILE STATUS IS FS-CPTAGE.
           SELECT FADRINV-WK ASSIGN TO FWORK.
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
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FCPTAGE.
        01 CPTAGE.
           05 AGC-NUM-COMPTE PIC X(6).
           05 AGC-CODE-AGENCE PIC X(3).
           05 FILLER PIC X(71).
        SD FADRINV-WK.
        01 ADRINV-WK.
           05 AWK-AGENCE PIC X(3).
           05 AWK-DATE-RETOUR PIC X(10).
           05 AWK-NUM-COMPTE PIC X(6).
           05 AWK-TYPE-DOC PIC X(2).
           05 AWK-NOM PIC X(10).
           05 AWK-PRENOM PIC X(10).
           05 AWK-TEL PIC X(10).
           05 AWK-EMAIL PIC X(9).
           05 FILLER PIC X(20).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 WS-ADRINV-WK.
           05 WS-AWK-AGENCE PIC X(3).
           05 WS-AWK-DATE-RETOUR PIC X(10).
           05 WS-AWK-NUM-COMPTE PIC X(6).
           05 WS-AWK-TYPE-DOC PIC X(2).
           05 WS-AWK-NOM PIC X(10).
           05 WS-AWK-PRENOM PIC X(10).
           05 WS-AWK-TEL PIC X(10).
           05 WS-AWK-EMAIL PIC X(9).
           05 FILLER PIC X(20).
        01 FS-ADRESSE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-CPTAGE PIC X(2).
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
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-AGENCE-COURANTE PIC X(3).
        01 WS-PREMIERE-AGENCE PIC X(1).
        01 WS-CPT-ADRESSES PIC 9(7) VALUE 0.
        01 WS-CPT-CLOTURES PIC 9(7) VALUE 0.
        01 WS-CPT-LISTES PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-CONTACT PIC 9(7) VALUE 0.
        01 WS-CPT-AGENCES PIC 9(5) VALUE 0.
        01 WS-CPT-AGENCE PIC 9(5) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST162'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST162'.
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
              '   ADRESSES A METTRE A JOUR PAR AGENCE'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' COMPTE NOM        PRENOM     RETOUR    '.
           05 FILLER PIC X(38) VALUE
              ' TY TELEPHONE  EMAIL'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-AGENCE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' AGENCE '.
           05 WS-PRT-AGENCE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM-AGENCE PIC X(15).
           05 FILLER PIC X(50) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-RETOUR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TEL PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-EMAIL PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(12).
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-NB-AGENCE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(30) VALUE '   CLIENTS A CONTACTER : '.
           05 WS-PRT-NB-AGENCE PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE ALL ' '.
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
           OPEN INPUT FADRESSE
           IF FS-ADRESSE = '00'
              DISPLAY ' FILE ADRESSE OPEN SUCCES : ' FS-ADRESSE
           ELSE
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
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
           OPEN INPUT FCPTAGE
           IF FS-CPTAGE = '00'
              DISPLAY ' FILE CPTAGE OPEN SUCCES : ' FS-CPTAGE
           ELSE
              MOVE 'FCPTAGE' TO WS-ERR-FICHIER
              MOVE FS-CPTAGE TO WS-ERR-STATUT
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
           SORT FADRINV-WK
                ON ASCENDING KEY AWK-AGENCE
                ON ASCENDING KEY AWK-DATE-RETOUR
                ON ASCENDING KEY AWK-NUM-COMPTE
                INPUT PROCEDURE FONCTION-RETENIR-ADRESSES
                OUTPUT PROCEDURE IS FONCTION-EDITER-LISTE
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST162-DATE' TO WS-PARAM-CLE
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
      * PROCEDURE D'ENTREE DU TRI : ADRESSES INVALIDES DES COMPTES *
      * NON CLOTURES, AVEC AGENCE GESTIONNAIRE ET COORDONNEES      *
      **************************************************************
        FONCTION-RETENIR-ADRESSES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FADRESSE
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND ADR-STATUT = 'I'
                 PERFORM FONCTION-RETENIR-ADRESSE
              END-IF
           END-PERFORM.
        FONCTION-RETENIR-ADRESSE.
           ADD 1 TO WS-CPT-ADRESSES
           MOVE SPACES TO ADRINV-WK
           MOVE ADR-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'INCONNU' TO AWK-NOM
              NOT INVALID KEY
                 MOVE NOM-CLIENT TO AWK-NOM
                 MOVE PRENOM-CLIENT TO AWK-PRENOM
                 MOVE TEL-CLIENT TO AWK-TEL
                 MOVE EMAIL-CLIENT TO AWK-EMAIL
           END-READ
           IF FS-CLIENT = '00' AND STATUT-COMPTE = 'C'
              ADD 1 TO WS-CPT-CLOTURES
           ELSE
              MOVE ADR-NUM-COMPTE TO AGC-NUM-COMPTE
              READ FCPTAGE
                 INVALID KEY MOVE SPACES TO AWK-AGENCE
                 NOT INVALID KEY MOVE AGC-CODE-AGENCE TO AWK-AGENCE
              END-READ
              MOVE ADR-DATE-RETOUR TO AWK-DATE-RETOUR
              MOVE ADR-NUM-COMPTE TO AWK-NUM-COMPTE
              MOVE ADR-TYPE-DOC TO AWK-TYPE-DOC
              RELEASE ADRINV-WK
           END-IF.
      **************************************************************
      * PROCEDURE DE SORTIE DU TRI : UN BLOC PAR AGENCE            *
      **************************************************************
        FONCTION-EDITER-LISTE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           MOVE 'O' TO WS-PREMIERE-AGENCE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ADRINV-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF WS-PREMIERE-AGENCE = 'O'
                 OR WS-AWK-AGENCE NOT = WS-AGENCE-COURANTE
                 PERFORM FONCTION-CHANGER-AGENCE
              END-IF
              PERFORM FONCTION-PRINT-CLIENT
              PERFORM FONCTION-READ-ADRINV-WK
           END-PERFORM
           IF WS-PREMIERE-AGENCE = 'N'
              PERFORM FONCTION-PRINT-NB-AGENCE
           END-IF.
      *-- LES COMPTES SANS AGENCE DANS FCPTAGE SONT REGROUPES EN
      *-- TETE DE LISTE SOUS L'AGENCE '---'
        FONCTION-CHANGER-AGENCE.
           IF WS-PREMIERE-AGENCE = 'N'
              PERFORM FONCTION-PRINT-NB-AGENCE
           END-IF
           MOVE 'N' TO WS-PREMIERE-AGENCE
           MOVE WS-AWK-AGENCE TO WS-AGENCE-COURANTE
           MOVE 0 TO WS-CPT-AGENCE
           ADD 1 TO WS-CPT-AGENCES
           IF WS-AWK-AGENCE = SPACES
              MOVE '---' TO WS-PRT-AGENCE
              MOVE 'SANS AGENCE' TO WS-PRT-NOM-AGENCE
           ELSE
              MOVE WS-AWK-AGENCE TO WS-PRT-AGENCE
              MOVE 'L' TO WS-REF-ACTION
              MOVE 'AGENCE' TO WS-REF-TABLE
              MOVE WS-AWK-AGENCE TO WS-REF-CODE
              CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                    WS-REF-CODE, WS-REF-LIBELLE,
                                    WS-REF-CODE-LIE, WS-REF-RANG,
                                    WS-REF-CR
              MOVE WS-REF-LIBELLE TO WS-PRT-NOM-AGENCE
           END-IF
           MOVE WS-LIGNE-AGENCE TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-CLIENT.
           ADD 1 TO WS-CPT-LISTES
           ADD 1 TO WS-CPT-AGENCE
           MOVE WS-AWK-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE WS-AWK-NOM TO WS-PRT-NOM
           MOVE WS-AWK-PRENOM TO WS-PRT-PRENOM
           MOVE WS-AWK-DATE-RETOUR TO WS-PRT-DATE-RETOUR
           MOVE WS-AWK-TYPE-DOC TO WS-PRT-TYPE-DOC
           MOVE WS-AWK-TEL TO WS-PRT-TEL
           MOVE WS-AWK-EMAIL TO WS-PRT-EMAIL
           MOVE SPACES TO WS-PRT-OBSERVATION
           IF WS-AWK-TEL = SPACES AND WS-AWK-EMAIL = SPACES
              ADD 1 TO WS-CPT-SANS-CONTACT
              MOVE 'SANS CONTACT' TO WS-PRT-OBSERVATION
           END-IF
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-NB-AGENCE.
           MOVE WS-CPT-AGENCE TO WS-PRT-NB-AGENCE
           MOVE WS-LIGNE-NB-AGENCE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-ADRINV-WK.
           RETURN FADRINV-WK INTO WS-ADRINV-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE 'ADRESSES INVALIDES LUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ADRESSES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COMPTES CLOTURES IGNORES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CLOTURES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CLIENTS A CONTACTER' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-LISTES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CLIENTS SANS CONTACT' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SANS-CONTACT TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'AGENCES CONCERNEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-AGENCES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 8 TO WS-CPT-LIGNES-TOT
           DISPLAY ' ADRESSES INVALIDES : ' WS-CPT-ADRESSES
           DISPLAY ' CLOTURES IGNORES   : ' WS-CPT-CLOTURES
           DISPLAY ' CLIENTS LISTES     : ' WS-CPT-LISTES
           DISPLAY ' SANS CONTACT       : ' WS-CPT-SANS-CONTACT.
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
           MOVE 'QUEST162' TO CTLLOG-JOB
           MOVE ' ADRESSES A METTRE A JOUR' TO CTLLOG-LIBELLE
           MOVE WS-CPT-LISTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST162' TO WS-ERR-PROGRAMME
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
           CLOSE FADRESSE
           CLOSE FCLIENT
           CLOSE FCPTAGE
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
