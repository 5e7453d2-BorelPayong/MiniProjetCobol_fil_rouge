      **************************************************************
      *PROGRAMME DE DECLARATION AU FONDS DE GARANTIE DES DEPOTS :   *
      *POUR CHAQUE COMPTE NI CLOTURE NI ANONYMISE, LE MONTANT       *
      *ELIGIBLE EST LE SOLDE CREDITEUR DE FCLIENT AUGMENTE DU       *
      *CAPITAL DES DEPOTS A TERME OUVERTS DE FDAT. IL EST REPARTI   *
      *A PARTS EGALES ENTRE LE TITULAIRE ET LES COTITULAIRES        *
      *(ROLE 'T') DE FCOTITU ; LES MANDATAIRES NE SONT PAS          *
      *DEPOSANTS. LE TITULAIRE EST IDENTIFIE PAR SA PERSONNE        *
      *FPERSON VIA FCLILINK, UN COTITULAIRE PAR SES NOM ET PRENOM   *
      *DANS FPERSON ; A DEFAUT LE DEPOSANT EST IDENTIFIE PAR SON    *
      *COMPTE (TITULAIRE NON RATTACHE) OU SON NOM (COTITULAIRE).    *
      *LES PARTS SONT TRIEES PAR DEPOSANT ET CUMULEES ; LE MONTANT  *
      *COUVERT EST PLAFONNE AU MONTANT GARANTI (FPARAM              *
      *QUEST123-PLAFOND, EN EUROS). LE FICHIER REGLEMENTAIRE        *
      *FGARDEP COMPORTE UN ENTETE, UN ENREGISTREMENT PAR DEPOSANT   *
      *ET UN ENREGISTREMENT FIN AVEC NOMBRE ET TOTAUX. UN ETAT DE   *
      *RAPPROCHEMENT DONNE PAR DEPOSANT LES MONTANTS ELIGIBLE,      *
      *COUVERT ET NON COUVERT                                       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST123.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
           SELECT FDEPO-WK ASSIGN TO FWORK.
           SELECT FGARDEP ASSIGN TO DDGARDEP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-GARDEP.
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
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FDAT.
        01 DAT-REC.
           05 DAT-CLE.
              10 DAT-NUM-COMPTE PIC X(6).
              10 DAT-SEQ PIC 9(2).
           05 DAT-CAPITAL PIC 9(6)V99.
           05 DAT-TAUX PIC 9(3)V99.
           05 DAT-DATE-DEBUT PIC X(10).
           05 DAT-DUREE-MOIS PIC 9(3).
           05 DAT-DATE-ECHEANCE PIC X(10).
           05 DAT-STATUT PIC X(1).
           05 FILLER PIC X(35).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FCOTITU.
        01 COTITU.
           05 COT-CLE.
              10 COT-NUM-COMPTE PIC X(6).
              10 COT-SEQ PIC 9(2).
           05 COT-NOM PIC X(10).
           05 COT-PRENOM PIC X(10).
           05 COT-ROLE PIC X(1).
           05 FILLER PIC X(51).
        SD FDEPO-WK.
        01 DEPO-WK.
           05 WK-DEPOSANT.
              10 WK-TYPE-DEPOSANT PIC X(1).
              10 WK-IDENT-DEPOSANT PIC X(20).
           05 WK-NUM-COMPTE PIC X(6).
           05 WK-NOM PIC X(10).
           05 WK-PRENOM PIC X(10).
           05 WK-PART PIC 9(11)V99.
      *-- FICHIER REGLEMENTAIRE : '01' ENTETE, '02' DEPOSANT,
      *-- '99' FIN AVEC NOMBRE DE DEPOSANTS ET TOTAUX
        FD FGARDEP.
        01 GARDEP-REC.
           05 GAR-TYPE-ENR PIC X(2).
           05 GAR-DONNEES PIC X(78).
        01 GARDEP-ENTETE.
           05 FILLER PIC X(2).
           05 GAR-ENT-ETABLISSEMENT PIC X(10).
           05 GAR-ENT-DATE-ARRETE PIC X(10).
           05 GAR-ENT-PLAFOND PIC 9(9)V99.
           05 FILLER PIC X(47).
        01 GARDEP-DEPOSANT.
           05 FILLER PIC X(2).
           05 GAR-DEP-TYPE PIC X(1).
           05 GAR-DEP-IDENT PIC X(20).
           05 GAR-DEP-NOM PIC X(10).
           05 GAR-DEP-PRENOM PIC X(10).
           05 GAR-DEP-ELIGIBLE PIC 9(11)V99.
           05 GAR-DEP-COUVERT PIC 9(11)V99.
           05 GAR-DEP-NB-COMPTES PIC 9(3).
           05 FILLER PIC X(8).
        01 GARDEP-FIN.
           05 FILLER PIC X(2).
           05 GAR-FIN-NB-DEPOSANTS PIC 9(7).
           05 GAR-FIN-ELIGIBLE PIC 9(13)V99.
           05 GAR-FIN-COUVERT PIC 9(13)V99.
           05 FILLER PIC X(41).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-GARDEP PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-DAT PIC X(1).
        01 WS-FIN-COTITU PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PLAFOND PIC 9(7).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- REFERENTIEL DES PERSONNES EN TABLE POUR RETROUVER LES
      *-- COTITULAIRES PAR NOM ET PRENOM
        01 WS-TAB-PERSONNES.
           05 WS-TAB-PE-NB PIC 9(5) VALUE 0.
           05 WS-TAB-PE-ENTREE OCCURS 0 TO 20000 TIMES
                DEPENDING ON WS-TAB-PE-NB
                INDEXED BY WS-PE-IDX.
              10 WS-TAB-PE-NUM-CLIENT PIC X(8).
              10 WS-TAB-PE-NOM PIC X(10).
              10 WS-TAB-PE-PRENOM PIC X(10).
        01 WS-CPT-PERSONNES PIC 9(7) VALUE 0.
      *-- DEPOSANTS D'UN COMPTE : LE TITULAIRE EN PREMIER POSTE
        01 WS-TAB-DEPOSANTS.
           05 WS-TAB-DE-NB PIC 9(2) VALUE 0.
           05 WS-TAB-DE-ENTREE OCCURS 0 TO 20 TIMES
                DEPENDING ON WS-TAB-DE-NB
                INDEXED BY WS-DE-IDX.
              10 WS-TAB-DE-TYPE PIC X(1).
              10 WS-TAB-DE-IDENT PIC X(20).
              10 WS-TAB-DE-NOM PIC X(10).
              10 WS-TAB-DE-PRENOM PIC X(10).
        01 WS-MONTANT-COMPTE PIC 9(11)V99.
        01 WS-PART PIC 9(11)V99.
        01 WS-PART-TITULAIRE PIC 9(11)V99.
      *-- CUMULS DU DEPOSANT EN COURS ET GENERAUX
        01 WS-PREMIER PIC X(1).
        01 WS-DEPOSANT-PREC PIC X(21).
        01 WS-DEP-NOM PIC X(10).
        01 WS-DEP-PRENOM PIC X(10).
        01 WS-DEP-ELIGIBLE PIC 9(11)V99.
        01 WS-DEP-COUVERT PIC 9(11)V99.
        01 WS-DEP-NON-COUVERT PIC 9(11)V99.
        01 WS-DEP-NB-COMPTES PIC 9(3).
        01 WS-TOT-ELIGIBLE PIC 9(13)V99 VALUE 0.
        01 WS-TOT-COUVERT PIC 9(13)V99 VALUE 0.
        01 WS-TOT-NON-COUVERT PIC 9(13)V99 VALUE 0.
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-EXCLUS PIC 9(7) VALUE 0.
        01 WS-CPT-DAT PIC 9(7) VALUE 0.
        01 WS-CPT-DEPOSANTS PIC 9(7) VALUE 0.
        01 WS-CPT-NON-RATTACHES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST123'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST123'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(50) VALUE
              ' RAPPROCHEMENT DECLARATION GARANTIE DES DEPOTS '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' T DEPOSANT '.
           05 FILLER PIC X(22) VALUE ' NOM        PRENOM    '.
           05 FILLER PIC X(13) VALUE '    ELIGIBLE '.
           05 FILLER PIC X(13) VALUE '     COUVERT '.
           05 FILLER PIC X(13) VALUE ' NON COUVERT '.
           05 FILLER PIC X(5) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DEPOSANT.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-IDENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ELIGIBLE PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COUVERT PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NON-COUVERT PIC Z(8)9.99.
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' DEPOSANTS '.
           05 WS-PRT-NB-DEPOSANTS PIC Z(6)9.
           05 FILLER PIC X(12) VALUE ALL ' '.
           05 WS-PRT-TOT-ELIGIBLE PIC Z(11)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-COUVERT PIC Z(11)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-NON-COUVERT PIC Z(11)9.99.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN INPUT FDAT
           IF FS-DAT = '00'
              DISPLAY ' FILE DAT OPEN SUCCES : ' FS-DAT
           ELSE
              MOVE 'FDAT' TO WS-ERR-FICHIER
              MOVE FS-DAT TO WS-ERR-STATUT
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
           OPEN INPUT FCOTITU
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FGARDEP
           IF FS-GARDEP = '00'
              DISPLAY ' FILE GARDEP OPEN SUCCES : ' FS-GARDEP
           ELSE
              MOVE 'FGARDEP' TO WS-ERR-FICHIER
              MOVE FS-GARDEP TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-PERSONNES
           PERFORM FONCTION-EDITER-BANNIERE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO GARDEP-REC
           MOVE '01' TO GAR-TYPE-ENR
           MOVE 'QUEST123' TO GAR-ENT-ETABLISSEMENT
           MOVE WS-DATE-TRT TO GAR-ENT-DATE-ARRETE
           MOVE WS-PLAFOND TO GAR-ENT-PLAFOND
           WRITE GARDEP-REC
           SORT FDEPO-WK
                ON ASCENDING KEY WK-DEPOSANT WK-NUM-COMPTE
                INPUT PROCEDURE FONCTION-REPARTIR-COMPTES
                OUTPUT PROCEDURE IS FONCTION-CUMULER-DEPOSANTS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           MOVE SPACES TO GARDEP-REC
           MOVE '99' TO GAR-TYPE-ENR
           MOVE WS-CPT-DEPOSANTS TO GAR-FIN-NB-DEPOSANTS
           MOVE WS-TOT-ELIGIBLE TO GAR-FIN-ELIGIBLE
           MOVE WS-TOT-COUVERT TO GAR-FIN-COUVERT
           WRITE GARDEP-REC
           DISPLAY ' COMPTES DECLARES : ' WS-CPT-COMPTES
           DISPLAY ' COMPTES EXCLUS (CLOS, ANONYMISES) : '
                   WS-CPT-EXCLUS
           DISPLAY ' DEPOTS A TERME REPRIS : ' WS-CPT-DAT
           DISPLAY ' TITULAIRES NON RATTACHES : '
                   WS-CPT-NON-RATTACHES
           DISPLAY ' DEPOSANTS DECLARES : ' WS-CPT-DEPOSANTS
           DISPLAY ' TOTAL ELIGIBLE : ' WS-TOT-ELIGIBLE
           DISPLAY ' TOTAL COUVERT : ' WS-TOT-COUVERT
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST123-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST123-PLAFOND' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '100000' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(24:7) TO WS-PLAFOND.
        FONCTION-CHARGER-PERSONNES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-PERSON
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-PERSONNES
              IF WS-TAB-PE-NB < 20000
                 ADD 1 TO WS-TAB-PE-NB
                 SET WS-PE-IDX TO WS-TAB-PE-NB
                 MOVE PER-NUM-CLIENT TO
                      WS-TAB-PE-NUM-CLIENT(WS-PE-IDX)
                 MOVE PER-NOM TO WS-TAB-PE-NOM(WS-PE-IDX)
                 MOVE PER-PRENOM TO WS-TAB-PE-PRENOM(WS-PE-IDX)
              END-IF
              PERFORM FONCTION-READ-PERSON
           END-PERFORM
           IF WS-CPT-PERSONNES > WS-TAB-PE-NB
              DISPLAY ' TABLE DES PERSONNES TRONQUEE A ' WS-TAB-PE-NB
                      ' SUR ' WS-CPT-PERSONNES
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           DISPLAY ' PERSONNES CHARGEES : ' WS-TAB-PE-NB.
        FONCTION-READ-PERSON.
           READ FPERSON NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * CALCUL DU MONTANT ELIGIBLE DE CHAQUE COMPTE ET REPARTITION  *
      * ENTRE SES DEPOSANTS                                        *
      **************************************************************
        FONCTION-REPARTIR-COMPTES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF STATUT-COMPTE = 'C' OR NOM-CLIENT = 'ANONYME'
                 ADD 1 TO WS-CPT-EXCLUS
              ELSE
                 PERFORM FONCTION-REPARTIR-COMPTE
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-REPARTIR-COMPTE.
           MOVE 0 TO WS-MONTANT-COMPTE
           IF SOLDE > 0
              MOVE SOLDE TO WS-MONTANT-COMPTE
           END-IF
           PERFORM FONCTION-AJOUTER-DAT
           IF WS-MONTANT-COMPTE > 0
              ADD 1 TO WS-CPT-COMPTES
              PERFORM FONCTION-IDENTIFIER-TITULAIRE
              PERFORM FONCTION-IDENTIFIER-COTITULAIRES
      *-- PARTS EGALES TRONQUEES AU CENTIME, LE RELIQUAT D'ARRONDI
      *-- RESTE AU TITULAIRE POUR QUE LA SOMME DES PARTS SOIT EXACTE
              DIVIDE WS-MONTANT-COMPTE BY WS-TAB-DE-NB
                     GIVING WS-PART
              COMPUTE WS-PART-TITULAIRE = WS-MONTANT-COMPTE
                      - WS-PART * (WS-TAB-DE-NB - 1)
              PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                 UNTIL WS-DE-IDX > WS-TAB-DE-NB
                 MOVE WS-TAB-DE-TYPE(WS-DE-IDX) TO WK-TYPE-DEPOSANT
                 MOVE WS-TAB-DE-IDENT(WS-DE-IDX) TO WK-IDENT-DEPOSANT
                 MOVE NU-COMPTE TO WK-NUM-COMPTE
                 MOVE WS-TAB-DE-NOM(WS-DE-IDX) TO WK-NOM
                 MOVE WS-TAB-DE-PRENOM(WS-DE-IDX) TO WK-PRENOM
                 IF WS-DE-IDX = 1
                    MOVE WS-PART-TITULAIRE TO WK-PART
                 ELSE
                    MOVE WS-PART TO WK-PART
                 END-IF
                 RELEASE DEPO-WK
              END-PERFORM
           END-IF.
      *-- CAPITAL DES DEPOTS A TERME OUVERTS DU COMPTE
        FONCTION-AJOUTER-DAT.
           MOVE NU-COMPTE TO DAT-NUM-COMPTE
           MOVE 0 TO DAT-SEQ
           MOVE 'N' TO WS-FIN-DAT
           START FDAT KEY IS >= DAT-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-DAT
           END-START
           PERFORM UNTIL WS-FIN-DAT = 'Y'
              READ FDAT NEXT
                 AT END MOVE 'Y' TO WS-FIN-DAT
              END-READ
              IF WS-FIN-DAT = 'N'
                 IF DAT-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-DAT
                 ELSE
                    IF DAT-STATUT = 'O'
                       ADD DAT-CAPITAL TO WS-MONTANT-COMPTE
                       ADD 1 TO WS-CPT-DAT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-IDENTIFIER-TITULAIRE.
           MOVE 1 TO WS-TAB-DE-NB
           SET WS-DE-IDX TO 1
           MOVE NU-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              INVALID KEY
                 ADD 1 TO WS-CPT-NON-RATTACHES
                 MOVE 'C' TO WS-TAB-DE-TYPE(WS-DE-IDX)
                 MOVE NU-COMPTE TO WS-TAB-DE-IDENT(WS-DE-IDX)
                 MOVE NOM-CLIENT TO WS-TAB-DE-NOM(WS-DE-IDX)
                 MOVE PRENOM-CLIENT TO WS-TAB-DE-PRENOM(WS-DE-IDX)
              NOT INVALID KEY
                 MOVE 'P' TO WS-TAB-DE-TYPE(WS-DE-IDX)
                 MOVE LNK-NUM-CLIENT TO WS-TAB-DE-IDENT(WS-DE-IDX)
                 MOVE LNK-NUM-CLIENT TO PER-NUM-CLIENT
                 READ FPERSON
                    INVALID KEY
                       MOVE NOM-CLIENT TO WS-TAB-DE-NOM(WS-DE-IDX)
                       MOVE PRENOM-CLIENT TO
                            WS-TAB-DE-PRENOM(WS-DE-IDX)
                    NOT INVALID KEY
                       MOVE PER-NOM TO WS-TAB-DE-NOM(WS-DE-IDX)
                       MOVE PER-PRENOM TO WS-TAB-DE-PRENOM(WS-DE-IDX)
                 END-READ
           END-READ.
        FONCTION-IDENTIFIER-COTITULAIRES.
           MOVE NU-COMPTE TO COT-NUM-COMPTE
           MOVE 0 TO COT-SEQ
           MOVE 'N' TO WS-FIN-COTITU
           START FCOTITU KEY IS >= COT-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-COTITU
           END-START
           PERFORM UNTIL WS-FIN-COTITU = 'Y'
              READ FCOTITU NEXT
                 AT END MOVE 'Y' TO WS-FIN-COTITU
              END-READ
              IF WS-FIN-COTITU = 'N'
                 IF COT-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-COTITU
                 ELSE
                    IF COT-ROLE = 'T' AND WS-TAB-DE-NB < 20
                       PERFORM FONCTION-AJOUTER-COTITULAIRE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-AJOUTER-COTITULAIRE.
           ADD 1 TO WS-TAB-DE-NB
           SET WS-DE-IDX TO WS-TAB-DE-NB
           MOVE COT-NOM TO WS-TAB-DE-NOM(WS-DE-IDX)
           MOVE COT-PRENOM TO WS-TAB-DE-PRENOM(WS-DE-IDX)
           SET WS-PE-IDX TO 1
           SEARCH WS-TAB-PE-ENTREE
              AT END
                 MOVE 'N' TO WS-TAB-DE-TYPE(WS-DE-IDX)
                 MOVE SPACES TO WS-TAB-DE-IDENT(WS-DE-IDX)
                 STRING COT-NOM DELIMITED SIZE
                        COT-PRENOM DELIMITED SIZE
                        INTO WS-TAB-DE-IDENT(WS-DE-IDX)
              WHEN WS-TAB-PE-NOM(WS-PE-IDX) = COT-NOM
               AND WS-TAB-PE-PRENOM(WS-PE-IDX) = COT-PRENOM
                 MOVE 'P' TO WS-TAB-DE-TYPE(WS-DE-IDX)
                 MOVE WS-TAB-PE-NUM-CLIENT(WS-PE-IDX) TO
                      WS-TAB-DE-IDENT(WS-DE-IDX)
           END-SEARCH.
      **************************************************************
      * CUMUL PAR DEPOSANT, PLAFONNEMENT, FICHIER ET RAPPROCHEMENT *
      **************************************************************
        FONCTION-CUMULER-DEPOSANTS.
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              RETURN FDEPO-WK
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-RETURN
              IF WS-END-OF-FILE = 'N'
                 IF WS-PREMIER = 'O'
                    MOVE 'N' TO WS-PREMIER
                    PERFORM FONCTION-OUVRIR-DEPOSANT
                 ELSE
                    IF WK-DEPOSANT NOT = WS-DEPOSANT-PREC
                       PERFORM FONCTION-CLORE-DEPOSANT
                       PERFORM FONCTION-OUVRIR-DEPOSANT
                    END-IF
                 END-IF
                 ADD WK-PART TO WS-DEP-ELIGIBLE
                 ADD 1 TO WS-DEP-NB-COMPTES
              END-IF
           END-PERFORM
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-CLORE-DEPOSANT
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CPT-DEPOSANTS TO WS-PRT-NB-DEPOSANTS
           MOVE WS-TOT-ELIGIBLE TO WS-PRT-TOT-ELIGIBLE
           MOVE WS-TOT-COUVERT TO WS-PRT-TOT-COUVERT
           MOVE WS-TOT-NON-COUVERT TO WS-PRT-TOT-NON-COUVERT
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-OUVRIR-DEPOSANT.
           MOVE WK-DEPOSANT TO WS-DEPOSANT-PREC
           MOVE WK-NOM TO WS-DEP-NOM
           MOVE WK-PRENOM TO WS-DEP-PRENOM
           MOVE 0 TO WS-DEP-ELIGIBLE
           MOVE 0 TO WS-DEP-NB-COMPTES.
        FONCTION-CLORE-DEPOSANT.
           IF WS-DEP-ELIGIBLE > WS-PLAFOND
              MOVE WS-PLAFOND TO WS-DEP-COUVERT
           ELSE
              MOVE WS-DEP-ELIGIBLE TO WS-DEP-COUVERT
           END-IF
           COMPUTE WS-DEP-NON-COUVERT = WS-DEP-ELIGIBLE
                   - WS-DEP-COUVERT
           ADD 1 TO WS-CPT-DEPOSANTS
           ADD WS-DEP-ELIGIBLE TO WS-TOT-ELIGIBLE
           ADD WS-DEP-COUVERT TO WS-TOT-COUVERT
           ADD WS-DEP-NON-COUVERT TO WS-TOT-NON-COUVERT
           MOVE SPACES TO GARDEP-REC
           MOVE '02' TO GAR-TYPE-ENR
           MOVE WS-DEPOSANT-PREC(1:1) TO GAR-DEP-TYPE
           MOVE WS-DEPOSANT-PREC(2:20) TO GAR-DEP-IDENT
           MOVE WS-DEP-NOM TO GAR-DEP-NOM
           MOVE WS-DEP-PRENOM TO GAR-DEP-PRENOM
           MOVE WS-DEP-ELIGIBLE TO GAR-DEP-ELIGIBLE
           MOVE WS-DEP-COUVERT TO GAR-DEP-COUVERT
           MOVE WS-DEP-NB-COMPTES TO GAR-DEP-NB-COMPTES
           WRITE GARDEP-REC
           MOVE WS-DEPOSANT-PREC(1:1) TO WS-PRT-TYPE
           IF WS-DEPOSANT-PREC(1:1) = 'N'
              MOVE SPACES TO WS-PRT-IDENT
           ELSE
              MOVE WS-DEPOSANT-PREC(2:8) TO WS-PRT-IDENT
           END-IF
           MOVE WS-DEP-NOM TO WS-PRT-NOM
           MOVE WS-DEP-PRENOM TO WS-PRT-PRENOM
           MOVE WS-DEP-ELIGIBLE TO WS-PRT-ELIGIBLE
           MOVE WS-DEP-COUVERT TO WS-PRT-COUVERT
           MOVE WS-DEP-NON-COUVERT TO WS-PRT-NON-COUVERT
           MOVE WS-LIGNE-DEPOSANT TO REC-PRT
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
                  ' PLAFOND=' DELIMITED SIZE
                  WS-PLAFOND DELIMITED SIZE
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
           MOVE 'QUEST123' TO CTLLOG-JOB
           MOVE ' DEPOSANTS DECLARES FGD ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DEPOSANTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST123' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FDAT
           CLOSE FCLILINK
           CLOSE FPERSON
           CLOSE FCOTITU
           CLOSE FGARDEP
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
