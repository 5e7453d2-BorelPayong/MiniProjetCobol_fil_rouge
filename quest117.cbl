      **************************************************************
      *PROGRAMME NOCTURNE DE COURUS D'INTERETS : LES INTERETS       *
      *CREDITEURS (QUEST25), LES INTERETS DES DEPOTS A TERME       *
      *(QUEST78) ET LA PART INTERETS DES ECHEANCES DE PRET         *
      *(FECHEANC) N'EXISTAIENT QU'AU JOUR DE LEUR POSTE. CETTE      *
      *PASSE TIENT DANS LE KSDS FCOURU, PAR COMPTE, DEPOT ET PRET,  *
      *LE MONTANT COURU NON ECHU A LA DATE DU JOUR (CONVENTION     *
      *30/360, JOURS AU-DELA DU 30 NON COMPTES) :                  *
      *'C' COMPTE CREDITEUR : COURU DU MOIS SUR L'ASSIETTE QUEST25 *
      *    (SOLDE X TAUX PRODUIT OU TAUX GLOBAL QUEST25-TAUX),     *
      *    CUMULE JOUR APRES JOUR ET REMIS A ZERO CHAQUE MOIS      *
      *    PUISQUE QUEST25 VERSE L'INTERET DU MOIS ECOULE ;        *
      *'D' DEPOT A TERME OUVERT : CAPITAL X TAUX X JOURS / 360     *
      *    DEPUIS LA DATE DE DEBUT, BORNE A L'ECHEANCE ;           *
      *'P' PRET : PART INTERETS DES ECHEANCES ECHUES NON REGLEES,  *
      *    PLUS LE PRORATA DE L'ECHEANCE A VENIR SUR SES 30 JOURS. *
      *LES ELEMENTS SOLDES (COMPTE CLOS, DEPOT ECHU, PRET REGLE)    *
      *SORTENT DU FICHIER.                                          *
      *LE DERNIER JOUR OUVRE DU MOIS (CALENDRIER FCALEND VIA       *
      *PGMCALEN, OU FORCAGE QUEST117-FIN-MOIS), LE COURU EST PORTE *
      *JUSQU'AU 30 ET LES TOTAUX PAR NATURE SONT PASSES EN         *
      *COMPTABILITE DANS FECRITUR SELON LA TRANSPOSITION FGLMAP DE *
      *QUEST84 (NATURES 'CIC', 'CDA', 'CPR', SENS 'CO') : ECRITURE *
      *DE COURU A LA DATE DU JOUR ET ECRITURE D'EXTOURNE INVERSE   *
      *AU PREMIER JOUR DU MOIS SUIVANT, EQUILIBRE PROUVE COMME     *
      *CHEZ QUEST84 (CODE RETOUR 8 SI DESEQUILIBRE OU NATURE SANS  *
      *TRANSPOSITION)                                              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST117.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FPRODUIT ASSIGN TO DDPRODUI
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRD-NAT-COMPTE
           FILE STATUS IS FS-PRODUIT.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FCOURU ASSIGN TO DDCOURU
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COU-CLE
           FILE STATUS IS FS-COURU.
           SELECT FGLMAP ASSIGN TO DDGLMAP
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GLM-CLE
           FILE STATUS IS FS-GLMAP.
           SELECT FECRITUR ASSIGN TO DDECRITU
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECRITUR.
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
        FD FPRODUIT.
        01 PRODUIT.
           05 PRD-NAT-COMPTE PIC 9(2).
           05 PRD-LIBELLE PIC X(20).
           05 PRD-TAUX-INTERET PIC 9(3)V99.
           05 PRD-CODE-FORFAIT PIC X(3).
           05 PRD-DECOUVERT PIC X(1).
           05 PRD-DELAI-DORMANCE PIC 9(3).
           05 PRD-NAT-ADULTE PIC 9(2).
           05 FILLER PIC X(44).
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
        FD FECHEANC.
        01 ECHEANC.
           05 ECH-CLE.
              10 ECH-NUM-COMPTE PIC X(6).
              10 ECH-SEQ-PRET PIC 9(2).
              10 ECH-NUMERO PIC 9(3).
           05 ECH-DATE PIC X(10).
           05 ECH-MENSUALITE PIC 9(8)V99.
           05 ECH-PART-CAPITAL PIC 9(8)V99.
           05 ECH-PART-INTERET PIC 9(8)V99.
           05 ECH-RESTANT-DU PIC 9(8)V99.
           05 ECH-STATUT PIC X(1).
           05 FILLER PIC X(18).
        FD FCOURU.
        01 COURU.
           05 COU-CLE.
              10 COU-TYPE PIC X(1).
              10 COU-NUM-COMPTE PIC X(6).
              10 COU-SEQ PIC 9(2).
           05 COU-MONTANT PIC 9(8)V99.
           05 COU-JOUR-COURU PIC 9(7).
           05 COU-DATE-MAJ PIC X(10).
           05 FILLER PIC X(44).
        FD FGLMAP.
        01 GLMAP.
           05 GLM-CLE.
              10 GLM-NAT-MOUV PIC X(3).
              10 GLM-SENS PIC X(2).
           05 GLM-COMPTE-DEBIT PIC X(8).
           05 GLM-COMPTE-CREDIT PIC X(8).
           05 FILLER PIC X(59).
        FD FECRITUR.
        01 ECRITURE.
           05 ECR-DATE PIC X(10).
           05 ECR-COMPTE-GL PIC X(8).
           05 ECR-SENS PIC X(1).
           05 ECR-MONTANT PIC 9(8)V99.
           05 ECR-REF-MOUV PIC 9(8).
           05 ECR-NAT-MOUV PIC X(3).
           05 FILLER PIC X(40).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 WS-CLIENT.
           05 WS-NU-COMPTE PIC X(6).
           05 WS-CODE-REGION PIC 9(2).
           05 WS-NAT-COMPTE PIC 9(2).
           05 WS-NOM-CLIENT PIC X(10).
           05 WS-PRENOM-CLIENT PIC X(10).
           05 WS-DATE-NAIS PIC 9(8).
           05 WS-SEXE PIC X(1).
           05 WS-ACTI-PRO PIC 9(2).
           05 WS-SIT-SOCIAL PIC X(1).
           05 WS-ADRESSE PIC X(10).
           05 WS-SOLDE PIC S9(8)V99.
           05 WS-POSIT PIC X(2).
           05 FILLER PIC X(19).
           05 WS-STATUT-COMPTE PIC X(1).
           05 FILLER PIC X(17).
        01 FS-CLIENT PIC X(2).
        01 FS-PRODUIT PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-COURU PIC X(2).
        01 FS-GLMAP PIC X(2).
        01 FS-ECRITUR PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CHAIN-JOB PIC X(8) VALUE 'QUEST117'.
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
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
        01 WS-TAUX-ENTIER PIC 9(5).
        01 WS-TAUX-GLOBAL PIC 9(3)V9(2).
        01 WS-TAUX-PRODUIT PIC 9(3)V9(2).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-EXTOURNE PIC X(10).
        01 WS-FIN-MOIS PIC X(1).
      *-- CONVERSION D'UNE DATE AAAA-MM-JJ EN NUMERO DE JOUR 30/360
        01 WS-CONV-DATE PIC X(10).
        01 WS-CONV-NUM.
           05 WS-CONV-AAAA PIC 9(4).
           05 WS-CONV-MM PIC 9(2).
           05 WS-CONV-JJ PIC 9(2).
        01 WS-CONV-JOURS PIC 9(7).
        01 WS-JOUR-TRT PIC 9(7).
        01 WS-JOUR-COURU PIC 9(7).
        01 WS-JOUR-DEBUT-MOIS PIC 9(7).
        01 WS-JOUR-DEBUT PIC 9(7).
        01 WS-JOUR-FIN PIC 9(7).
        01 WS-JOUR-ECHEANCE PIC 9(7).
        01 WS-NB-JOURS PIC 9(7).
        01 WS-COURU-CALC PIC 9(8)V99.
        01 WS-COURU-PRET PIC 9(8)V99.
        01 WS-COURU-EXISTE PIC X(1).
      *-- RUPTURE PAR PRET SUR FECHEANC
        01 WS-PRET-COURANT.
           05 WS-PRET-COMPTE PIC X(6).
           05 WS-PRET-SEQ PIC 9(2).
        01 WS-PRET-A-VENIR PIC X(1).
        01 WS-PRET-IMPAYE PIC X(1).
      *-- TOTAUX PAR NATURE DE COURU
        01 WS-TAB-NATURES.
           05 WS-TAB-NA-ENTREE OCCURS 3 TIMES
                INDEXED BY WS-NA-IDX.
              10 WS-TAB-NA-TYPE PIC X(1).
              10 WS-TAB-NA-CODE PIC X(3).
              10 WS-TAB-NA-LIBELLE PIC X(20).
              10 WS-TAB-NA-NB PIC 9(7).
              10 WS-TAB-NA-TOTAL PIC 9(12)V99.
        01 WS-COMPTE-GL PIC X(8).
        01 WS-SENS-GL PIC X(1).
        01 WS-DATE-ECR PIC X(10).
        01 WS-MONTANT-ECR PIC 9(8)V99.
        01 WS-TOTAL-DEBITS PIC 9(12)V99 VALUE 0.
        01 WS-TOTAL-CREDITS PIC 9(12)V99 VALUE 0.
        01 WS-CPT-ECRITURES PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-MAPPING PIC 9(7) VALUE 0.
        01 WS-CPT-SUPPRIMES PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' COURUS D''INTERETS NON ECHUS '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ' COURU ARRETE AU '.
           05 WS-PRINT-DATE PIC X(10).
           05 FILLER PIC X(51) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-NATURE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-LIBELLE PIC X(20).
           05 FILLER PIC X(10) VALUE ' ELEMENTS '.
           05 WS-PRINT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE ' COURU : '.
           05 WS-PRINT-TOTAL PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(16) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ECRITURE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-ECR-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-ECR-NAT PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-ECR-COMPTE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-ECR-SENS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-ECR-MONTANT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-EXCEPTION.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(27) VALUE ' NATURE SANS TRANSPOSITION '.
           05 WS-PRINT-NAT PIC X(3).
           05 FILLER PIC X(8) VALUE ' SENS : '.
           05 WS-PRINT-SENS PIC X(2).
           05 FILLER PIC X(38) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(18) VALUE ' TOTAL DEBITS : '.
           05 WS-PRINT-TOT-DEBITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(17) VALUE ' TOTAL CREDITS : '.
           05 WS-PRINT-TOT-CREDITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(15) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
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
           OPEN INPUT FPRODUIT
           IF FS-PRODUIT = '00'
              DISPLAY ' FILE PRODUIT OPEN SUCCES : ' FS-PRODUIT
           ELSE
              MOVE 'FPRODUIT' TO WS-ERR-FICHIER
              MOVE FS-PRODUIT TO WS-ERR-STATUT
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
           OPEN INPUT FECHEANC
           IF FS-ECHEANC = '00'
              DISPLAY ' FILE ECHEANC OPEN SUCCES : ' FS-ECHEANC
           ELSE
              MOVE 'FECHEANC' TO WS-ERR-FICHIER
              MOVE FS-ECHEANC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCOURU
           IF FS-COURU = '00'
              DISPLAY ' FILE COURU OPEN SUCCES : ' FS-COURU
           ELSE
              MOVE 'FCOURU' TO WS-ERR-FICHIER
              MOVE FS-COURU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FGLMAP
           IF FS-GLMAP = '00'
              DISPLAY ' FILE GLMAP OPEN SUCCES : ' FS-GLMAP
           ELSE
              MOVE 'FGLMAP' TO WS-ERR-FICHIER
              MOVE FS-GLMAP TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FECRITUR
           IF FS-ECRITUR = '00'
              DISPLAY ' FILE ECRITUR OPEN SUCCES : ' FS-ECRITUR
           ELSE
              MOVE 'FECRITUR' TO WS-ERR-FICHIER
              MOVE FS-ECRITUR TO WS-ERR-STATUT
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
           PERFORM FONCTION-CONTROLER-CHAINE
           PERFORM FONCTION-INITIALISER-NATURES
           PERFORM FONCTION-DETECTER-FIN-MOIS
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-COURIR-COMPTE
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-DAT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-COURIR-DEPOT
              PERFORM FONCTION-READ-DAT
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           MOVE SPACES TO WS-PRET-COURANT
           PERFORM FONCTION-READ-ECHEANC
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF ECH-NUM-COMPTE NOT = WS-PRET-COMPTE
                 OR ECH-SEQ-PRET NOT = WS-PRET-SEQ
                 IF WS-PRET-COURANT NOT = SPACES
                    PERFORM FONCTION-CLORE-PRET
                 END-IF
                 MOVE ECH-NUM-COMPTE TO WS-PRET-COMPTE
                 MOVE ECH-SEQ-PRET TO WS-PRET-SEQ
                 MOVE 0 TO WS-COURU-PRET
                 MOVE 'N' TO WS-PRET-A-VENIR
                 MOVE 'N' TO WS-PRET-IMPAYE
              END-IF
              PERFORM FONCTION-COURIR-ECHEANCE
              PERFORM FONCTION-READ-ECHEANC
           END-PERFORM
           IF WS-PRET-COURANT NOT = SPACES
              PERFORM FONCTION-CLORE-PRET
           END-IF
           PERFORM FONCTION-EDITER-NATURES
           IF WS-FIN-MOIS = 'O'
              PERFORM FONCTION-PASSER-ECRITURES
              PERFORM FONCTION-PROUVER-EQUILIBRE
           END-IF
           DISPLAY ' ELEMENTS SORTIS DU COURU : ' WS-CPT-SUPPRIMES
           PERFORM FONCTION-ECRIRE-CTLLOG
           MOVE WS-CPT-ECRITURES TO WS-CHAIN-VOLUME
           MOVE 'F' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST117-DATE' TO WS-PARAM-CLE
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
      *-- LE TAUX GLOBAL EST CELUI QUE SERVIRA QUEST25 : LE COURU
      *-- CREDITEUR EST AINSI CALCULE SUR LA MEME ASSIETTE
           MOVE 'QUEST25-TAUX' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE TAUX ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-TAUX-ENTIER
           COMPUTE WS-TAUX-GLOBAL = WS-TAUX-ENTIER / 100
           MOVE 'QUEST117-FIN-MOIS' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'N' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-FIN-MOIS
           MOVE WS-DATE-TRT TO WS-CONV-DATE
           PERFORM FONCTION-CONVERTIR-DATE
           MOVE WS-CONV-JOURS TO WS-JOUR-TRT
           COMPUTE WS-JOUR-DEBUT-MOIS = WS-CONV-AAAA * 360
                   + WS-CONV-MM * 30.
      *-- VERROU D'ENCHAINEMENT : LES SOLDES DOIVENT ETRE ARRETES
      *-- (QUEST30) ET LE FICHIER D'ECRITURES DU JOUR CREE (QUEST84)
        FONCTION-CONTROLER-CHAINE.
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST30' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST117 ABANDONNE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'QUEST84' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST117 ABANDONNE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
        FONCTION-INITIALISER-NATURES.
           MOVE 'C' TO WS-TAB-NA-TYPE(1)
           MOVE 'CIC' TO WS-TAB-NA-CODE(1)
           MOVE 'COMPTES CREDITEURS' TO WS-TAB-NA-LIBELLE(1)
           MOVE 'D' TO WS-TAB-NA-TYPE(2)
           MOVE 'CDA' TO WS-TAB-NA-CODE(2)
           MOVE 'DEPOTS A TERME' TO WS-TAB-NA-LIBELLE(2)
           MOVE 'P' TO WS-TAB-NA-TYPE(3)
           MOVE 'CPR' TO WS-TAB-NA-CODE(3)
           MOVE 'PRETS' TO WS-TAB-NA-LIBELLE(3)
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1 UNTIL WS-NA-IDX > 3
              MOVE 0 TO WS-TAB-NA-NB(WS-NA-IDX)
              MOVE 0 TO WS-TAB-NA-TOTAL(WS-NA-IDX)
           END-PERFORM.
      **************************************************************
      * FIN DE MOIS : LE JOUR OUVRE SUIVANT (PGMCALEN, ACTION 'S') *
      * TOMBE DANS UN AUTRE MOIS, OU FORCAGE PAR PARAMETRE HORS    *
      * COUVERTURE DU CALENDRIER. LE COURU EST ALORS PORTE JUSQU'A *
      * LA FIN DU MOIS ET L'EXTOURNE DATEE DU PREMIER DU MOIS      *
      * SUIVANT                                                    *
      **************************************************************
        FONCTION-DETECTER-FIN-MOIS.
           IF WS-FIN-MOIS NOT = 'O'
              MOVE 'S' TO WS-CAL-ACTION
              MOVE WS-DATE-TRT TO WS-CAL-DATE
              CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                    WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                    WS-CAL-CR
              IF WS-CAL-CR = '0'
                 AND WS-CAL-DATE(1:7) NOT = WS-DATE-TRT(1:7)
                 MOVE 'O' TO WS-FIN-MOIS
              END-IF
           END-IF
           IF WS-FIN-MOIS = 'O'
              DISPLAY ' FIN DE MOIS - COURU PORTE AU 30 ET PASSE '
                      'EN COMPTABILITE '
              COMPUTE WS-JOUR-TRT = WS-JOUR-DEBUT-MOIS + 30
              MOVE WS-DATE-TRT(1:4) TO WS-CONV-AAAA
              MOVE WS-DATE-TRT(6:2) TO WS-CONV-MM
              IF WS-CONV-MM = 12
                 ADD 1 TO WS-CONV-AAAA
                 MOVE 1 TO WS-CONV-MM
              ELSE
                 ADD 1 TO WS-CONV-MM
              END-IF
              MOVE WS-CONV-AAAA TO WS-DATE-EXTOURNE(1:4)
              MOVE '-' TO WS-DATE-EXTOURNE(5:1)
              MOVE WS-CONV-MM TO WS-DATE-EXTOURNE(6:2)
              MOVE '-01' TO WS-DATE-EXTOURNE(8:3)
           END-IF.
      *-- NUMERO DE JOUR 30/360 : LE 31 COMPTE COMME LE 30
        FONCTION-CONVERTIR-DATE.
           MOVE WS-CONV-DATE(1:4) TO WS-CONV-AAAA
           MOVE WS-CONV-DATE(6:2) TO WS-CONV-MM
           MOVE WS-CONV-DATE(9:2) TO WS-CONV-JJ
           IF WS-CONV-JJ > 30
              MOVE 30 TO WS-CONV-JJ
           END-IF
           COMPUTE WS-CONV-JOURS = WS-CONV-AAAA * 360
                   + WS-CONV-MM * 30 + WS-CONV-JJ.
      **************************************************************
      * COURU CREDITEUR : INCREMENT JOURNALIER SUR LE SOLDE DU     *
      * JOUR, POUR LES JOURS ECOULES DEPUIS LE DERNIER ARRETE (LES *
      * JOURS NON OUVRES SONT RATTRAPES, UNE RELANCE LE MEME JOUR  *
      * N'AJOUTE RIEN). CHANGEMENT DE MOIS = REMISE A ZERO         *
      **************************************************************
        FONCTION-COURIR-COMPTE.
           MOVE 'C' TO COU-TYPE
           MOVE WS-NU-COMPTE TO COU-NUM-COMPTE
           MOVE 0 TO COU-SEQ
           IF WS-STATUT-COMPTE = 'C' OR WS-STATUT-COMPTE = 'R'
              PERFORM FONCTION-SUPPRIMER-COURU
           ELSE
              PERFORM FONCTION-LIRE-COURU
              IF WS-COURU-EXISTE = 'N'
                 OR COU-JOUR-COURU <= WS-JOUR-DEBUT-MOIS
                 MOVE 0 TO COU-MONTANT
                 MOVE WS-JOUR-DEBUT-MOIS TO COU-JOUR-COURU
              END-IF
              MOVE 0 TO WS-NB-JOURS
              IF WS-JOUR-TRT > COU-JOUR-COURU
                 COMPUTE WS-NB-JOURS = WS-JOUR-TRT - COU-JOUR-COURU
              END-IF
              IF WS-SOLDE > 0 AND WS-NB-JOURS > 0
                 PERFORM FONCTION-CHERCHER-TAUX-PRODUIT
                 COMPUTE WS-COURU-CALC ROUNDED =
                         WS-SOLDE * WS-TAUX-PRODUIT / 100
                         * WS-NB-JOURS / 30
                 ADD WS-COURU-CALC TO COU-MONTANT
              END-IF
              IF WS-JOUR-TRT > COU-JOUR-COURU
                 MOVE WS-JOUR-TRT TO COU-JOUR-COURU
              END-IF
              SET WS-NA-IDX TO 1
              PERFORM FONCTION-ECRIRE-COURU
           END-IF.
      *-- MEME REGLE QUE QUEST25 : TAUX DU PRODUIT S'IL EST DECLARE,
      *-- SINON TAUX GLOBAL
        FONCTION-CHERCHER-TAUX-PRODUIT.
           MOVE WS-TAUX-GLOBAL TO WS-TAUX-PRODUIT
           MOVE WS-NAT-COMPTE TO PRD-NAT-COMPTE
           READ FPRODUIT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PRD-TAUX-INTERET > 0
                    MOVE PRD-TAUX-INTERET TO WS-TAUX-PRODUIT
                 END-IF
           END-READ.
      **************************************************************
      * COURU DEPOT A TERME : RECALCULE CHAQUE NUIT DEPUIS LA DATE  *
      * DE DEBUT, BORNE A L'ECHEANCE (MEME FORMULE QUE QUEST78 AU  *
      * PRORATA DES JOURS). UN DEPOT DENOUE SORT DU COURU          *
      **************************************************************
        FONCTION-COURIR-DEPOT.
           MOVE 'D' TO COU-TYPE
           MOVE DAT-NUM-COMPTE TO COU-NUM-COMPTE
           MOVE DAT-SEQ TO COU-SEQ
           IF DAT-STATUT NOT = 'O'
              PERFORM FONCTION-SUPPRIMER-COURU
           ELSE
              PERFORM FONCTION-LIRE-COURU
              MOVE DAT-DATE-DEBUT TO WS-CONV-DATE
              PERFORM FONCTION-CONVERTIR-DATE
              MOVE WS-CONV-JOURS TO WS-JOUR-DEBUT
              MOVE DAT-DATE-ECHEANCE TO WS-CONV-DATE
              PERFORM FONCTION-CONVERTIR-DATE
              MOVE WS-CONV-JOURS TO WS-JOUR-ECHEANCE
              MOVE WS-JOUR-TRT TO WS-JOUR-FIN
              IF WS-JOUR-FIN > WS-JOUR-ECHEANCE
                 MOVE WS-JOUR-ECHEANCE TO WS-JOUR-FIN
              END-IF
              MOVE 0 TO COU-MONTANT
              IF WS-JOUR-FIN > WS-JOUR-DEBUT
                 COMPUTE WS-NB-JOURS = WS-JOUR-FIN - WS-JOUR-DEBUT
                 COMPUTE COU-MONTANT ROUNDED =
                         DAT-CAPITAL * DAT-TAUX / 100
                         * WS-NB-JOURS / 360
              END-IF
              MOVE WS-JOUR-TRT TO COU-JOUR-COURU
              SET WS-NA-IDX TO 2
              PERFORM FONCTION-ECRIRE-COURU
           END-IF.
      **************************************************************
      * COURU PRET : LES ECHEANCES DONT LA DATE EST PASSEE ET QUI  *
      * NE SONT PAS REGLEES ('I' OU ENCORE A BLANC) SONT ACQUISES  *
      * POUR TOUTE LEUR PART INTERETS ; LA PREMIERE ECHEANCE A     *
      * VENIR L'EST AU PRORATA DES JOURS ECOULES SUR LES 30 QUI LA *
      * PRECEDENT                                                  *
      **************************************************************
        FONCTION-COURIR-ECHEANCE.
           IF ECH-STATUT = SPACE OR ECH-STATUT = 'I'
              MOVE 'O' TO WS-PRET-IMPAYE
              MOVE ECH-DATE TO WS-CONV-DATE
              PERFORM FONCTION-CONVERTIR-DATE
              MOVE WS-CONV-JOURS TO WS-JOUR-ECHEANCE
              IF WS-JOUR-ECHEANCE <= WS-JOUR-TRT
                 ADD ECH-PART-INTERET TO WS-COURU-PRET
              ELSE
                 IF WS-PRET-A-VENIR = 'N'
                    MOVE 'O' TO WS-PRET-A-VENIR
                    COMPUTE WS-JOUR-DEBUT = WS-JOUR-ECHEANCE - 30
                    IF WS-JOUR-TRT > WS-JOUR-DEBUT
                       COMPUTE WS-NB-JOURS =
                               WS-JOUR-TRT - WS-JOUR-DEBUT
                       COMPUTE WS-COURU-CALC ROUNDED =
                               ECH-PART-INTERET * WS-NB-JOURS / 30
                       ADD WS-COURU-CALC TO WS-COURU-PRET
                    END-IF
                 END-IF
              END-IF
           END-IF.
        FONCTION-CLORE-PRET.
           MOVE 'P' TO COU-TYPE
           MOVE WS-PRET-COMPTE TO COU-NUM-COMPTE
           MOVE WS-PRET-SEQ TO COU-SEQ
           IF WS-PRET-IMPAYE = 'N'
              PERFORM FONCTION-SUPPRIMER-COURU
           ELSE
              PERFORM FONCTION-LIRE-COURU
              MOVE WS-COURU-PRET TO COU-MONTANT
              MOVE WS-JOUR-TRT TO COU-JOUR-COURU
              SET WS-NA-IDX TO 3
              PERFORM FONCTION-ECRIRE-COURU
           END-IF.
      *-- ACCES AU FICHIER DES COURUS : LA CLE EST POSITIONNEE PAR
      *-- L'APPELANT
        FONCTION-LIRE-COURU.
           MOVE 'O' TO WS-COURU-EXISTE
           READ FCOURU
              INVALID KEY
                 MOVE 'N' TO WS-COURU-EXISTE
                 MOVE 0 TO COU-MONTANT
                 MOVE 0 TO COU-JOUR-COURU
           END-READ.
        FONCTION-ECRIRE-COURU.
           MOVE WS-DATE-TRT TO COU-DATE-MAJ
           MOVE SPACES TO COURU(37:44)
           IF WS-COURU-EXISTE = 'O'
              REWRITE COURU
                 INVALID KEY
                    DISPLAY ' COURU NON MIS A JOUR : ' COU-CLE
                    MOVE 'FCOURU' TO WS-ERR-FICHIER
                    MOVE FS-COURU TO WS-ERR-STATUT
                    MOVE 'FONCTION-ECRIRE-COURU' TO WS-ERR-PARAGRAPHE
                    MOVE COU-CLE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
              END-REWRITE
           ELSE
              WRITE COURU
                 INVALID KEY
                    DISPLAY ' COURU NON CREE : ' COU-CLE
                    MOVE 'FCOURU' TO WS-ERR-FICHIER
                    MOVE FS-COURU TO WS-ERR-STATUT
                    MOVE 'FONCTION-ECRIRE-COURU' TO WS-ERR-PARAGRAPHE
                    MOVE COU-CLE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
              END-WRITE
           END-IF
           ADD 1 TO WS-TAB-NA-NB(WS-NA-IDX)
           ADD COU-MONTANT TO WS-TAB-NA-TOTAL(WS-NA-IDX).
        FONCTION-SUPPRIMER-COURU.
           DELETE FCOURU
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-CPT-SUPPRIMES
           END-DELETE.
        FONCTION-EDITER-NATURES.
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1 UNTIL WS-NA-IDX > 3
              MOVE WS-TAB-NA-LIBELLE(WS-NA-IDX) TO WS-PRINT-LIBELLE
              MOVE WS-TAB-NA-NB(WS-NA-IDX) TO WS-PRINT-NB
              MOVE WS-TAB-NA-TOTAL(WS-NA-IDX) TO WS-PRINT-TOTAL
              MOVE WS-LIGNE-NATURE TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
              DISPLAY ' COURU ' WS-TAB-NA-LIBELLE(WS-NA-IDX) ' : '
                      WS-TAB-NA-TOTAL(WS-NA-IDX)
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
      **************************************************************
      * ECRITURES DE FIN DE MOIS : POUR CHAQUE NATURE, LA PAIRE    *
      * DEBIT/CREDIT DE LA TRANSPOSITION FGLMAP (NATURE, SENS 'CO')*
      * A LA DATE DU JOUR, PUIS LA PAIRE INVERSE AU PREMIER DU     *
      * MOIS SUIVANT                                               *
      **************************************************************
        FONCTION-PASSER-ECRITURES.
           PERFORM VARYING WS-NA-IDX FROM 1 BY 1 UNTIL WS-NA-IDX > 3
              IF WS-TAB-NA-TOTAL(WS-NA-IDX) > 0
                 MOVE WS-TAB-NA-CODE(WS-NA-IDX) TO GLM-NAT-MOUV
                 MOVE 'CO' TO GLM-SENS
                 READ FGLMAP
                    INVALID KEY
                       PERFORM FONCTION-EDITER-EXCEPTION
                    NOT INVALID KEY
                       PERFORM FONCTION-ECRIRE-COURU-GL
                 END-READ
              END-IF
           END-PERFORM.
        FONCTION-ECRIRE-COURU-GL.
           MOVE WS-TAB-NA-TOTAL(WS-NA-IDX) TO WS-MONTANT-ECR
           MOVE WS-DATE-TRT TO WS-DATE-ECR
           MOVE GLM-COMPTE-DEBIT TO WS-COMPTE-GL
           MOVE 'D' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE
           MOVE GLM-COMPTE-CREDIT TO WS-COMPTE-GL
           MOVE 'C' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE
           MOVE WS-DATE-EXTOURNE TO WS-DATE-ECR
           MOVE GLM-COMPTE-CREDIT TO WS-COMPTE-GL
           MOVE 'D' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE
           MOVE GLM-COMPTE-DEBIT TO WS-COMPTE-GL
           MOVE 'C' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE.
        FONCTION-ECRIRE-ECRITURE.
           MOVE SPACES TO ECRITURE
           MOVE WS-DATE-ECR TO ECR-DATE
           MOVE WS-COMPTE-GL TO ECR-COMPTE-GL
           MOVE WS-SENS-GL TO ECR-SENS
           MOVE WS-MONTANT-ECR TO ECR-MONTANT
           MOVE 0 TO ECR-REF-MOUV
           MOVE WS-TAB-NA-CODE(WS-NA-IDX) TO ECR-NAT-MOUV
           WRITE ECRITURE
           ADD 1 TO WS-CPT-ECRITURES
           IF WS-SENS-GL = 'D'
              ADD WS-MONTANT-ECR TO WS-TOTAL-DEBITS
           ELSE
              ADD WS-MONTANT-ECR TO WS-TOTAL-CREDITS
           END-IF
           MOVE WS-DATE-ECR TO WS-PRINT-ECR-DATE
           MOVE WS-TAB-NA-CODE(WS-NA-IDX) TO WS-PRINT-ECR-NAT
           MOVE WS-COMPTE-GL TO WS-PRINT-ECR-COMPTE
           MOVE WS-SENS-GL TO WS-PRINT-ECR-SENS
           MOVE WS-MONTANT-ECR TO WS-PRINT-ECR-MONTANT
           MOVE WS-LIGNE-ECRITURE TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-EDITER-EXCEPTION.
           ADD 1 TO WS-CPT-SANS-MAPPING
           MOVE GLM-NAT-MOUV TO WS-PRINT-NAT
           MOVE GLM-SENS TO WS-PRINT-SENS
           MOVE WS-LIGNE-EXCEPTION TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
      *-- MEME PREUVE QUE QUEST84 : ECRITURES EQUILIBREES ET AUCUNE
      *-- NATURE SANS TRANSPOSITION
        FONCTION-PROUVER-EQUILIBRE.
           MOVE WS-TOTAL-DEBITS TO WS-PRINT-TOT-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-PRINT-TOT-CREDITS
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' ECRITURES DE COURU PRODUITES : ' WS-CPT-ECRITURES
           DISPLAY ' SANS TRANSPOSITION : ' WS-CPT-SANS-MAPPING
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY ' DESEQUILIBRE DEBITS/CREDITS - NON LIVRE '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           IF WS-CPT-SANS-MAPPING > 0
              DISPLAY ' NATURES SANS TRANSPOSITION - NON LIVRE '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-READ-CLIENT.
           READ FCLIENT INTO WS-CLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-DAT.
           READ FDAT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-ECHEANC.
           READ FECHEANC
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DATE-TRT TO WS-PRINT-DATE
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST117' TO CTLLOG-JOB
           MOVE ' ECRITURES DE COURU EMISES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ECRITURES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST117' TO WS-ERR-PROGRAMME
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
           CLOSE FPRODUIT
           CLOSE FDAT
           CLOSE FECHEANC
           CLOSE FCOURU
           CLOSE FGLMAP
           CLOSE FECRITUR
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
