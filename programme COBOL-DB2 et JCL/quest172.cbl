      **************************************************************
      *ETAT TRIMESTRIEL DES DEROGATIONS TARIFAIRES : LES REMISES   *
      *CONSENTIES PAR LA FACTURATION DES FRAIS QUEST37 (JOURNAL    *
      *FREMISE, COPY REMISE) DU PREMIER JOUR DU TRIMESTRE CIVIL DE *
      *QUEST172-DATE A CETTE DATE INCLUSE SONT TRIEES PAR COMPTE ET*
      *RAPPROCHEES DE L'EXTRAIT FSNAPCLI POUR ETRE PORTEES AU      *
      *GESTIONNAIRE DU COMPTE (GEST-EMPLOYE, NOM LU PAR LE CURSEUR *
      *L1001 DE REFLEMP) ET A SA REGION. L'ETAT DONNE PAR          *
      *GESTIONNAIRE, PUIS PAR REGION, LES FRAIS AU TARIF, LES FRAIS*
      *FACTURES ET LE MANQUE A GAGNER ; LES COMPTES SANS           *
      *GESTIONNAIRE CONNU SONT CUMULES SOUS 'NON AFFECTES'. IL     *
      *LISTE ENSUITE, PAR DATE DE FIN CROISSANTE, LES DEROGATIONS  *
      *FDEROG ENCORE EN VIGUEUR QUI ARRIVENT A ECHEANCE DANS LES   *
      *QUEST172-DELAI MOIS (3 PAR DEFAUT) POUR QU'ELLES SOIENT     *
      *RENEGOCIEES OU LEVEES                                       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST172.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FREMISE ASSIGN TO DDREMISE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REMISE.
           SELECT FREM-WK ASSIGN TO FWORK.
           SELECT FDEROG ASSIGN TO DDDEROG
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DRG-CLE
           FILE STATUS IS FS-DEROG.
           SELECT FECH-WK ASSIGN TO FWORK2.
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
        FD FREMISE.
           COPY REMISE.
      *-- REMISES DU TRIMESTRE TRIEES PAR COMPTE
        SD FREM-WK.
        01 REM-WK.
           05 RMW-NUM-COMPTE PIC X(6).
           05 RMW-FRAIS-TARIF PIC 9(6)V99.
           05 RMW-FRAIS-FACTURE PIC 9(6)V99.
           05 RMW-MONTANT-REMISE PIC 9(6)V99.
           05 FILLER PIC X(10).
        FD FDEROG.
           COPY DEROG.
      *-- DEROGATIONS ARRIVANT A ECHEANCE, PAR DATE DE FIN
        SD FECH-WK.
        01 ECH-WK.
           05 ECW-DATE-FIN PIC X(10).
           05 ECW-TYPE PIC X(1).
           05 ECW-TITULAIRE PIC X(8).
           05 ECW-NAT-MOUV PIC X(3).
           05 ECW-MODE PIC X(1).
           05 ECW-TAUX PIC 9(3)V99.
           05 ECW-MONTANT PIC 9(4)V99.
           05 ECW-DATE-DEBUT PIC X(10).
           05 ECW-SUPERVISEUR PIC X(4).
           05 ECW-MOTIF PIC X(20).
           05 FILLER PIC X(12).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-REMISE PIC X(2).
        01 FS-DEROG PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-FIN-REM PIC X(1).
        01 WS-FIN-CURSEUR PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-DEBUT PIC X(10).
        01 WS-DELAI PIC 9(3).
      *-- PREMIER MOIS DU TRIMESTRE ET MOIS LIMITE D'ECHEANCE, EN
      *-- NOMBRE DE MOIS (ANNEE * 12 + MOIS)
        01 WS-MOIS-AAAA PIC 9(4).
        01 WS-MOIS-MM PIC 9(2).
        01 WS-MOIS-LIMITE PIC 9(6).
        01 WS-MOIS-FIN PIC 9(6).
        01 WS-MM-TRIMESTRE PIC 9(2).
        01 WS-MM-TRIMESTRE-X REDEFINES WS-MM-TRIMESTRE PIC X(2).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
      *-- GESTIONNAIRES RECUPERES PAR LE CURSEUR REFLEMP ET LEURS
      *-- CUMULS DE REMISES
        01 WS-TAB-GESTIONNAIRES.
           05 WS-TAB-GE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-GE-ENTREE OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-TAB-GE-NB
                INDEXED BY WS-GE-IDX.
              10 WS-TAB-GE-ID PIC 9(9).
              10 WS-TAB-GE-NOM PIC X(15).
              10 WS-TAB-GE-NB-REM PIC 9(6).
              10 WS-TAB-GE-TARIF PIC 9(9)V99.
              10 WS-TAB-GE-FACTURE PIC 9(9)V99.
              10 WS-TAB-GE-REMISE PIC 9(9)V99.
        01 WS-GE-TROUVE PIC X(1).
      *-- CUMULS DES COMPTES SANS GESTIONNAIRE CONNU
        01 WS-NA-NB-REM PIC 9(6) VALUE 0.
        01 WS-NA-TARIF PIC 9(9)V99 VALUE 0.
        01 WS-NA-FACTURE PIC 9(9)V99 VALUE 0.
        01 WS-NA-REMISE PIC 9(9)V99 VALUE 0.
      *-- DONT COMPTES ABSENTS DE L'EXTRAIT, SANS REGION
        01 WS-HE-TARIF PIC 9(9)V99 VALUE 0.
        01 WS-HE-FACTURE PIC 9(9)V99 VALUE 0.
        01 WS-HE-REMISE PIC 9(9)V99 VALUE 0.
      *-- CUMULS PAR REGION, RANG = CODE-REGION + 1
        01 WS-TAB-REGIONS.
           05 WS-TAB-RE-ENTREE OCCURS 100 TIMES
                INDEXED BY WS-RE-IDX.
              10 WS-TAB-RE-NOM PIC X(15).
              10 WS-TAB-RE-NB-REM PIC 9(6).
              10 WS-TAB-RE-TARIF PIC 9(9)V99.
              10 WS-TAB-RE-FACTURE PIC 9(9)V99.
              10 WS-TAB-RE-REMISE PIC 9(9)V99.
        01 WS-RE-RANG PIC 9(3).
      *-- CUMULS DU PASSAGE ET LIGNE EN COURS D'EDITION
        01 WS-TOT-NB-REM PIC 9(6) VALUE 0.
        01 WS-TOT-TARIF PIC 9(9)V99 VALUE 0.
        01 WS-TOT-FACTURE PIC 9(9)V99 VALUE 0.
        01 WS-TOT-REMISE PIC 9(9)V99 VALUE 0.
        01 WS-ED-NB-REM PIC 9(6).
        01 WS-ED-TARIF PIC 9(9)V99.
        01 WS-ED-FACTURE PIC 9(9)V99.
        01 WS-ED-REMISE PIC 9(9)V99.
           COPY YFCIFAL.
           COPY YFCIFRE.
           COPY YEMLENT.
           COPY YEMLSOR.
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-REMISES-LUES PIC 9(7) VALUE 0.
        01 WS-CPT-HORS-EXTRAIT PIC 9(7) VALUE 0.
        01 WS-CPT-ECHEANCES PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              '   DEROGATIONS TARIFAIRES DU TRIMESTRE'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-PERIODE.
           05 FILLER PIC X(12) VALUE ' PERIODE DU '.
           05 WS-PRT-DATE-DEBUT PIC X(10).
           05 FILLER PIC X(4) VALUE ' AU '.
           05 WS-PRT-DATE-FIN PIC X(10).
           05 FILLER PIC X(44) VALUE ALL ' '.
        01 WS-LIGNE-SECTION.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SECTION PIC X(50).
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE03.
           05 FILLER PIC X(40) VALUE
              ' CODE      LIBELLE         LIGNES  FRAIS'.
           05 FILLER PIC X(40) VALUE
              ' TARIF    FACTURES     REMISES  TAUX    '.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CODE PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-LIBELLE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NB-REM PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TARIF PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FACTURE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REMISE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TAUX PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(3) VALUE ALL ' '.
        01 WS-LIGNE06.
           05 FILLER PIC X(40) VALUE
              ' T TITULAI NAT M  VALEUR DEBUT      FIN '.
           05 FILLER PIC X(40) VALUE
              '       SUP  MOTIF                       '.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TITULAIRE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NAT-MOUV PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-VALEUR PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DRG-DEBUT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DRG-FIN PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SUPERVISEUR PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOTIF PIC X(20).
           05 FILLER PIC X(7) VALUE ALL ' '.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(42) VALUE ALL ' '.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           PERFORM FONCTION-CHARGER-GESTIONNAIRES
           INITIALIZE WS-TAB-REGIONS
           SORT FREM-WK
                ON ASCENDING KEY RMW-NUM-COMPTE
                INPUT PROCEDURE FONCTION-CHARGER-REMISES
                OUTPUT PROCEDURE IS FONCTION-AFFECTER-REMISES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-EDITER-GESTIONNAIRES
           PERFORM FONCTION-EDITER-REGIONS
           SORT FECH-WK
                ON ASCENDING KEY ECW-DATE-FIN
                ON ASCENDING KEY ECW-TYPE
                ON ASCENDING KEY ECW-TITULAIRE
                ON ASCENDING KEY ECW-NAT-MOUV
                INPUT PROCEDURE FONCTION-CHERCHER-ECHEANCES
                OUTPUT PROCEDURE IS FONCTION-EDITER-ECHEANCES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST172-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST172-DELAI' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '3' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' DELAI INVALIDE, DEFAUT 3 MOIS APPLIQUE '
              MOVE 3 TO WS-DELAI
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-DELAI
           END-IF
      *-- LE TRIMESTRE CIVIL COMMENCE AU MOIS 01, 04, 07 OU 10
           MOVE WS-DATE-TRT(1:4) TO WS-MOIS-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-MOIS-MM
           SUBTRACT 1 FROM WS-MOIS-MM GIVING WS-MM-TRIMESTRE
           DIVIDE WS-MM-TRIMESTRE BY 3 GIVING WS-MM-TRIMESTRE
           COMPUTE WS-MM-TRIMESTRE = WS-MM-TRIMESTRE * 3 + 1
           MOVE WS-DATE-TRT TO WS-DATE-DEBUT
           MOVE WS-MM-TRIMESTRE-X TO WS-DATE-DEBUT(6:2)
           MOVE '01' TO WS-DATE-DEBUT(9:2)
           COMPUTE WS-MOIS-LIMITE = WS-MOIS-AAAA * 12 + WS-MOIS-MM
                                  + WS-DELAI.
      **************************************************************
      * LES EMPLOYES SONT LUS PAR LE CURSEUR L1001 DE REFLEMP      *
      * (LECTURE INITIALE 'LEI' PUIS LECTURES SUIVANTES 'LES'      *
      * JUSQU'AU CODE RETOUR DONNEES NON TROUVEES)                 *
      **************************************************************
        FONCTION-CHARGER-GESTIONNAIRES.
           MOVE 'N' TO WS-FIN-CURSEUR
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST172' TO FCIFAL-NOMJOB
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEI' TO FCIFAL-CARSCEDMD-TYPACN
           PERFORM FONCTION-APPELER-REFLEMP
           PERFORM FONCTION-RANGER-GESTIONNAIRE
           PERFORM UNTIL WS-FIN-CURSEUR = 'Y'
              MOVE 'LES' TO FCIFAL-CARSCEDMD-TYPACN
              PERFORM FONCTION-APPELER-REFLEMP
              PERFORM FONCTION-RANGER-GESTIONNAIRE
           END-PERFORM
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEF' TO FCIFAL-CARSCEDMD-TYPACN
           PERFORM FONCTION-APPELER-REFLEMP.
        FONCTION-APPELER-REFLEMP.
           CALL C-REFLEMP USING YFCIFAL
                                YFCIFRE
                                YEMLENT
                                YEMLSOR.
      *-- L'ACCESSEUR NE RENSEIGNE FCIFRE-CODRETPMR QU'EN CAS
      *-- D'ERREUR : UN CODE RESTE A BLANC SIGNIFIE SUCCES
        FONCTION-RANGER-GESTIONNAIRE.
           IF FCIFRE-CODRETPMR = SPACES
              OR FCIFRE-CODRET-TRTCRF
              IF WS-TAB-GE-NB < 200
                 ADD 1 TO WS-TAB-GE-NB
                 SET WS-GE-IDX TO WS-TAB-GE-NB
                 INITIALIZE WS-TAB-GE-ENTREE(WS-GE-IDX)
                 MOVE EMLSOR-L1001-EMPID(1)
                      TO WS-TAB-GE-ID(WS-GE-IDX)
                 MOVE EMLSOR-L1001-NAME(1)
                      TO WS-TAB-GE-NOM(WS-GE-IDX)
              ELSE
                 DISPLAY ' EMPLOYE IGNORE (TABLE PLEINE) '
                 IF WS-ERR-RC-JOB < 4
                    MOVE 4 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-CURSEUR
              IF NOT FCIFRE-CODRET-DONNONTVE
                 DISPLAY ' ERREUR ACCESSEUR REFLEMP CODE '
                         FCIFRE-CODRETPMR ' ' FCIFRE-CODRETSCD
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * LES REMISES DU TRIMESTRE SONT TRIEES PAR COMPTE POUR LE    *
      * RAPPROCHEMENT AVEC L'EXTRAIT CLIENTS                       *
      **************************************************************
        FONCTION-CHARGER-REMISES.
           OPEN INPUT FREMISE
           IF FS-REMISE NOT = '00'
              MOVE 'FREMISE' TO WS-ERR-FICHIER
              MOVE FS-REMISE TO WS-ERR-STATUT
              MOVE 'FONCTION-CHARGER-REMISES' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FREMISE
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 IF REM-DATE-FRAIS NOT < WS-DATE-DEBUT
                    AND REM-DATE-FRAIS NOT > WS-DATE-TRT
                    ADD 1 TO WS-CPT-REMISES-LUES
                    MOVE SPACES TO REM-WK
                    MOVE REM-NUM-COMPTE TO RMW-NUM-COMPTE
                    MOVE REM-FRAIS-TARIF TO RMW-FRAIS-TARIF
                    MOVE REM-FRAIS-FACTURE TO RMW-FRAIS-FACTURE
                    MOVE REM-MONTANT-REMISE TO RMW-MONTANT-REMISE
                    RELEASE REM-WK
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FREMISE.
      **************************************************************
      * RAPPROCHEMENT CO-SEQUENTIEL PAR COMPTE DE L'EXTRAIT        *
      * FSNAPCLI ET DES REMISES TRIEES : LA REMISE EST PORTEE AU   *
      * GESTIONNAIRE ET A LA REGION DU COMPTE ; UNE REMISE D'UN    *
      * COMPTE ABSENT DE L'EXTRAIT EST CUMULEE EN NON AFFECTES     *
      **************************************************************
        FONCTION-AFFECTER-REMISES.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI NOT = '00'
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-AFFECTER-REMISES' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-FIN-CLIENT
           MOVE 'N' TO WS-FIN-REM
           PERFORM FONCTION-LIRE-CLIENT
           PERFORM FONCTION-READ-REM-WK
           PERFORM UNTIL WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-AFFECTER-COMPTE
              PERFORM FONCTION-LIRE-CLIENT
           END-PERFORM
           PERFORM UNTIL WS-FIN-REM = 'Y'
              PERFORM FONCTION-CUMULER-HORS-EXTRAIT
              PERFORM FONCTION-READ-REM-WK
           END-PERFORM
           CLOSE FSNAPCLI.
        FONCTION-AFFECTER-COMPTE.
           MOVE 'N' TO WS-GE-TROUVE
           IF GEST-EMPLOYE NOT = 0
              SET WS-GE-IDX TO 1
              SEARCH WS-TAB-GE-ENTREE
                 WHEN WS-TAB-GE-ID(WS-GE-IDX) = GEST-EMPLOYE
                    MOVE 'O' TO WS-GE-TROUVE
              END-SEARCH
           END-IF
           COMPUTE WS-RE-RANG = CODE-REGION + 1
           SET WS-RE-IDX TO WS-RE-RANG
           MOVE SNP-NOM-REGION TO WS-TAB-RE-NOM(WS-RE-IDX)
           PERFORM UNTIL WS-FIN-REM = 'Y'
              OR RMW-NUM-COMPTE > NU-COMPTE
              IF RMW-NUM-COMPTE = NU-COMPTE
                 PERFORM FONCTION-CUMULER-REMISE
              ELSE
                 PERFORM FONCTION-CUMULER-HORS-EXTRAIT
              END-IF
              PERFORM FONCTION-READ-REM-WK
           END-PERFORM.
        FONCTION-CUMULER-REMISE.
           IF WS-GE-TROUVE = 'O'
              ADD 1 TO WS-TAB-GE-NB-REM(WS-GE-IDX)
              ADD RMW-FRAIS-TARIF TO WS-TAB-GE-TARIF(WS-GE-IDX)
              ADD RMW-FRAIS-FACTURE TO WS-TAB-GE-FACTURE(WS-GE-IDX)
              ADD RMW-MONTANT-REMISE TO WS-TAB-GE-REMISE(WS-GE-IDX)
           ELSE
              PERFORM FONCTION-CUMULER-NON-AFFECTE
           END-IF
           ADD 1 TO WS-TAB-RE-NB-REM(WS-RE-IDX)
           ADD RMW-FRAIS-TARIF TO WS-TAB-RE-TARIF(WS-RE-IDX)
           ADD RMW-FRAIS-FACTURE TO WS-TAB-RE-FACTURE(WS-RE-IDX)
           ADD RMW-MONTANT-REMISE TO WS-TAB-RE-REMISE(WS-RE-IDX)
           PERFORM FONCTION-CUMULER-TOTAL.
      *-- COMPTE ABSENT DE L'EXTRAIT : NI GESTIONNAIRE NI REGION
        FONCTION-CUMULER-HORS-EXTRAIT.
           ADD 1 TO WS-CPT-HORS-EXTRAIT
           ADD RMW-FRAIS-TARIF TO WS-HE-TARIF
           ADD RMW-FRAIS-FACTURE TO WS-HE-FACTURE
           ADD RMW-MONTANT-REMISE TO WS-HE-REMISE
           PERFORM FONCTION-CUMULER-NON-AFFECTE
           PERFORM FONCTION-CUMULER-TOTAL.
        FONCTION-CUMULER-NON-AFFECTE.
           ADD 1 TO WS-NA-NB-REM
           ADD RMW-FRAIS-TARIF TO WS-NA-TARIF
           ADD RMW-FRAIS-FACTURE TO WS-NA-FACTURE
           ADD RMW-MONTANT-REMISE TO WS-NA-REMISE.
        FONCTION-CUMULER-TOTAL.
           ADD 1 TO WS-TOT-NB-REM
           ADD RMW-FRAIS-TARIF TO WS-TOT-TARIF
           ADD RMW-FRAIS-FACTURE TO WS-TOT-FACTURE
           ADD RMW-MONTANT-REMISE TO WS-TOT-REMISE.
        FONCTION-READ-REM-WK.
           RETURN FREM-WK
              AT END MOVE 'Y' TO WS-FIN-REM
           END-RETURN.
        FONCTION-LIRE-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-FIN-CLIENT
           END-READ
           IF WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-FIN-CLIENT
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
      **************************************************************
      * MANQUE A GAGNER PAR GESTIONNAIRE AYANT CONSENTI AU MOINS   *
      * UNE REMISE, PUIS DES COMPTES NON AFFECTES                  *
      **************************************************************
        FONCTION-EDITER-GESTIONNAIRES.
           MOVE 'MANQUE A GAGNER PAR GESTIONNAIRE' TO WS-PRT-SECTION
           PERFORM FONCTION-PRINT-SECTION
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                   UNTIL WS-GE-IDX > WS-TAB-GE-NB
              IF WS-TAB-GE-NB-REM(WS-GE-IDX) > 0
                 MOVE WS-TAB-GE-ID(WS-GE-IDX) TO WS-PRT-CODE
                 MOVE WS-TAB-GE-NOM(WS-GE-IDX) TO WS-PRT-LIBELLE
                 MOVE WS-TAB-GE-NB-REM(WS-GE-IDX) TO WS-ED-NB-REM
                 MOVE WS-TAB-GE-TARIF(WS-GE-IDX) TO WS-ED-TARIF
                 MOVE WS-TAB-GE-FACTURE(WS-GE-IDX) TO WS-ED-FACTURE
                 MOVE WS-TAB-GE-REMISE(WS-GE-IDX) TO WS-ED-REMISE
                 PERFORM FONCTION-EDITER-LIGNE
              END-IF
           END-PERFORM
           IF WS-NA-NB-REM > 0
              MOVE SPACES TO WS-PRT-CODE
              MOVE 'NON AFFECTES' TO WS-PRT-LIBELLE
              MOVE WS-NA-NB-REM TO WS-ED-NB-REM
              MOVE WS-NA-TARIF TO WS-ED-TARIF
              MOVE WS-NA-FACTURE TO WS-ED-FACTURE
              MOVE WS-NA-REMISE TO WS-ED-REMISE
              PERFORM FONCTION-EDITER-LIGNE
           END-IF
           PERFORM FONCTION-EDITER-TOTAL.
      *-- LES REMISES DES COMPTES ABSENTS DE L'EXTRAIT N'ONT PAS DE
      *-- REGION ET SONT EDITEES A PART SOUS 'HORS EXTRAIT'
        FONCTION-EDITER-REGIONS.
           MOVE 'MANQUE A GAGNER PAR REGION' TO WS-PRT-SECTION
           PERFORM FONCTION-PRINT-SECTION
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > 100
              IF WS-TAB-RE-NB-REM(WS-RE-IDX) > 0
                 SET WS-RE-RANG TO WS-RE-IDX
                 SUBTRACT 1 FROM WS-RE-RANG
                 MOVE SPACES TO WS-PRT-CODE
                 MOVE WS-RE-RANG(2:2) TO WS-PRT-CODE
                 MOVE WS-TAB-RE-NOM(WS-RE-IDX) TO WS-PRT-LIBELLE
                 MOVE WS-TAB-RE-NB-REM(WS-RE-IDX) TO WS-ED-NB-REM
                 MOVE WS-TAB-RE-TARIF(WS-RE-IDX) TO WS-ED-TARIF
                 MOVE WS-TAB-RE-FACTURE(WS-RE-IDX) TO WS-ED-FACTURE
                 MOVE WS-TAB-RE-REMISE(WS-RE-IDX) TO WS-ED-REMISE
                 PERFORM FONCTION-EDITER-LIGNE
              END-IF
           END-PERFORM
           IF WS-CPT-HORS-EXTRAIT > 0
              MOVE SPACES TO WS-PRT-CODE
              MOVE 'HORS EXTRAIT' TO WS-PRT-LIBELLE
              MOVE WS-CPT-HORS-EXTRAIT TO WS-ED-NB-REM
              MOVE WS-HE-TARIF TO WS-ED-TARIF
              MOVE WS-HE-FACTURE TO WS-ED-FACTURE
              MOVE WS-HE-REMISE TO WS-ED-REMISE
              PERFORM FONCTION-EDITER-LIGNE
           END-IF
           PERFORM FONCTION-EDITER-TOTAL.
        FONCTION-EDITER-TOTAL.
           MOVE SPACES TO WS-PRT-CODE
           MOVE 'TOTAL' TO WS-PRT-LIBELLE
           MOVE WS-TOT-NB-REM TO WS-ED-NB-REM
           MOVE WS-TOT-TARIF TO WS-ED-TARIF
           MOVE WS-TOT-FACTURE TO WS-ED-FACTURE
           MOVE WS-TOT-REMISE TO WS-ED-REMISE
           PERFORM FONCTION-EDITER-LIGNE.
      *-- TAUX = PART DES FRAIS AU TARIF ABANDONNEE
        FONCTION-EDITER-LIGNE.
           MOVE WS-ED-NB-REM TO WS-PRT-NB-REM
           MOVE WS-ED-TARIF TO WS-PRT-TARIF
           MOVE WS-ED-FACTURE TO WS-PRT-FACTURE
           MOVE WS-ED-REMISE TO WS-PRT-REMISE
           IF WS-ED-TARIF > 0
              COMPUTE WS-PRT-TAUX ROUNDED =
                      WS-ED-REMISE * 100 / WS-ED-TARIF
           ELSE
              MOVE 0 TO WS-PRT-TAUX
           END-IF
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-SECTION.
           MOVE WS-LIGNE-SECTION TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES.
      **************************************************************
      * DEROGATIONS EN VIGUEUR A LA DATE DE TRAITEMENT DONT LA FIN *
      * TOMBE AU PLUS TARD DANS LE MOIS DE L'HORIZON               *
      **************************************************************
        FONCTION-CHERCHER-ECHEANCES.
           OPEN INPUT FDEROG
           IF FS-DEROG NOT = '00'
              MOVE 'FDEROG' TO WS-ERR-FICHIER
              MOVE FS-DEROG TO WS-ERR-STATUT
              MOVE 'FONCTION-CHERCHER-ECHEANCES' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FDEROG NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 MOVE DRG-DATE-FIN(1:4) TO WS-MOIS-AAAA
                 MOVE DRG-DATE-FIN(6:2) TO WS-MOIS-MM
                 COMPUTE WS-MOIS-FIN = WS-MOIS-AAAA * 12
                                     + WS-MOIS-MM
                 IF DRG-DATE-DEBUT NOT > WS-DATE-TRT
                    AND DRG-DATE-FIN NOT < WS-DATE-TRT
                    AND WS-MOIS-FIN NOT > WS-MOIS-LIMITE
                    MOVE SPACES TO ECH-WK
                    MOVE DRG-DATE-FIN TO ECW-DATE-FIN
                    MOVE DRG-TYPE TO ECW-TYPE
                    MOVE DRG-TITULAIRE TO ECW-TITULAIRE
                    MOVE DRG-NAT-MOUV TO ECW-NAT-MOUV
                    MOVE DRG-MODE TO ECW-MODE
                    MOVE DRG-TAUX TO ECW-TAUX
                    MOVE DRG-MONTANT TO ECW-MONTANT
                    MOVE DRG-DATE-DEBUT TO ECW-DATE-DEBUT
                    MOVE DRG-SUPERVISEUR TO ECW-SUPERVISEUR
                    MOVE DRG-MOTIF TO ECW-MOTIF
                    RELEASE ECH-WK
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FDEROG.
        FONCTION-EDITER-ECHEANCES.
           MOVE SPACES TO WS-PRT-SECTION
           STRING 'DEROGATIONS ARRIVANT A ECHEANCE SOUS '
                  DELIMITED SIZE
                  WS-DELAI DELIMITED SIZE
                  ' MOIS' DELIMITED SIZE
                  INTO WS-PRT-SECTION
           PERFORM FONCTION-PRINT-SECTION
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ECH-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-ECHEANCES
              MOVE ECW-TYPE TO WS-PRT-TYPE
              MOVE ECW-TITULAIRE TO WS-PRT-TITULAIRE
              MOVE ECW-NAT-MOUV TO WS-PRT-NAT-MOUV
              MOVE ECW-MODE TO WS-PRT-MODE
              IF ECW-MODE = 'P'
                 MOVE ECW-TAUX TO WS-PRT-VALEUR
              ELSE
                 MOVE ECW-MONTANT TO WS-PRT-VALEUR
              END-IF
              MOVE ECW-DATE-DEBUT TO WS-PRT-DRG-DEBUT
              MOVE ECW-DATE-FIN TO WS-PRT-DRG-FIN
              MOVE ECW-SUPERVISEUR TO WS-PRT-SUPERVISEUR
              MOVE ECW-MOTIF TO WS-PRT-MOTIF
              MOVE WS-LIGNE07 TO REC-PRT
              WRITE REC-PRT
              PERFORM FONCTION-READ-ECH-WK
           END-PERFORM.
        FONCTION-READ-ECH-WK.
           RETURN FECH-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DATE-DEBUT TO WS-PRT-DATE-DEBUT
           MOVE WS-DATE-TRT TO WS-PRT-DATE-FIN
           MOVE WS-LIGNE-PERIODE TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE 'REMISES DU TRIMESTRE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REMISES-LUES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DONT COMPTES HORS EXTRAIT' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-HORS-EXTRAIT TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEROGATIONS A ECHEANCE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ECHEANCES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' REMISES DU TRIMESTRE   : ' WS-CPT-REMISES-LUES
           DISPLAY ' HORS EXTRAIT           : ' WS-CPT-HORS-EXTRAIT
           DISPLAY ' MANQUE A GAGNER        : ' WS-TOT-REMISE
           DISPLAY ' DEROGATIONS A ECHEANCE : ' WS-CPT-ECHEANCES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST172' TO CTLLOG-JOB
           MOVE ' REMISES DU TRIMESTRE' TO CTLLOG-LIBELLE
           MOVE WS-CPT-REMISES-LUES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST172' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
