      **************************************************************
      *PROGRAMME MENSUEL D'ALERTE PRECOCE D'ATTRITION : POUR CHAQUE*
      *COMPTE ACTIF DE L'EXTRAIT FSNAPCLI, LES TROIS DERNIERS MOIS *
      *(MOIS DE QUEST168-DATE ET LES DEUX PRECEDENTS) SONT COMPARES*
      *AUX NEUF MOIS D'AVANT : SOLDE MOYEN DES PHOTOGRAPHIES       *
      *FHISTSOL, NOMBRE DE MOUVEMENTS ET DE CREDITS DE FMOUVIX     *
      *RAMENES AU MOIS, ORDRES PERMANENTS FORDPERM ET MANDATS      *
      *FMANDAT ARRIVES A LEUR DATE DE FIN DANS LES TROIS DERNIERS  *
      *MOIS (ANNULES OU REVOQUES). BAREME DU RISQUE : SOLDE MOYEN  *
      *TOMBE SOUS LA MOITIE 30, MOUVEMENTS TOMBES SOUS LA MOITIE   *
      *20, CREDITS TOMBES SOUS LA MOITIE 20, ORDRE PERMANENT ANNULE*
      *15, MANDAT REVOQUE 15. UN COMPTE DONT LE SCORE ATTEINT      *
      *QUEST168-SEUIL (FPARAM, 50 PAR DEFAUT) EST LISTE SOUS SON   *
      *GESTIONNAIRE DE PORTEFEUILLE (GEST-EMPLOYE, NOM LU PAR LE   *
      *CURSEUR L1001 DE L'ACCESSEUR REFLEMP), DU SCORE LE PLUS FORT*
      *AU PLUS FAIBLE, POUR QUE LE GESTIONNAIRE APPELLE LE CLIENT  *
      *AVANT SON DEPART                                            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST168.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FHISTSOL ASSIGN TO DDHISTSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTSOL.
           SELECT FHISTSOL-WK ASSIGN TO FWORK.
           SELECT FSOLMOY ASSIGN TO DDSOLMOY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLMOY.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FORDPERM ASSIGN TO DDORDPER
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-CLE
           FILE STATUS IS FS-ORDPERM.
           SELECT FMANDAT ASSIGN TO DDMANDAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAN-CLE
           FILE STATUS IS FS-MANDAT.
           SELECT FATTRI-WK ASSIGN TO FWORK2.
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
        FD FHISTSOL.
        01 HISTSOL.
           05 HSO-NUM-COMPTE PIC X(6).
           05 HSO-DATE PIC X(10).
           05 HSO-SOLDE PIC S9(8)V99.
           05 HSO-NB-MOUV PIC 9(5).
           05 FILLER PIC X(49).
        SD FHISTSOL-WK.
        01 HISTSOL-WK.
           05 HSO-NUM-COMPTE-WK PIC X(6).
           05 HSO-DATE-WK PIC X(10).
           05 HSO-SOLDE-WK PIC S9(8)V99.
           05 FILLER PIC X(54).
      *-- SOLDES CUMULES PAR COMPTE : PERIODE RECENTE (3 MOIS) ET
      *-- PERIODE ANTERIEURE (9 MOIS)
        FD FSOLMOY.
        01 SOLMOY.
           05 SMO-NUM-COMPTE PIC X(6).
           05 SMO-SOMME-REC PIC S9(11)V99.
           05 SMO-NB-REC PIC 9(3).
           05 SMO-SOMME-ANC PIC S9(11)V99.
           05 SMO-NB-ANC PIC 9(3).
           05 FILLER PIC X(42).
        FD FMOUVIX.
           COPY MOUVIDX.
        FD FORDPERM.
        01 ORDPERM.
           05 ORD-CLE.
              10 ORD-NUM-COMPTE PIC X(6).
              10 ORD-SEQ PIC 9(2).
           05 ORD-LIBELLE PIC X(15).
           05 ORD-MONTANT PIC 9(6)V99.
           05 ORD-SENS PIC X(2).
           05 ORD-NAT PIC X(3).
           05 ORD-PERIODICITE PIC X(1).
           05 ORD-DATE-PROCH PIC X(10).
           05 ORD-DATE-FIN PIC X(10).
           05 ORD-STATUT PIC X(1).
           05 ORD-DATE-REPRISE PIC X(10).
           05 FILLER PIC X(12).
        FD FMANDAT.
        01 MANDAT.
           05 MAN-CLE.
              10 MAN-NUM-COMPTE PIC X(6).
              10 MAN-CREANCIER PIC X(8).
           05 MAN-PLAFOND PIC 9(6)V99.
           05 MAN-DATE-DEBUT PIC X(10).
           05 MAN-DATE-FIN PIC X(10).
           05 FILLER PIC X(38).
        SD FATTRI-WK.
        01 ATTRI-WK.
           05 ATW-GEST-EMPLOYE PIC 9(9).
           05 ATW-SCORE PIC 9(3).
           05 ATW-NUM-COMPTE PIC X(6).
           05 ATW-NOM-CLIENT PIC X(10).
           05 ATW-MOY-REC PIC S9(8)V99.
           05 ATW-MOY-ANC PIC S9(8)V99.
           05 ATW-MVT-REC PIC 9(4).
           05 ATW-MVT-ANC PIC 9(4).
           05 ATW-CR-REC PIC 9(3).
           05 ATW-CR-ANC PIC 9(3).
           05 ATW-NB-ORDRES PIC 9(2).
           05 ATW-NB-MANDATS PIC 9(2).
           05 FILLER PIC X(14).
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
        01 FS-HISTSOL PIC X(2).
        01 FS-SOLMOY PIC X(2).
        01 FS-MOUVIX PIC X(2).
        01 FS-ORDPERM PIC X(2).
        01 FS-MANDAT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-FIN-SOLMOY PIC X(1).
        01 WS-FIN-LECTURE PIC X(1).
        01 WS-FIN-CURSEUR PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-SEUIL PIC 9(3).
      *-- RANG DU MOIS (AAAA * 12 + MM) ET ECART EN MOIS AVEC LE
      *-- MOIS DE TRAITEMENT : 0 A 2 PERIODE RECENTE, 3 A 11
      *-- PERIODE ANTERIEURE
        01 WS-DATE-EXAMINEE PIC X(10).
        01 WS-AAAA PIC 9(4).
        01 WS-MM PIC 9(2).
        01 WS-ORD-TRT PIC 9(6).
        01 WS-ORD-DATE PIC 9(6).
        01 WS-ECART-MOIS PIC S9(6).
      *-- CUMUL DES SOLDES DU COMPTE EN COURS (PASSE 1)
        01 WS-CUR-NUM-COMPTE PIC X(6).
        01 WS-SOMME-REC PIC S9(11)V99.
        01 WS-NB-REC PIC 9(3).
        01 WS-SOMME-ANC PIC S9(11)V99.
        01 WS-NB-ANC PIC 9(3).
      *-- INDICATEURS DU COMPTE EVALUE (PASSE 2)
        01 WS-MOY-REC PIC S9(8)V99.
        01 WS-MOY-ANC PIC S9(8)V99.
        01 WS-MVT-REC PIC 9(4).
        01 WS-MVT-ANC PIC 9(4).
        01 WS-CR-REC PIC 9(3).
        01 WS-CR-ANC PIC 9(3).
        01 WS-NB-ORDRES PIC 9(2).
        01 WS-NB-MANDATS PIC 9(2).
        01 WS-SCORE PIC 9(3).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
        01 WS-GEST-COURANT PIC 9(9).
        01 WS-NB-CLIENTS PIC 9(5).
      *-- TABLE DES GESTIONNAIRES RECUPERES PAR LE CURSEUR REFLEMP
        01 WS-TAB-GESTIONNAIRES.
           05 WS-TAB-GE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-GE-ENTREE OCCURS 0 TO 50 TIMES
                DEPENDING ON WS-TAB-GE-NB
                INDEXED BY WS-GE-IDX.
              10 WS-TAB-GE-ID PIC 9(9).
              10 WS-TAB-GE-NOM PIC X(15).
           COPY YFCIFAL.
           COPY YFCIFRE.
           COPY YEMLENT.
           COPY YEMLSOR.
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-EVALUES PIC 9(7) VALUE 0.
        01 WS-CPT-A-RISQUE PIC 9(7) VALUE 0.
        01 WS-CPT-GESTIONNAIRES PIC 9(4) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' CLIENTS A RISQUE D''ATTRITION '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(32) VALUE
              ' COMPTE NOM        SCO MOY.REC.'.
           05 FILLER PIC X(32) VALUE
              'MOY.ANC. MVTS R/A  CR R/A OP MA'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-GEST.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(16) VALUE ' GESTIONNAIRE : '.
           05 WS-PRT-GEST-ID PIC 9(9).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-PRT-GEST-NOM PIC X(15).
           05 FILLER PIC X(35) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SCORE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOY-REC PIC -ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOY-ANC PIC -ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MVT-REC PIC ZZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-MVT-ANC PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CR-REC PIC ZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-CR-ANC PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ORDRES PIC Z9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MANDATS PIC Z9.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(30) VALUE ' CLIENTS A APPELER         : '.
           05 WS-PRT-NB PIC ZZZZ9.
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
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FHISTSOL
           IF FS-HISTSOL = '00'
              DISPLAY ' FILE HISTSOL OPEN SUCCES : ' FS-HISTSOL
           ELSE
              MOVE 'FHISTSOL' TO WS-ERR-FICHIER
              MOVE FS-HISTSOL TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVIX
           IF FS-MOUVIX = '00'
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FORDPERM
           IF FS-ORDPERM = '00'
              DISPLAY ' FILE ORDPERM OPEN SUCCES : ' FS-ORDPERM
           ELSE
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMANDAT
           IF FS-MANDAT = '00'
              DISPLAY ' FILE MANDAT OPEN SUCCES : ' FS-MANDAT
           ELSE
              MOVE 'FMANDAT' TO WS-ERR-FICHIER
              MOVE FS-MANDAT TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-GESTIONNAIRES
           SORT FHISTSOL-WK
                ON ASCENDING KEY HSO-NUM-COMPTE-WK
                INPUT PROCEDURE FONCTION-CHARGER-HISTSOL
                OUTPUT PROCEDURE IS FONCTION-CUMULER-SOLDES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-ENTETE
           SORT FATTRI-WK
                ON ASCENDING KEY ATW-GEST-EMPLOYE
                ON DESCENDING KEY ATW-SCORE
                ON ASCENDING KEY ATW-NUM-COMPTE
                INPUT PROCEDURE FONCTION-EVALUER-CLIENTS
                OUTPUT PROCEDURE IS FONCTION-EDITER-GESTIONNAIRES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST168-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-MM
           COMPUTE WS-ORD-TRT = WS-AAAA * 12 + WS-MM
      *-- SCORE A PARTIR DUQUEL LE CLIENT EST SIGNALE
           MOVE 'QUEST168-SEUIL' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '50' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' SEUIL INVALIDE, DEFAUT 50 APPLIQUE'
              MOVE 50 TO WS-SEUIL
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-SEUIL
           END-IF.
      **************************************************************
      * LES GESTIONNAIRES SONT LUS PAR LE CURSEUR L1001 DE REFLEMP *
      * (LECTURE INITIALE 'LEI' PUIS LECTURES SUIVANTES 'LES'      *
      * JUSQU'AU CODE RETOUR DONNEES NON TROUVEES)                 *
      **************************************************************
        FONCTION-CHARGER-GESTIONNAIRES.
           MOVE 'N' TO WS-FIN-CURSEUR
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST168' TO FCIFAL-NOMJOB
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
              IF WS-TAB-GE-NB < 50
                 ADD 1 TO WS-TAB-GE-NB
                 SET WS-GE-IDX TO WS-TAB-GE-NB
                 MOVE EMLSOR-L1001-EMPID(1)
                      TO WS-TAB-GE-ID(WS-GE-IDX)
                 MOVE EMLSOR-L1001-NAME(1)
                      TO WS-TAB-GE-NOM(WS-GE-IDX)
              ELSE
                 DISPLAY ' GESTIONNAIRE IGNORE (TABLE PLEINE) '
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-CURSEUR
           END-IF.
      **************************************************************
      * PASSE 1 : LES PHOTOGRAPHIES FHISTSOL DES DOUZE DERNIERS    *
      * MOIS SONT TRIEES PAR COMPTE ET CUMULEES PAR PERIODE DANS   *
      * FSOLMOY, EN ORDRE DE COMPTE POUR LE RAPPROCHEMENT AVEC     *
      * L'EXTRAIT FSNAPCLI EN PASSE 2                              *
      **************************************************************
        FONCTION-CHARGER-HISTSOL.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FHISTSOL
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 MOVE HSO-DATE TO WS-DATE-EXAMINEE
                 PERFORM FONCTION-SITUER-DATE
                 IF WS-ECART-MOIS >= 0 AND WS-ECART-MOIS < 12
                    MOVE SPACES TO HISTSOL-WK
                    MOVE HSO-NUM-COMPTE TO HSO-NUM-COMPTE-WK
                    MOVE HSO-DATE TO HSO-DATE-WK
                    MOVE HSO-SOLDE TO HSO-SOLDE-WK
                    RELEASE HISTSOL-WK
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FHISTSOL.
        FONCTION-CUMULER-SOLDES.
           OPEN OUTPUT FSOLMOY
           IF FS-SOLMOY NOT = '00'
              MOVE 'FSOLMOY' TO WS-ERR-FICHIER
              MOVE FS-SOLMOY TO WS-ERR-STATUT
              MOVE 'FONCTION-CUMULER-SOLDES' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           MOVE SPACES TO WS-CUR-NUM-COMPTE
           PERFORM FONCTION-READ-HISTSOL-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF HSO-NUM-COMPTE-WK NOT = WS-CUR-NUM-COMPTE
                 IF WS-CUR-NUM-COMPTE NOT = SPACES
                    PERFORM FONCTION-ECRIRE-SOLMOY
                 END-IF
                 MOVE HSO-NUM-COMPTE-WK TO WS-CUR-NUM-COMPTE
                 MOVE 0 TO WS-SOMME-REC
                 MOVE 0 TO WS-NB-REC
                 MOVE 0 TO WS-SOMME-ANC
                 MOVE 0 TO WS-NB-ANC
              END-IF
              MOVE HSO-DATE-WK TO WS-DATE-EXAMINEE
              PERFORM FONCTION-SITUER-DATE
              IF WS-ECART-MOIS < 3
                 ADD HSO-SOLDE-WK TO WS-SOMME-REC
                 ADD 1 TO WS-NB-REC
              ELSE
                 ADD HSO-SOLDE-WK TO WS-SOMME-ANC
                 ADD 1 TO WS-NB-ANC
              END-IF
              PERFORM FONCTION-READ-HISTSOL-WK
           END-PERFORM
           IF WS-CUR-NUM-COMPTE NOT = SPACES
              PERFORM FONCTION-ECRIRE-SOLMOY
           END-IF
           CLOSE FSOLMOY.
        FONCTION-READ-HISTSOL-WK.
           RETURN FHISTSOL-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-ECRIRE-SOLMOY.
           MOVE SPACES TO SOLMOY
           MOVE WS-CUR-NUM-COMPTE TO SMO-NUM-COMPTE
           MOVE WS-SOMME-REC TO SMO-SOMME-REC
           MOVE WS-NB-REC TO SMO-NB-REC
           MOVE WS-SOMME-ANC TO SMO-SOMME-ANC
           MOVE WS-NB-ANC TO SMO-NB-ANC
           WRITE SOLMOY.
      *-- ECART EN MOIS ENTRE LE MOIS DE TRAITEMENT ET LA DATE
      *-- EXAMINEE (AAAA-MM-JJ) ; NEGATIF POUR UNE DATE FUTURE OU
      *-- INEXPLOITABLE, QUI N'ENTRE DANS AUCUNE PERIODE
        FONCTION-SITUER-DATE.
           MOVE -1 TO WS-ECART-MOIS
           IF WS-DATE-EXAMINEE(1:4) IS NUMERIC
              AND WS-DATE-EXAMINEE(6:2) IS NUMERIC
              MOVE WS-DATE-EXAMINEE(1:4) TO WS-AAAA
              MOVE WS-DATE-EXAMINEE(6:2) TO WS-MM
              COMPUTE WS-ORD-DATE = WS-AAAA * 12 + WS-MM
              COMPUTE WS-ECART-MOIS = WS-ORD-TRT - WS-ORD-DATE
           END-IF.
      **************************************************************
      * PASSE 2 : RAPPROCHEMENT CO-SEQUENTIEL FSNAPCLI / FSOLMOY,  *
      * LECTURE DES MOUVEMENTS, ORDRES ET MANDATS DU COMPTE, CALCUL*
      * DU SCORE ET ALIMENTATION DU TRI PAR GESTIONNAIRE           *
      **************************************************************
        FONCTION-EVALUER-CLIENTS.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI NOT = '00'
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-EVALUER-CLIENTS' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           OPEN INPUT FSOLMOY
           IF FS-SOLMOY NOT = '00'
              MOVE 'FSOLMOY' TO WS-ERR-FICHIER
              MOVE FS-SOLMOY TO WS-ERR-STATUT
              MOVE 'FONCTION-EVALUER-CLIENTS' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-FIN-CLIENT
           MOVE 'N' TO WS-FIN-SOLMOY
           PERFORM FONCTION-LIRE-CLIENT
           PERFORM FONCTION-LIRE-SOLMOY
           PERFORM UNTIL WS-FIN-CLIENT = 'Y'
              IF STATUT-COMPTE = SPACE OR STATUT-COMPTE = 'A'
                 PERFORM FONCTION-EVALUER-COMPTE
              END-IF
              PERFORM FONCTION-LIRE-CLIENT
           END-PERFORM
           CLOSE FSNAPCLI
           CLOSE FSOLMOY.
        FONCTION-EVALUER-COMPTE.
           ADD 1 TO WS-CPT-EVALUES
           MOVE 0 TO WS-MOY-REC
           MOVE 0 TO WS-MOY-ANC
           MOVE 0 TO WS-SCORE
           PERFORM UNTIL WS-FIN-SOLMOY = 'Y'
              OR SMO-NUM-COMPTE >= NU-COMPTE
              PERFORM FONCTION-LIRE-SOLMOY
           END-PERFORM
           IF WS-FIN-SOLMOY NOT = 'Y'
              AND SMO-NUM-COMPTE = NU-COMPTE
              IF SMO-NB-REC > 0
                 COMPUTE WS-MOY-REC = SMO-SOMME-REC / SMO-NB-REC
              END-IF
              IF SMO-NB-ANC > 0
                 COMPUTE WS-MOY-ANC = SMO-SOMME-ANC / SMO-NB-ANC
              END-IF
              IF SMO-NB-REC > 0 AND WS-MOY-ANC > 0
                 AND WS-MOY-REC * 2 < WS-MOY-ANC
                 ADD 30 TO WS-SCORE
              END-IF
           END-IF
           PERFORM FONCTION-COMPTER-MOUVEMENTS
      *-- RYTHME MENSUEL : 3 MOIS RECENTS CONTRE 9 MOIS ANTERIEURS,
      *-- SOUS LA MOITIE QUAND RECENT * 3 * 2 < ANTERIEUR
           IF WS-MVT-REC * 6 < WS-MVT-ANC
              ADD 20 TO WS-SCORE
           END-IF
           IF WS-CR-REC * 6 < WS-CR-ANC
              ADD 20 TO WS-SCORE
           END-IF
           PERFORM FONCTION-COMPTER-ORDRES
           IF WS-NB-ORDRES > 0
              ADD 15 TO WS-SCORE
           END-IF
           PERFORM FONCTION-COMPTER-MANDATS
           IF WS-NB-MANDATS > 0
              ADD 15 TO WS-SCORE
           END-IF
           IF WS-SCORE >= WS-SEUIL
              PERFORM FONCTION-SIGNALER-CLIENT
           END-IF.
        FONCTION-SIGNALER-CLIENT.
           ADD 1 TO WS-CPT-A-RISQUE
           MOVE SPACES TO ATTRI-WK
           MOVE GEST-EMPLOYE TO ATW-GEST-EMPLOYE
           MOVE WS-SCORE TO ATW-SCORE
           MOVE NU-COMPTE TO ATW-NUM-COMPTE
           MOVE NOM-CLIENT TO ATW-NOM-CLIENT
           MOVE WS-MOY-REC TO ATW-MOY-REC
           MOVE WS-MOY-ANC TO ATW-MOY-ANC
           MOVE WS-MVT-REC TO ATW-MVT-REC
           MOVE WS-MVT-ANC TO ATW-MVT-ANC
           MOVE WS-CR-REC TO ATW-CR-REC
           MOVE WS-CR-ANC TO ATW-CR-ANC
           MOVE WS-NB-ORDRES TO ATW-NB-ORDRES
           MOVE WS-NB-MANDATS TO ATW-NB-MANDATS
           RELEASE ATTRI-WK.
        FONCTION-COMPTER-MOUVEMENTS.
           MOVE 0 TO WS-MVT-REC
           MOVE 0 TO WS-MVT-ANC
           MOVE 0 TO WS-CR-REC
           MOVE 0 TO WS-CR-ANC
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE NU-COMPTE TO MVX-NUM-COMPTE
           MOVE LOW-VALUES TO MVX-DATE-MOUV
           MOVE 0 TO MVX-SEQ
           START FMOUVIX KEY IS >= MVX-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM FONCTION-LIRE-MOUVIX
              UNTIL WS-FIN-LECTURE = 'Y'.
        FONCTION-LIRE-MOUVIX.
           READ FMOUVIX NEXT
              AT END MOVE 'Y' TO WS-FIN-LECTURE
           END-READ
           IF WS-FIN-LECTURE = 'N'
              IF MVX-NUM-COMPTE NOT = NU-COMPTE
                 MOVE 'Y' TO WS-FIN-LECTURE
              ELSE
                 MOVE MVX-DATE-MOUV TO WS-DATE-EXAMINEE
                 PERFORM FONCTION-SITUER-DATE
                 IF WS-ECART-MOIS >= 0 AND WS-ECART-MOIS < 3
                    ADD 1 TO WS-MVT-REC
                    IF MVX-SENS-MOUV = 'CR'
                       ADD 1 TO WS-CR-REC
                    END-IF
                 END-IF
                 IF WS-ECART-MOIS >= 3 AND WS-ECART-MOIS < 12
                    ADD 1 TO WS-MVT-ANC
                    IF MVX-SENS-MOUV = 'CR'
                       ADD 1 TO WS-CR-ANC
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *-- ORDRE ANNULE : DATE DE FIN ATTEINTE DANS LA PERIODE
      *-- RECENTE, SANS ETRE POSTERIEURE A LA DATE DE TRAITEMENT
        FONCTION-COMPTER-ORDRES.
           MOVE 0 TO WS-NB-ORDRES
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE NU-COMPTE TO ORD-NUM-COMPTE
           MOVE 0 TO ORD-SEQ
           START FORDPERM KEY IS >= ORD-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FORDPERM NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF ORD-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF ORD-DATE-FIN NOT = SPACES
                       AND ORD-DATE-FIN NOT > WS-DATE-TRT
                       MOVE ORD-DATE-FIN TO WS-DATE-EXAMINEE
                       PERFORM FONCTION-SITUER-DATE
                       IF WS-ECART-MOIS >= 0 AND WS-ECART-MOIS < 3
                          AND WS-NB-ORDRES < 99
                          ADD 1 TO WS-NB-ORDRES
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-COMPTER-MANDATS.
           MOVE 0 TO WS-NB-MANDATS
           MOVE 'N' TO WS-FIN-LECTURE
           MOVE NU-COMPTE TO MAN-NUM-COMPTE
           MOVE LOW-VALUES TO MAN-CREANCIER
           START FMANDAT KEY IS >= MAN-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-LECTURE
           END-START
           PERFORM UNTIL WS-FIN-LECTURE = 'Y'
              READ FMANDAT NEXT
                 AT END MOVE 'Y' TO WS-FIN-LECTURE
              END-READ
              IF WS-FIN-LECTURE = 'N'
                 IF MAN-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-LECTURE
                 ELSE
                    IF MAN-DATE-FIN NOT = SPACES
                       AND MAN-DATE-FIN NOT > WS-DATE-TRT
                       MOVE MAN-DATE-FIN TO WS-DATE-EXAMINEE
                       PERFORM FONCTION-SITUER-DATE
                       IF WS-ECART-MOIS >= 0 AND WS-ECART-MOIS < 3
                          AND WS-NB-MANDATS < 99
                          ADD 1 TO WS-NB-MANDATS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
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
        FONCTION-LIRE-SOLMOY.
           READ FSOLMOY
              AT END MOVE 'Y' TO WS-FIN-SOLMOY
           END-READ.
      **************************************************************
      * EDITION PAR GESTIONNAIRE, DU SCORE LE PLUS FORT AU PLUS    *
      * FAIBLE ; LES COMPTES SANS GESTIONNAIRE SONT REGROUPES EN   *
      * TETE SOUS 'NON AFFECTES'                                   *
      **************************************************************
        FONCTION-EDITER-GESTIONNAIRES.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-NB-CLIENTS
           PERFORM FONCTION-READ-ATTRI-WK
           IF WS-END-OF-FILE NOT = 'Y'
              MOVE ATW-GEST-EMPLOYE TO WS-GEST-COURANT
              PERFORM FONCTION-ENTETE-GESTIONNAIRE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF ATW-GEST-EMPLOYE NOT = WS-GEST-COURANT
                 PERFORM FONCTION-TOTAL-GESTIONNAIRE
                 MOVE ATW-GEST-EMPLOYE TO WS-GEST-COURANT
                 MOVE 0 TO WS-NB-CLIENTS
                 PERFORM FONCTION-ENTETE-GESTIONNAIRE
              END-IF
              ADD 1 TO WS-NB-CLIENTS
              MOVE ATW-NUM-COMPTE TO WS-PRT-COMPTE
              MOVE ATW-NOM-CLIENT TO WS-PRT-NOM
              MOVE ATW-SCORE TO WS-PRT-SCORE
              MOVE ATW-MOY-REC TO WS-PRT-MOY-REC
              MOVE ATW-MOY-ANC TO WS-PRT-MOY-ANC
              MOVE ATW-MVT-REC TO WS-PRT-MVT-REC
              MOVE ATW-MVT-ANC TO WS-PRT-MVT-ANC
              MOVE ATW-CR-REC TO WS-PRT-CR-REC
              MOVE ATW-CR-ANC TO WS-PRT-CR-ANC
              MOVE ATW-NB-ORDRES TO WS-PRT-ORDRES
              MOVE ATW-NB-MANDATS TO WS-PRT-MANDATS
              MOVE WS-LIGNE04 TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
              PERFORM FONCTION-READ-ATTRI-WK
           END-PERFORM
           IF WS-NB-CLIENTS > 0
              PERFORM FONCTION-TOTAL-GESTIONNAIRE
           END-IF.
        FONCTION-READ-ATTRI-WK.
           RETURN FATTRI-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-ENTETE-GESTIONNAIRE.
           ADD 1 TO WS-CPT-GESTIONNAIRES
           MOVE WS-GEST-COURANT TO WS-PRT-GEST-ID
           MOVE SPACES TO WS-PRT-GEST-NOM
           IF WS-GEST-COURANT = 0
              MOVE ' NON AFFECTES ' TO WS-PRT-GEST-NOM
           ELSE
              SET WS-GE-IDX TO 1
              SEARCH WS-TAB-GE-ENTREE
                 AT END
                    MOVE ' INCONNU ' TO WS-PRT-GEST-NOM
                 WHEN WS-TAB-GE-ID(WS-GE-IDX) = WS-GEST-COURANT
                    MOVE WS-TAB-GE-NOM(WS-GE-IDX)
                         TO WS-PRT-GEST-NOM
              END-SEARCH
           END-IF
           MOVE WS-LIGNE-GEST TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-TOTAL-GESTIONNAIRE.
           MOVE WS-NB-CLIENTS TO WS-PRT-NB
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE 'COMPTES ACTIFS EVALUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-EVALUES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CLIENTS A RISQUE SIGNALES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-A-RISQUE TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'GESTIONNAIRES CONCERNES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-GESTIONNAIRES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' COMPTES EVALUES  : ' WS-CPT-EVALUES
           DISPLAY ' CLIENTS A RISQUE : ' WS-CPT-A-RISQUE
           DISPLAY ' GESTIONNAIRES    : ' WS-CPT-GESTIONNAIRES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST168' TO CTLLOG-JOB
           MOVE ' CLIENTS A RISQUE D ATTRITION' TO CTLLOG-LIBELLE
           MOVE WS-CPT-A-RISQUE TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST168' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVIX
           CLOSE FORDPERM
           CLOSE FMANDAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
