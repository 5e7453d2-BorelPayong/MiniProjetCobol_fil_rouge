      **************************************************************
      *PROGRAMME MENSUEL DE SUIVI DES OBJECTIFS DES GESTIONNAIRES  *
      *DE PORTEFEUILLE : LES OBJECTIFS DU MOIS DE QUEST170-DATE    *
      *(TABLE DB2 TREFOBJ, LUE PAR LE CURSEUR L1001 DE L'ACCESSEUR *
      *LOGIQUE REFLOBJ) SONT RAPPROCHES DES REALISATIONS DU PREMIER*
      *DU MOIS A CETTE DATE INCLUSE, RATTACHEES AU GESTIONNAIRE DU *
      *COMPTE (GEST-EMPLOYE DE L'IMAGE FCLIENT DE L'EXTRAIT        *
      *FSNAPCLI) : COMPTES OUVERTS (ENREGISTREMENTS 'ECRITURE' DE  *
      *FAUDIT), PRETS FPRET ET DEPOTS A TERME FDAT DEMARRES DANS LE*
      *MOIS, PROGRESSION DES ENCOURS CREDITEURS DES COMPTES NON    *
      *CLOTURES DEPUIS LA DERNIERE PHOTOGRAPHIE FHISTSOL ANTERIEURE*
      *AU PREMIER DU MOIS. CHAQUE INDICATEUR DOTE D'UN OBJECTIF    *
      *DONNE UN TAUX D'ATTEINTE, LE SCORE DU GESTIONNAIRE EST LA   *
      *MOYENNE DE SES TAUX. L'ETAT CLASSE LES GESTIONNAIRES DANS   *
      *LEUR DEPARTEMENT (NOM ET DEPARTEMENT LUS PAR LE CURSEUR     *
      *L1001 DE REFLEMP), PUIS LES DEPARTEMENTS ENTRE EUX SUR LEURS*
      *TOTAUX                                                      *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST170.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.
           SELECT FHISTSOL ASSIGN TO DDHISTSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTSOL.
           SELECT FEVT-WK ASSIGN TO FWORK.
           SELECT FPRET ASSIGN TO DDPRET
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PRT-CLE
           FILE STATUS IS FS-PRET.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FRANG-WK ASSIGN TO FWORK2.
           SELECT FDEPT-WK ASSIGN TO FWORK3.
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
        FD FAUDIT.
        01 AUDIT-REC.
           05 AUD-TRMID PIC X(4).
           05 AUD-OPERID PIC X(4).
           05 AUD-DATE PIC S9(7) COMP.
           05 AUD-TIME PIC S9(7) COMP.
           05 AUD-OPERATION PIC X(8).
           05 AUD-NUM-CPT PIC X(6).
           05 AUD-AVANT PIC X(101).
        FD FHISTSOL.
        01 HISTSOL.
           05 HSO-NUM-COMPTE PIC X(6).
           05 HSO-DATE PIC X(10).
           05 HSO-SOLDE PIC S9(8)V99.
           05 HSO-NB-MOUV PIC 9(5).
           05 FILLER PIC X(49).
      *-- EVENEMENTS PAR COMPTE : 'O' OUVERTURE DU MOIS (FAUDIT),
      *-- 'S' PHOTOGRAPHIE DE SOLDE ANTERIEURE AU MOIS (FHISTSOL)
        SD FEVT-WK.
        01 EVT-WK.
           05 EVW-NUM-COMPTE PIC X(6).
           05 EVW-TYPE PIC X(1).
           05 EVW-DATE PIC X(10).
           05 EVW-SOLDE PIC S9(8)V99.
           05 FILLER PIC X(13).
        FD FPRET.
        01 PRET.
           05 PRT-CLE.
              10 PRT-NUM-COMPTE PIC X(6).
              10 PRT-SEQ PIC 9(2).
           05 PRT-CAPITAL PIC 9(8)V99.
           05 PRT-TAUX PIC 9(3)V99.
           05 PRT-DUREE-MOIS PIC 9(3).
           05 PRT-DATE-DEBUT PIC X(10).
           05 PRT-STATUT PIC X(1).
           05 FILLER PIC X(42).
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
      *-- CLASSEMENT DES GESTIONNAIRES : DEPARTEMENT, GESTIONNAIRES
      *-- AVEC OBJECTIFS ('A') AVANT CEUX SANS OBJECTIF ('B'), SCORE
      *-- DECROISSANT
        SD FRANG-WK.
        01 RANG-WK.
           05 RGW-DEPT PIC 9(9).
           05 RGW-AVEC-OBJ PIC X(1).
           05 RGW-SCORE PIC 9(4).
           05 RGW-EMPID PIC 9(9).
           05 RGW-NOM PIC X(15).
           05 RGW-OBJ-OUV PIC 9(9).
           05 RGW-OBJ-ENC PIC 9(9)V99.
           05 RGW-OBJ-PRETS PIC 9(9).
           05 RGW-OBJ-DAT PIC 9(9).
           05 RGW-REA-OUV PIC 9(7).
           05 RGW-REA-ENC PIC S9(11)V99.
           05 RGW-REA-PRETS PIC 9(7).
           05 RGW-REA-DAT PIC 9(7).
           05 FILLER PIC X(10).
        SD FDEPT-WK.
        01 DEPT-WK.
           05 DPW-AVEC-OBJ PIC X(1).
           05 DPW-SCORE PIC 9(4).
           05 DPW-DEPT PIC 9(9).
           05 DPW-NB-GEST PIC 9(4).
           05 DPW-OBJ-OUV PIC 9(9).
           05 DPW-OBJ-ENC PIC 9(11)V99.
           05 DPW-OBJ-PRETS PIC 9(9).
           05 DPW-OBJ-DAT PIC 9(9).
           05 DPW-REA-OUV PIC 9(7).
           05 DPW-REA-ENC PIC S9(11)V99.
           05 DPW-REA-PRETS PIC 9(7).
           05 DPW-REA-DAT PIC 9(7).
           05 FILLER PIC X(8).
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
        01 FS-AUDIT PIC X(2).
        01 FS-HISTSOL PIC X(2).
        01 FS-PRET PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-FIN-EVT PIC X(1).
        01 WS-FIN-PRET PIC X(1).
        01 WS-FIN-DAT PIC X(1).
        01 WS-FIN-CURSEUR PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-DEBUT PIC X(10).
        01 WS-MOIS PIC X(7).
      *-- DECODAGE DE LA DATE JULIENNE CICS 0CYYDDD EN AAAA-MM-JJ
        01 WS-DATE-BRUTE PIC 9(7).
        01 WS-DD-SIECLE PIC 9(1).
        01 WS-DD-AA PIC 9(2).
        01 WS-DD-JJJ PIC 9(3).
        01 WS-DD-AAAA PIC 9(4).
        01 WS-DD-MM PIC 9(2).
        01 WS-DD-QUOTIENT PIC 9(4).
        01 WS-DD-RESTE-4 PIC 9(3).
        01 WS-DD-RESTE-100 PIC 9(3).
        01 WS-DD-RESTE-400 PIC 9(3).
        01 WS-JOURS-MOIS-VAL PIC X(24) VALUE
              '312831303130313130313031'.
        01 WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VAL.
           05 WS-JM-NB PIC 9(2) OCCURS 12 TIMES.
        01 WS-JM-FEVRIER PIC 9(2).
        01 WS-JM-COURANT PIC 9(2).
        01 WS-DATE-EVEN.
           05 WS-DE-AAAA PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DE-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-DE-JJ PIC 9(2).
      *-- DERNIER SOLDE PHOTOGRAPHIE DU COMPTE AVANT LE MOIS
        01 WS-SOLDE-DEBUT PIC S9(8)V99.
        01 WS-SOLDE-CONNU PIC X(1).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
        01 C-REFLOBJ PIC X(8) VALUE 'REFLOBJ'.
      *-- TABLE DES EMPLOYES RECUPERES PAR LE CURSEUR REFLEMP, AVEC
      *-- LEURS OBJECTIFS DU MOIS ET LEURS REALISATIONS
        01 WS-TAB-GESTIONNAIRES.
           05 WS-TAB-GE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-GE-ENTREE OCCURS 0 TO 200 TIMES
                DEPENDING ON WS-TAB-GE-NB
                INDEXED BY WS-GE-IDX.
              10 WS-TAB-GE-ID PIC 9(9).
              10 WS-TAB-GE-NOM PIC X(15).
              10 WS-TAB-GE-DEPT PIC 9(9).
              10 WS-TAB-GE-NB-CLIENTS PIC 9(7).
              10 WS-TAB-GE-OBJ-OUV PIC 9(9).
              10 WS-TAB-GE-OBJ-ENC PIC 9(9)V99.
              10 WS-TAB-GE-OBJ-PRETS PIC 9(9).
              10 WS-TAB-GE-OBJ-DAT PIC 9(9).
              10 WS-TAB-GE-REA-OUV PIC 9(7).
              10 WS-TAB-GE-ENC-DEBUT PIC S9(11)V99.
              10 WS-TAB-GE-ENC-FIN PIC S9(11)V99.
              10 WS-TAB-GE-REA-PRETS PIC 9(7).
              10 WS-TAB-GE-REA-DAT PIC 9(7).
        01 WS-GE-TROUVE PIC X(1).
      *-- TOTAUX PAR DEPARTEMENT, CONSTITUES A L'EDITION DES
      *-- GESTIONNAIRES ET RECLASSES ENSUITE
        01 WS-TAB-DEPARTEMENTS.
           05 WS-TAB-DE-NB PIC 9(4) VALUE 0.
           05 WS-TAB-DE-ENTREE OCCURS 0 TO 50 TIMES
                DEPENDING ON WS-TAB-DE-NB
                INDEXED BY WS-DE-IDX.
              10 WS-TAB-DE-DEPT PIC 9(9).
              10 WS-TAB-DE-NB-GEST PIC 9(4).
              10 WS-TAB-DE-OBJ-OUV PIC 9(9).
              10 WS-TAB-DE-OBJ-ENC PIC 9(11)V99.
              10 WS-TAB-DE-OBJ-PRETS PIC 9(9).
              10 WS-TAB-DE-OBJ-DAT PIC 9(9).
              10 WS-TAB-DE-REA-OUV PIC 9(7).
              10 WS-TAB-DE-REA-ENC PIC S9(11)V99.
              10 WS-TAB-DE-REA-PRETS PIC 9(7).
              10 WS-TAB-DE-REA-DAT PIC 9(7).
      *-- CUMULS DU DEPARTEMENT EN COURS D'EDITION ET DU PASSAGE
        01 WS-DEPT-COURANT PIC 9(9).
        01 WS-RANG PIC 9(3).
        01 WS-CU-NB-GEST PIC 9(4).
        01 WS-CU-OBJ-OUV PIC 9(9).
        01 WS-CU-OBJ-ENC PIC 9(11)V99.
        01 WS-CU-OBJ-PRETS PIC 9(9).
        01 WS-CU-OBJ-DAT PIC 9(9).
        01 WS-CU-REA-OUV PIC 9(7).
        01 WS-CU-REA-ENC PIC S9(11)V99.
        01 WS-CU-REA-PRETS PIC 9(7).
        01 WS-CU-REA-DAT PIC 9(7).
        01 WS-TOT-OBJ-OUV PIC 9(9) VALUE 0.
        01 WS-TOT-OBJ-ENC PIC 9(11)V99 VALUE 0.
        01 WS-TOT-OBJ-PRETS PIC 9(9) VALUE 0.
        01 WS-TOT-OBJ-DAT PIC 9(9) VALUE 0.
        01 WS-TOT-REA-OUV PIC 9(7) VALUE 0.
        01 WS-TOT-REA-ENC PIC S9(11)V99 VALUE 0.
        01 WS-TOT-REA-PRETS PIC 9(7) VALUE 0.
        01 WS-TOT-REA-DAT PIC 9(7) VALUE 0.
      *-- CALCUL DU SCORE : TAUX D'ATTEINTE DE CHAQUE INDICATEUR
      *-- DOTE D'UN OBJECTIF, BORNE A 0 ET 9999 %, PUIS MOYENNE
        01 WS-SC-OBJ-OUV PIC 9(9).
        01 WS-SC-OBJ-ENC PIC 9(11)V99.
        01 WS-SC-OBJ-PRETS PIC 9(9).
        01 WS-SC-OBJ-DAT PIC 9(9).
        01 WS-SC-REA-OUV PIC 9(7).
        01 WS-SC-REA-ENC PIC S9(11)V99.
        01 WS-SC-REA-PRETS PIC 9(7).
        01 WS-SC-REA-DAT PIC 9(7).
        01 WS-SC-TAUX PIC S9(9).
        01 WS-SC-SOMME PIC 9(9).
        01 WS-SC-NB PIC 9(1).
        01 WS-SC-AVEC-OBJ PIC X(1).
        01 WS-SCORE PIC 9(4).
        01 WS-SCORE-ED PIC ZZZ9.
           COPY YFCIFAL.
           COPY YFCIFRE.
           COPY YEMLENT.
           COPY YEMLSOR.
           COPY YOBLENT.
           COPY YOBLSOR.
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-OUVERTURES-LUES PIC 9(7) VALUE 0.
        01 WS-CPT-NON-AFFECTES PIC 9(7) VALUE 0.
        01 WS-CPT-OBJECTIFS PIC 9(5) VALUE 0.
        01 WS-CPT-EVALUES PIC 9(5) VALUE 0.
        01 WS-CPT-SANS-OBJ PIC 9(5) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              '  OBJECTIFS DES GESTIONNAIRES '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-PERIODE.
           05 FILLER PIC X(12) VALUE ' PERIODE DU '.
           05 WS-PRT-DATE-DEBUT PIC X(10).
           05 FILLER PIC X(4) VALUE ' AU '.
           05 WS-PRT-DATE-FIN PIC X(10).
           05 FILLER PIC X(44) VALUE
              '   (REALISE/OBJECTIF, SCORE MOYEN DES TAUX)'.
        01 WS-LIGNE-DEPT.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(15) VALUE ' DEPARTEMENT : '.
           05 WS-PRT-DEPT PIC 9(9).
           05 FILLER PIC X(54) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE03.
           05 FILLER PIC X(40) VALUE
              ' RG  EMPLOYE   NOM             OUVERT. P'.
           05 FILLER PIC X(40) VALUE
              'RETS     DAT   ENCOURS/OBJECTIF  SCORE  '.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RANG PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-EMPID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REA-OUV PIC ZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-OBJ-OUV PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REA-PRETS PIC ZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-OBJ-PRETS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REA-DAT PIC ZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-OBJ-DAT PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REA-ENC PIC -ZZZZZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-OBJ-ENC PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SCORE PIC X(8).
      *-- LIGNE DE CUMUL : TOTAL DE DEPARTEMENT, CLASSEMENT DES
      *-- DEPARTEMENTS ET TOTAL GENERAL
        01 WS-LIGNE-CUMUL.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CU-LIBELLE PIC X(23).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CU-REA-OUV PIC ZZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-CU-OBJ-OUV PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CU-REA-PRETS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-CU-OBJ-PRETS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CU-REA-DAT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-CU-OBJ-DAT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CU-REA-ENC PIC -ZZZZZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-PRT-CU-OBJ-ENC PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CU-SCORE PIC X(8).
        01 WS-LIGNE-CLASSEMENT.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(30) VALUE
              ' CLASSEMENT DES DEPARTEMENTS '.
           05 FILLER PIC X(48) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE06.
           05 FILLER PIC X(40) VALUE
              ' RG DEPARTEMENT GEST.     OUVERT.    PRE'.
           05 FILLER PIC X(40) VALUE
              'TS      DAT    ENCOURS/OBJECTIF  SCORE  '.
        01 WS-LIGNE-RANG-DEPT.
           05 WS-PRT-RD-RANG PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RD-DEPT PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RD-NB-GEST PIC ZZZ9.
           05 FILLER PIC X(5) VALUE ALL ' '.
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
           OPEN INPUT FAUDIT
           IF FS-AUDIT = '00'
              DISPLAY ' FILE AUDIT OPEN SUCCES : ' FS-AUDIT
           ELSE
              MOVE 'FAUDIT' TO WS-ERR-FICHIER
              MOVE FS-AUDIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
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
           OPEN INPUT FPRET
           IF FS-PRET = '00'
              DISPLAY ' FILE PRET OPEN SUCCES : ' FS-PRET
           ELSE
              MOVE 'FPRET' TO WS-ERR-FICHIER
              MOVE FS-PRET TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-OBJECTIFS
           SORT FEVT-WK
                ON ASCENDING KEY EVW-NUM-COMPTE
                ON ASCENDING KEY EVW-TYPE
                ON ASCENDING KEY EVW-DATE
                INPUT PROCEDURE FONCTION-CHARGER-EVENEMENTS
                OUTPUT PROCEDURE IS FONCTION-MESURER-REALISATIONS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-ENTETE
           SORT FRANG-WK
                ON ASCENDING KEY RGW-DEPT
                ON ASCENDING KEY RGW-AVEC-OBJ
                ON DESCENDING KEY RGW-SCORE
                ON ASCENDING KEY RGW-EMPID
                INPUT PROCEDURE FONCTION-CLASSER-GESTIONNAIRES
                OUTPUT PROCEDURE IS FONCTION-EDITER-GESTIONNAIRES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           SORT FDEPT-WK
                ON ASCENDING KEY DPW-AVEC-OBJ
                ON DESCENDING KEY DPW-SCORE
                ON ASCENDING KEY DPW-DEPT
                INPUT PROCEDURE FONCTION-CLASSER-DEPARTEMENTS
                OUTPUT PROCEDURE IS FONCTION-EDITER-DEPARTEMENTS
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST170-DATE' TO WS-PARAM-CLE
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
      *-- LE MOIS MESURE VA DU PREMIER DU MOIS A LA DATE DE TRAITEMENT
           MOVE WS-DATE-TRT TO WS-DATE-DEBUT
           MOVE '01' TO WS-DATE-DEBUT(9:2)
           MOVE WS-DATE-TRT(1:7) TO WS-MOIS.
      **************************************************************
      * LES EMPLOYES SONT LUS PAR LE CURSEUR L1001 DE REFLEMP      *
      * (LECTURE INITIALE 'LEI' PUIS LECTURES SUIVANTES 'LES'      *
      * JUSQU'AU CODE RETOUR DONNEES NON TROUVEES)                 *
      **************************************************************
        FONCTION-CHARGER-GESTIONNAIRES.
           MOVE 'N' TO WS-FIN-CURSEUR
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST170' TO FCIFAL-NOMJOB
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
                 MOVE EMLSOR-L1001-DEPARTMENT(1)
                      TO WS-TAB-GE-DEPT(WS-GE-IDX)
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
      * LES OBJECTIFS DU MOIS SONT LUS PAR LE CURSEUR L1001 DE     *
      * REFLOBJ ET PORTES SUR L'EMPLOYE CORRESPONDANT ; UN         *
      * OBJECTIF D'UN EMPLOYE INCONNU EST SIGNALE ET IGNORE        *
      **************************************************************
        FONCTION-CHARGER-OBJECTIFS.
           MOVE 'N' TO WS-FIN-CURSEUR
           INITIALIZE YFCIFAL YFCIFRE YOBLENT YOBLSOR
           MOVE 'OBJECT' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST170' TO FCIFAL-NOMJOB
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEI' TO FCIFAL-CARSCEDMD-TYPACN
           MOVE WS-MOIS TO OBLENT-CRIT-MOIS
           PERFORM FONCTION-APPELER-REFLOBJ
           PERFORM FONCTION-RANGER-OBJECTIF
           PERFORM UNTIL WS-FIN-CURSEUR = 'Y'
              MOVE 'LES' TO FCIFAL-CARSCEDMD-TYPACN
              PERFORM FONCTION-APPELER-REFLOBJ
              PERFORM FONCTION-RANGER-OBJECTIF
           END-PERFORM
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEF' TO FCIFAL-CARSCEDMD-TYPACN
           PERFORM FONCTION-APPELER-REFLOBJ.
        FONCTION-APPELER-REFLOBJ.
           CALL C-REFLOBJ USING YFCIFAL
                                YFCIFRE
                                YOBLENT
                                YOBLSOR.
        FONCTION-RANGER-OBJECTIF.
           IF FCIFRE-CODRETPMR = SPACES
              OR FCIFRE-CODRET-TRTCRF
              ADD 1 TO WS-CPT-OBJECTIFS
              SET WS-GE-IDX TO 1
              SEARCH WS-TAB-GE-ENTREE
                 AT END
                    DISPLAY ' OBJECTIF D UN EMPLOYE INCONNU : '
                            OBLSOR-L1001-EMPID(1)
                 WHEN WS-TAB-GE-ID(WS-GE-IDX)
                      = OBLSOR-L1001-EMPID(1)
                    MOVE OBLSOR-L1001-NB-OUVERTURES(1)
                         TO WS-TAB-GE-OBJ-OUV(WS-GE-IDX)
                    MOVE OBLSOR-L1001-ENCOURS(1)
                         TO WS-TAB-GE-OBJ-ENC(WS-GE-IDX)
                    MOVE OBLSOR-L1001-NB-PRETS(1)
                         TO WS-TAB-GE-OBJ-PRETS(WS-GE-IDX)
                    MOVE OBLSOR-L1001-NB-DAT(1)
                         TO WS-TAB-GE-OBJ-DAT(WS-GE-IDX)
              END-SEARCH
           ELSE
              MOVE 'Y' TO WS-FIN-CURSEUR
              IF NOT FCIFRE-CODRET-DONNONTVE
                 DISPLAY ' ERREUR ACCESSEUR REFLOBJ CODE '
                         FCIFRE-CODRETPMR ' ' FCIFRE-CODRETSCD
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * LES OUVERTURES DU MOIS (FAUDIT 'ECRITURE') ET LES          *
      * PHOTOGRAPHIES FHISTSOL ANTERIEURES AU MOIS SONT TRIEES PAR *
      * COMPTE POUR LE RAPPROCHEMENT AVEC L'EXTRAIT CLIENTS        *
      **************************************************************
        FONCTION-CHARGER-EVENEMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FAUDIT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 IF AUD-OPERATION = 'ECRITURE'
                    PERFORM FONCTION-DECODER-DATE
                    IF WS-DATE-EVEN NOT < WS-DATE-DEBUT
                       AND WS-DATE-EVEN NOT > WS-DATE-TRT
                       ADD 1 TO WS-CPT-OUVERTURES-LUES
                       MOVE SPACES TO EVT-WK
                       MOVE AUD-NUM-CPT TO EVW-NUM-COMPTE
                       MOVE 'O' TO EVW-TYPE
                       MOVE WS-DATE-EVEN TO EVW-DATE
                       MOVE 0 TO EVW-SOLDE
                       RELEASE EVT-WK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FAUDIT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FHISTSOL
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 IF HSO-DATE < WS-DATE-DEBUT
                    MOVE SPACES TO EVT-WK
                    MOVE HSO-NUM-COMPTE TO EVW-NUM-COMPTE
                    MOVE 'S' TO EVW-TYPE
                    MOVE HSO-DATE TO EVW-DATE
                    MOVE HSO-SOLDE TO EVW-SOLDE
                    RELEASE EVT-WK
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FHISTSOL.
      *-- EIBDATE EST EN 0CYYDDD (C=0 POUR 19XX, 1 POUR 20XX) ; LE
      *-- QUANTIEME EST RAMENE EN MOIS ET JOUR
        FONCTION-DECODER-DATE.
           MOVE AUD-DATE TO WS-DATE-BRUTE
           MOVE WS-DATE-BRUTE(2:1) TO WS-DD-SIECLE
           MOVE WS-DATE-BRUTE(3:2) TO WS-DD-AA
           MOVE WS-DATE-BRUTE(5:3) TO WS-DD-JJJ
           COMPUTE WS-DD-AAAA = 1900 + WS-DD-SIECLE * 100 + WS-DD-AA
           DIVIDE WS-DD-AAAA BY 4 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-4
           DIVIDE WS-DD-AAAA BY 100 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-100
           DIVIDE WS-DD-AAAA BY 400 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-400
           IF WS-DD-RESTE-400 = 0
              OR (WS-DD-RESTE-4 = 0 AND WS-DD-RESTE-100 NOT = 0)
              MOVE 29 TO WS-JM-FEVRIER
           ELSE
              MOVE 28 TO WS-JM-FEVRIER
           END-IF
           MOVE 1 TO WS-DD-MM
           MOVE WS-JM-NB(1) TO WS-JM-COURANT
           PERFORM UNTIL WS-DD-JJJ NOT > WS-JM-COURANT
                      OR WS-DD-MM = 12
              SUBTRACT WS-JM-COURANT FROM WS-DD-JJJ
              ADD 1 TO WS-DD-MM
              IF WS-DD-MM = 2
                 MOVE WS-JM-FEVRIER TO WS-JM-COURANT
              ELSE
                 MOVE WS-JM-NB(WS-DD-MM) TO WS-JM-COURANT
              END-IF
           END-PERFORM
           MOVE WS-DD-AAAA TO WS-DE-AAAA
           MOVE WS-DD-MM TO WS-DE-MM
           MOVE WS-DD-JJJ TO WS-DE-JJ.
      **************************************************************
      * RAPPROCHEMENT CO-SEQUENTIEL PAR COMPTE DE L'EXTRAIT        *
      * FSNAPCLI, DES EVENEMENTS TRIES, DE FPRET ET DE FDAT : LES  *
      * REALISATIONS DU COMPTE SONT PORTEES A SON GESTIONNAIRE     *
      **************************************************************
        FONCTION-MESURER-REALISATIONS.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI NOT = '00'
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-MESURER-REALISATIONS'
                   TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-FIN-CLIENT
           MOVE 'N' TO WS-FIN-EVT
           MOVE 'N' TO WS-FIN-PRET
           MOVE 'N' TO WS-FIN-DAT
           PERFORM FONCTION-LIRE-CLIENT
           PERFORM FONCTION-READ-EVT-WK
           PERFORM FONCTION-LIRE-PRET
           PERFORM FONCTION-LIRE-DAT
           PERFORM UNTIL WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-MESURER-COMPTE
              PERFORM FONCTION-LIRE-CLIENT
           END-PERFORM
           CLOSE FSNAPCLI.
        FONCTION-MESURER-COMPTE.
           MOVE 'N' TO WS-GE-TROUVE
           IF GEST-EMPLOYE = 0
              ADD 1 TO WS-CPT-NON-AFFECTES
           ELSE
              SET WS-GE-IDX TO 1
              SEARCH WS-TAB-GE-ENTREE
                 AT END
                    ADD 1 TO WS-CPT-NON-AFFECTES
                 WHEN WS-TAB-GE-ID(WS-GE-IDX) = GEST-EMPLOYE
                    MOVE 'O' TO WS-GE-TROUVE
              END-SEARCH
           END-IF
           IF WS-GE-TROUVE = 'O'
              ADD 1 TO WS-TAB-GE-NB-CLIENTS(WS-GE-IDX)
              IF STATUT-COMPTE NOT = 'C' AND SOLDE > 0
                 ADD SOLDE TO WS-TAB-GE-ENC-FIN(WS-GE-IDX)
              END-IF
           END-IF
      *-- EVENEMENTS DU COMPTE : OUVERTURES PUIS PHOTOGRAPHIES PAR
      *-- DATE CROISSANTE, LA DERNIERE DONNANT LE SOLDE DE DEBUT
           MOVE 'N' TO WS-SOLDE-CONNU
           MOVE 0 TO WS-SOLDE-DEBUT
           PERFORM UNTIL WS-FIN-EVT = 'Y'
              OR EVW-NUM-COMPTE > NU-COMPTE
              IF EVW-NUM-COMPTE = NU-COMPTE
                 IF EVW-TYPE = 'O'
                    IF WS-GE-TROUVE = 'O'
                       ADD 1 TO WS-TAB-GE-REA-OUV(WS-GE-IDX)
                    END-IF
                 ELSE
                    MOVE 'O' TO WS-SOLDE-CONNU
                    MOVE EVW-SOLDE TO WS-SOLDE-DEBUT
                 END-IF
              END-IF
              PERFORM FONCTION-READ-EVT-WK
           END-PERFORM
           IF WS-GE-TROUVE = 'O' AND WS-SOLDE-CONNU = 'O'
              AND WS-SOLDE-DEBUT > 0
              ADD WS-SOLDE-DEBUT TO WS-TAB-GE-ENC-DEBUT(WS-GE-IDX)
           END-IF
      *-- PRETS ET DEPOTS A TERME DEMARRES DANS LE MOIS
           PERFORM UNTIL WS-FIN-PRET = 'Y'
              OR PRT-NUM-COMPTE > NU-COMPTE
              IF PRT-NUM-COMPTE = NU-COMPTE
                 AND WS-GE-TROUVE = 'O'
                 AND PRT-DATE-DEBUT NOT < WS-DATE-DEBUT
                 AND PRT-DATE-DEBUT NOT > WS-DATE-TRT
                 ADD 1 TO WS-TAB-GE-REA-PRETS(WS-GE-IDX)
              END-IF
              PERFORM FONCTION-LIRE-PRET
           END-PERFORM
           PERFORM UNTIL WS-FIN-DAT = 'Y'
              OR DAT-NUM-COMPTE > NU-COMPTE
              IF DAT-NUM-COMPTE = NU-COMPTE
                 AND WS-GE-TROUVE = 'O'
                 AND DAT-DATE-DEBUT NOT < WS-DATE-DEBUT
                 AND DAT-DATE-DEBUT NOT > WS-DATE-TRT
                 ADD 1 TO WS-TAB-GE-REA-DAT(WS-GE-IDX)
              END-IF
              PERFORM FONCTION-LIRE-DAT
           END-PERFORM.
        FONCTION-READ-EVT-WK.
           RETURN FEVT-WK
              AT END MOVE 'Y' TO WS-FIN-EVT
           END-RETURN.
        FONCTION-LIRE-PRET.
           READ FPRET NEXT
              AT END MOVE 'Y' TO WS-FIN-PRET
           END-READ.
        FONCTION-LIRE-DAT.
           READ FDAT NEXT
              AT END MOVE 'Y' TO WS-FIN-DAT
           END-READ.
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
      *-- SCORE D'UN ENSEMBLE OBJECTIFS / REALISATIONS PREPARE DANS
      *-- LES ZONES WS-SC- ; LA PROGRESSION DES ENCOURS PEUT ETRE
      *-- NEGATIVE, SON TAUX EST ALORS RAMENE A ZERO
        FONCTION-CALCULER-SCORE.
           MOVE 0 TO WS-SC-SOMME
           MOVE 0 TO WS-SC-NB
           IF WS-SC-OBJ-OUV > 0
              COMPUTE WS-SC-TAUX = WS-SC-REA-OUV * 100
                                 / WS-SC-OBJ-OUV
              PERFORM FONCTION-CUMULER-TAUX
           END-IF
           IF WS-SC-OBJ-ENC > 0
              COMPUTE WS-SC-TAUX = WS-SC-REA-ENC * 100
                                 / WS-SC-OBJ-ENC
              PERFORM FONCTION-CUMULER-TAUX
           END-IF
           IF WS-SC-OBJ-PRETS > 0
              COMPUTE WS-SC-TAUX = WS-SC-REA-PRETS * 100
                                 / WS-SC-OBJ-PRETS
              PERFORM FONCTION-CUMULER-TAUX
           END-IF
           IF WS-SC-OBJ-DAT > 0
              COMPUTE WS-SC-TAUX = WS-SC-REA-DAT * 100
                                 / WS-SC-OBJ-DAT
              PERFORM FONCTION-CUMULER-TAUX
           END-IF
           IF WS-SC-NB > 0
              COMPUTE WS-SCORE = WS-SC-SOMME / WS-SC-NB
              MOVE 'A' TO WS-SC-AVEC-OBJ
           ELSE
              MOVE 0 TO WS-SCORE
              MOVE 'B' TO WS-SC-AVEC-OBJ
           END-IF.
        FONCTION-CUMULER-TAUX.
           IF WS-SC-TAUX < 0
              MOVE 0 TO WS-SC-TAUX
           END-IF
           IF WS-SC-TAUX > 9999
              MOVE 9999 TO WS-SC-TAUX
           END-IF
           ADD WS-SC-TAUX TO WS-SC-SOMME
           ADD 1 TO WS-SC-NB.
      **************************************************************
      * SONT CLASSES LES EMPLOYES QUI ONT DES OBJECTIFS OU DES     *
      * CLIENTS ; LA PROGRESSION DES ENCOURS EST LA DIFFERENCE     *
      * ENTRE LES ENCOURS CREDITEURS DE FIN ET DE DEBUT DE MOIS    *
      **************************************************************
        FONCTION-CLASSER-GESTIONNAIRES.
           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                   UNTIL WS-GE-IDX > WS-TAB-GE-NB
              IF WS-TAB-GE-NB-CLIENTS(WS-GE-IDX) > 0
                 OR WS-TAB-GE-OBJ-OUV(WS-GE-IDX) > 0
                 OR WS-TAB-GE-OBJ-ENC(WS-GE-IDX) > 0
                 OR WS-TAB-GE-OBJ-PRETS(WS-GE-IDX) > 0
                 OR WS-TAB-GE-OBJ-DAT(WS-GE-IDX) > 0
                 MOVE SPACES TO RANG-WK
                 MOVE WS-TAB-GE-DEPT(WS-GE-IDX) TO RGW-DEPT
                 MOVE WS-TAB-GE-ID(WS-GE-IDX) TO RGW-EMPID
                 MOVE WS-TAB-GE-NOM(WS-GE-IDX) TO RGW-NOM
                 MOVE WS-TAB-GE-OBJ-OUV(WS-GE-IDX) TO RGW-OBJ-OUV
                 MOVE WS-TAB-GE-OBJ-ENC(WS-GE-IDX) TO RGW-OBJ-ENC
                 MOVE WS-TAB-GE-OBJ-PRETS(WS-GE-IDX)
                      TO RGW-OBJ-PRETS
                 MOVE WS-TAB-GE-OBJ-DAT(WS-GE-IDX) TO RGW-OBJ-DAT
                 MOVE WS-TAB-GE-REA-OUV(WS-GE-IDX) TO RGW-REA-OUV
                 COMPUTE RGW-REA-ENC = WS-TAB-GE-ENC-FIN(WS-GE-IDX)
                                     - WS-TAB-GE-ENC-DEBUT(WS-GE-IDX)
                 MOVE WS-TAB-GE-REA-PRETS(WS-GE-IDX)
                      TO RGW-REA-PRETS
                 MOVE WS-TAB-GE-REA-DAT(WS-GE-IDX) TO RGW-REA-DAT
                 MOVE RGW-OBJ-OUV TO WS-SC-OBJ-OUV
                 MOVE RGW-OBJ-ENC TO WS-SC-OBJ-ENC
                 MOVE RGW-OBJ-PRETS TO WS-SC-OBJ-PRETS
                 MOVE RGW-OBJ-DAT TO WS-SC-OBJ-DAT
                 MOVE RGW-REA-OUV TO WS-SC-REA-OUV
                 MOVE RGW-REA-ENC TO WS-SC-REA-ENC
                 MOVE RGW-REA-PRETS TO WS-SC-REA-PRETS
                 MOVE RGW-REA-DAT TO WS-SC-REA-DAT
                 PERFORM FONCTION-CALCULER-SCORE
                 MOVE WS-SCORE TO RGW-SCORE
                 MOVE WS-SC-AVEC-OBJ TO RGW-AVEC-OBJ
                 RELEASE RANG-WK
              END-IF
           END-PERFORM.
      **************************************************************
      * EDITION PAR DEPARTEMENT, DU MEILLEUR SCORE AU PLUS FAIBLE ;*
      * LES GESTIONNAIRES SANS OBJECTIF SUIVENT, SANS RANG         *
      **************************************************************
        FONCTION-EDITER-GESTIONNAIRES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-RANG-WK
           IF WS-END-OF-FILE NOT = 'Y'
              MOVE RGW-DEPT TO WS-DEPT-COURANT
              PERFORM FONCTION-ENTETE-DEPARTEMENT
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF RGW-DEPT NOT = WS-DEPT-COURANT
                 PERFORM FONCTION-TOTAL-DEPARTEMENT
                 MOVE RGW-DEPT TO WS-DEPT-COURANT
                 PERFORM FONCTION-ENTETE-DEPARTEMENT
              END-IF
              PERFORM FONCTION-EDITER-GESTIONNAIRE
              PERFORM FONCTION-READ-RANG-WK
           END-PERFORM
           IF WS-CU-NB-GEST > 0
              PERFORM FONCTION-TOTAL-DEPARTEMENT
           END-IF.
        FONCTION-READ-RANG-WK.
           RETURN FRANG-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-EDITER-GESTIONNAIRE.
           ADD 1 TO WS-CPT-EVALUES
           ADD 1 TO WS-CU-NB-GEST
           MOVE SPACES TO WS-PRT-SCORE
           IF RGW-AVEC-OBJ = 'A'
              ADD 1 TO WS-RANG
              MOVE WS-RANG TO WS-PRT-RANG
              MOVE RGW-SCORE TO WS-SCORE-ED
              MOVE WS-SCORE-ED TO WS-PRT-SCORE(1:4)
              MOVE ' %' TO WS-PRT-SCORE(5:2)
           ELSE
              ADD 1 TO WS-CPT-SANS-OBJ
              MOVE 0 TO WS-PRT-RANG
              MOVE 'SANS OBJ' TO WS-PRT-SCORE
           END-IF
           MOVE RGW-EMPID TO WS-PRT-EMPID
           MOVE RGW-NOM TO WS-PRT-NOM
           MOVE RGW-REA-OUV TO WS-PRT-REA-OUV
           MOVE RGW-OBJ-OUV TO WS-PRT-OBJ-OUV
           MOVE RGW-REA-PRETS TO WS-PRT-REA-PRETS
           MOVE RGW-OBJ-PRETS TO WS-PRT-OBJ-PRETS
           MOVE RGW-REA-DAT TO WS-PRT-REA-DAT
           MOVE RGW-OBJ-DAT TO WS-PRT-OBJ-DAT
           MOVE RGW-REA-ENC TO WS-PRT-REA-ENC
           MOVE RGW-OBJ-ENC TO WS-PRT-OBJ-ENC
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           ADD RGW-OBJ-OUV TO WS-CU-OBJ-OUV
           ADD RGW-OBJ-ENC TO WS-CU-OBJ-ENC
           ADD RGW-OBJ-PRETS TO WS-CU-OBJ-PRETS
           ADD RGW-OBJ-DAT TO WS-CU-OBJ-DAT
           ADD RGW-REA-OUV TO WS-CU-REA-OUV
           ADD RGW-REA-ENC TO WS-CU-REA-ENC
           ADD RGW-REA-PRETS TO WS-CU-REA-PRETS
           ADD RGW-REA-DAT TO WS-CU-REA-DAT.
        FONCTION-ENTETE-DEPARTEMENT.
           MOVE 0 TO WS-RANG
           MOVE 0 TO WS-CU-NB-GEST
           MOVE 0 TO WS-CU-OBJ-OUV
           MOVE 0 TO WS-CU-OBJ-ENC
           MOVE 0 TO WS-CU-OBJ-PRETS
           MOVE 0 TO WS-CU-OBJ-DAT
           MOVE 0 TO WS-CU-REA-OUV
           MOVE 0 TO WS-CU-REA-ENC
           MOVE 0 TO WS-CU-REA-PRETS
           MOVE 0 TO WS-CU-REA-DAT
           MOVE WS-DEPT-COURANT TO WS-PRT-DEPT
           MOVE WS-LIGNE-DEPT TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
      *-- TOTAL DU DEPARTEMENT, CONSERVE POUR LE CLASSEMENT DES
      *-- DEPARTEMENTS ET CUMULE AU TOTAL GENERAL
        FONCTION-TOTAL-DEPARTEMENT.
           MOVE 'TOTAL DEPARTEMENT' TO WS-PRT-CU-LIBELLE
           PERFORM FONCTION-EDITER-CUMUL
           ADD WS-CU-OBJ-OUV TO WS-TOT-OBJ-OUV
           ADD WS-CU-OBJ-ENC TO WS-TOT-OBJ-ENC
           ADD WS-CU-OBJ-PRETS TO WS-TOT-OBJ-PRETS
           ADD WS-CU-OBJ-DAT TO WS-TOT-OBJ-DAT
           ADD WS-CU-REA-OUV TO WS-TOT-REA-OUV
           ADD WS-CU-REA-ENC TO WS-TOT-REA-ENC
           ADD WS-CU-REA-PRETS TO WS-TOT-REA-PRETS
           ADD WS-CU-REA-DAT TO WS-TOT-REA-DAT
           IF WS-TAB-DE-NB < 50
              ADD 1 TO WS-TAB-DE-NB
              SET WS-DE-IDX TO WS-TAB-DE-NB
              MOVE WS-DEPT-COURANT TO WS-TAB-DE-DEPT(WS-DE-IDX)
              MOVE WS-CU-NB-GEST TO WS-TAB-DE-NB-GEST(WS-DE-IDX)
              MOVE WS-CU-OBJ-OUV TO WS-TAB-DE-OBJ-OUV(WS-DE-IDX)
              MOVE WS-CU-OBJ-ENC TO WS-TAB-DE-OBJ-ENC(WS-DE-IDX)
              MOVE WS-CU-OBJ-PRETS TO WS-TAB-DE-OBJ-PRETS(WS-DE-IDX)
              MOVE WS-CU-OBJ-DAT TO WS-TAB-DE-OBJ-DAT(WS-DE-IDX)
              MOVE WS-CU-REA-OUV TO WS-TAB-DE-REA-OUV(WS-DE-IDX)
              MOVE WS-CU-REA-ENC TO WS-TAB-DE-REA-ENC(WS-DE-IDX)
              MOVE WS-CU-REA-PRETS TO WS-TAB-DE-REA-PRETS(WS-DE-IDX)
              MOVE WS-CU-REA-DAT TO WS-TAB-DE-REA-DAT(WS-DE-IDX)
           ELSE
              DISPLAY ' DEPARTEMENT NON CLASSE (TABLE PLEINE) '
                      WS-DEPT-COURANT
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      *-- LIGNE DE CUMUL A PARTIR DES ZONES WS-CU-, SCORE RECALCULE
      *-- SUR LES TOTAUX (ET NON MOYENNE DES SCORES INDIVIDUELS)
        FONCTION-EDITER-CUMUL.
           MOVE WS-CU-OBJ-OUV TO WS-SC-OBJ-OUV
           MOVE WS-CU-OBJ-ENC TO WS-SC-OBJ-ENC
           MOVE WS-CU-OBJ-PRETS TO WS-SC-OBJ-PRETS
           MOVE WS-CU-OBJ-DAT TO WS-SC-OBJ-DAT
           MOVE WS-CU-REA-OUV TO WS-SC-REA-OUV
           MOVE WS-CU-REA-ENC TO WS-SC-REA-ENC
           MOVE WS-CU-REA-PRETS TO WS-SC-REA-PRETS
           MOVE WS-CU-REA-DAT TO WS-SC-REA-DAT
           PERFORM FONCTION-CALCULER-SCORE
           MOVE SPACES TO WS-PRT-CU-SCORE
           IF WS-SC-AVEC-OBJ = 'A'
              MOVE WS-SCORE TO WS-SCORE-ED
              MOVE WS-SCORE-ED TO WS-PRT-CU-SCORE(1:4)
              MOVE ' %' TO WS-PRT-CU-SCORE(5:2)
           ELSE
              MOVE 'SANS OBJ' TO WS-PRT-CU-SCORE
           END-IF
           MOVE WS-CU-REA-OUV TO WS-PRT-CU-REA-OUV
           MOVE WS-CU-OBJ-OUV TO WS-PRT-CU-OBJ-OUV
           MOVE WS-CU-REA-PRETS TO WS-PRT-CU-REA-PRETS
           MOVE WS-CU-OBJ-PRETS TO WS-PRT-CU-OBJ-PRETS
           MOVE WS-CU-REA-DAT TO WS-PRT-CU-REA-DAT
           MOVE WS-CU-OBJ-DAT TO WS-PRT-CU-OBJ-DAT
           MOVE WS-CU-REA-ENC TO WS-PRT-CU-REA-ENC
           MOVE WS-CU-OBJ-ENC TO WS-PRT-CU-OBJ-ENC
           MOVE WS-LIGNE-CUMUL TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
      **************************************************************
      * CLASSEMENT DES DEPARTEMENTS SUR LE SCORE DE LEURS TOTAUX ; *
      * LES DEPARTEMENTS SANS OBJECTIF SUIVENT, SANS RANG          *
      **************************************************************
        FONCTION-CLASSER-DEPARTEMENTS.
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-TAB-DE-NB
              MOVE SPACES TO DEPT-WK
              MOVE WS-TAB-DE-DEPT(WS-DE-IDX) TO DPW-DEPT
              MOVE WS-TAB-DE-NB-GEST(WS-DE-IDX) TO DPW-NB-GEST
              MOVE WS-TAB-DE-OBJ-OUV(WS-DE-IDX) TO DPW-OBJ-OUV
              MOVE WS-TAB-DE-OBJ-ENC(WS-DE-IDX) TO DPW-OBJ-ENC
              MOVE WS-TAB-DE-OBJ-PRETS(WS-DE-IDX) TO DPW-OBJ-PRETS
              MOVE WS-TAB-DE-OBJ-DAT(WS-DE-IDX) TO DPW-OBJ-DAT
              MOVE WS-TAB-DE-REA-OUV(WS-DE-IDX) TO DPW-REA-OUV
              MOVE WS-TAB-DE-REA-ENC(WS-DE-IDX) TO DPW-REA-ENC
              MOVE WS-TAB-DE-REA-PRETS(WS-DE-IDX) TO DPW-REA-PRETS
              MOVE WS-TAB-DE-REA-DAT(WS-DE-IDX) TO DPW-REA-DAT
              MOVE DPW-OBJ-OUV TO WS-SC-OBJ-OUV
              MOVE DPW-OBJ-ENC TO WS-SC-OBJ-ENC
              MOVE DPW-OBJ-PRETS TO WS-SC-OBJ-PRETS
              MOVE DPW-OBJ-DAT TO WS-SC-OBJ-DAT
              MOVE DPW-REA-OUV TO WS-SC-REA-OUV
              MOVE DPW-REA-ENC TO WS-SC-REA-ENC
              MOVE DPW-REA-PRETS TO WS-SC-REA-PRETS
              MOVE DPW-REA-DAT TO WS-SC-REA-DAT
              PERFORM FONCTION-CALCULER-SCORE
              MOVE WS-SCORE TO DPW-SCORE
              MOVE WS-SC-AVEC-OBJ TO DPW-AVEC-OBJ
              RELEASE DEPT-WK
           END-PERFORM.
        FONCTION-EDITER-DEPARTEMENTS.
           MOVE WS-LIGNE-CLASSEMENT TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 3 LINES
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-DEPT-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF DPW-AVEC-OBJ = 'A'
                 ADD 1 TO WS-RANG
                 MOVE WS-RANG TO WS-PRT-RD-RANG
              ELSE
                 MOVE 0 TO WS-PRT-RD-RANG
              END-IF
              MOVE DPW-DEPT TO WS-PRT-RD-DEPT
              MOVE DPW-NB-GEST TO WS-PRT-RD-NB-GEST
              MOVE WS-LIGNE-RANG-DEPT TO WS-PRT-CU-LIBELLE
              MOVE DPW-NB-GEST TO WS-CU-NB-GEST
              MOVE DPW-OBJ-OUV TO WS-CU-OBJ-OUV
              MOVE DPW-OBJ-ENC TO WS-CU-OBJ-ENC
              MOVE DPW-OBJ-PRETS TO WS-CU-OBJ-PRETS
              MOVE DPW-OBJ-DAT TO WS-CU-OBJ-DAT
              MOVE DPW-REA-OUV TO WS-CU-REA-OUV
              MOVE DPW-REA-ENC TO WS-CU-REA-ENC
              MOVE DPW-REA-PRETS TO WS-CU-REA-PRETS
              MOVE DPW-REA-DAT TO WS-CU-REA-DAT
              PERFORM FONCTION-EDITER-CUMUL
              PERFORM FONCTION-READ-DEPT-WK
           END-PERFORM.
        FONCTION-READ-DEPT-WK.
           RETURN FDEPT-WK
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
           MOVE 'TOTAL GENERAL' TO WS-PRT-CU-LIBELLE
           MOVE WS-TOT-OBJ-OUV TO WS-CU-OBJ-OUV
           MOVE WS-TOT-OBJ-ENC TO WS-CU-OBJ-ENC
           MOVE WS-TOT-OBJ-PRETS TO WS-CU-OBJ-PRETS
           MOVE WS-TOT-OBJ-DAT TO WS-CU-OBJ-DAT
           MOVE WS-TOT-REA-OUV TO WS-CU-REA-OUV
           MOVE WS-TOT-REA-ENC TO WS-CU-REA-ENC
           MOVE WS-TOT-REA-PRETS TO WS-CU-REA-PRETS
           MOVE WS-TOT-REA-DAT TO WS-CU-REA-DAT
           PERFORM FONCTION-EDITER-CUMUL
           MOVE 'GESTIONNAIRES EVALUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-EVALUES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE 'DONT SANS OBJECTIF' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SANS-OBJ TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEPARTEMENTS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-TAB-DE-NB TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COMPTES SANS GESTIONNAIRE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-NON-AFFECTES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' OBJECTIFS LUS          : ' WS-CPT-OBJECTIFS
           DISPLAY ' OUVERTURES DU MOIS     : ' WS-CPT-OUVERTURES-LUES
           DISPLAY ' GESTIONNAIRES EVALUES  : ' WS-CPT-EVALUES
           DISPLAY ' COMPTES NON AFFECTES   : ' WS-CPT-NON-AFFECTES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST170' TO CTLLOG-JOB
           MOVE ' GESTIONNAIRES EVALUES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EVALUES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST170' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPRET
           CLOSE FDAT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
