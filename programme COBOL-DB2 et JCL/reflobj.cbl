       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFLOBJ.
       ENVIRONMENT DIVISION.
      *=================================================================
      *-=-=-=-=-=-=-=-=-=-=-=-=
       CONFIGURATION SECTION.
      *-=-=-=-=-=-=-=-=-=-=-=-=
       SOURCE-COMPUTER. IBM-370.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-=-=-=-=-=-=-=-=-=-=-=-=-=
       WORKING-STORAGE SECTION.
      *-=-=-=-=-=-=-=-=-=-=-=-=-=
       01  W-ERR                         PIC X(08).
          88 W-TRT-OK                   VALUE '00000000'.
      *ARGUMENT FIXE INCORRECT
          88 W-ERR-ARGFIXINC            VALUE '00090001'.
      *ARGUMENT VARIABLE INCORRECT
          88 W-ERR-ARGVARINC            VALUE '00090002'.
       01  FILLER REDEFINES W-ERR.
          05 W-CODERR.
             10 W-CODERRPRM             PIC 9(04).
             10 W-CODERRSCD             PIC 9(04).
       01  FILLER PIC X(30) VALUE '*** DEBUT WORKING REFLOBJ ***'.
       01  C-SUBPGM PIC X(08) VALUE 'REFPOBJ'.
          COPY YOBPENT.
          COPY YOBPSOR.
      *-=-=-=-=-=-=-=-=-=
       LINKAGE SECTION.
          COPY YFCIFAL.
          COPY YFCIFRE.
          COPY YOBLENT.
          COPY YOBLSOR.
      *-=-=-=-=-=-=-=-=-=
      *================================================================
       PROCEDURE DIVISION USING YFCIFAL
                                YFCIFRE
                                YOBLENT
                                YOBLSOR.
      *=================================================================
      *    TRAITEMENT GENERAL
      *=================================================================
      *     1) INITIALISATION
      *     2) TRAITEMENT DE LA FONCTION
      *     3) FIN DE PROGRAMME
      *=================================================================
      *=================================================================
           PERFORM FONCTION-INITIALIZE
           IF W-TRT-OK
              PERFORM FONCTION-TRAITEMENT
           END-IF.
           PERFORM FONCTION-FIN-PROG.
           GOBACK.
       FONCTION-INITIALIZE.
           INITIALIZE YFCIFRE YOBPSOR
           SET W-TRT-OK TO TRUE
           .
       FONCTION-TRAITEMENT.
           EVALUATE FCIFAL-SCEDMD-FCT
              WHEN 'L0001'
                 PERFORM TRT-L0001
              WHEN 'L1001'
                 PERFORM TRT-L1001
              WHEN 'I0001'
                 PERFORM TRT-I0001
              WHEN 'M0001'
                 PERFORM TRT-M0001
              WHEN 'S0001'
                 PERFORM TRT-S0001
              WHEN OTHER
                 SET W-ERR-ARGFIXINC TO TRUE
           END-EVALUATE
           PERFORM FONCTION-AFF-ERR
           .
       TRT-L0001.
           IF OBLENT-EMPID = ZERO OR OBLENT-MOIS = SPACES
              SET W-ERR-ARGVARINC TO TRUE
              PERFORM FONCTION-AFF-ERR
           END-IF
           IF W-TRT-OK
              MOVE OBLENT-EMPID TO OBPENT-EMPID
              MOVE OBLENT-MOIS  TO OBPENT-MOIS
              PERFORM FONCTION-APPEL-PHY
              IF W-TRT-OK
                 MOVE OBPSOR-OBJECTIFS-SORTIE TO OBLSOR-L0001
              END-IF
           END-IF
           .
      *-- LE MOIS RECHERCHE N'EST CONTROLE QU'A L'OUVERTURE DU CURSEUR
       TRT-L1001.
           IF FCIFAL-TYPACN-INI AND OBLENT-CRIT-MOIS = SPACES
              SET W-ERR-ARGVARINC TO TRUE
              PERFORM FONCTION-AFF-ERR
           END-IF
           IF W-TRT-OK
              MOVE OBLENT-CRIT-MOIS TO OBPENT-CRIT-MOIS
              PERFORM FONCTION-APPEL-PHY
              IF W-TRT-OK
                 MOVE OBPSOR-OBJECTIFS-SORTIE
                      TO OBLSOR-L1001-LIGNE(1)
              END-IF
           END-IF
           .
      *-- UN OBJECTIF PEUT ETRE NUL SUR UN INDICATEUR, MAIS PAS
      *-- NEGATIF ; L'EMPLOYE ET LE MOIS SONT OBLIGATOIRES
       TRT-I0001.
           PERFORM FONCTION-CTL-OBJECTIFS
           IF W-TRT-OK
              MOVE OBLENT-OBJECTIFS-ENT TO OBPENT-OBJECTIFS-ENT
              PERFORM FONCTION-APPEL-PHY
           END-IF
           .
       TRT-M0001.
           PERFORM FONCTION-CTL-OBJECTIFS
           IF W-TRT-OK
              MOVE OBLENT-OBJECTIFS-ENT TO OBPENT-OBJECTIFS-ENT
              PERFORM FONCTION-APPEL-PHY
           END-IF
           .
       TRT-S0001.
           IF OBLENT-EMPID = ZERO OR OBLENT-MOIS = SPACES
              SET W-ERR-ARGVARINC TO TRUE
              PERFORM FONCTION-AFF-ERR
           END-IF
           IF W-TRT-OK
              MOVE OBLENT-EMPID TO OBPENT-EMPID
              MOVE OBLENT-MOIS  TO OBPENT-MOIS
              PERFORM FONCTION-APPEL-PHY
           END-IF
           .
       FONCTION-CTL-OBJECTIFS.
           IF OBLENT-EMPID = ZERO OR OBLENT-MOIS = SPACES
              OR OBLENT-NB-OUVERTURES < ZERO
              OR OBLENT-ENCOURS < ZERO
              OR OBLENT-NB-PRETS < ZERO
              OR OBLENT-NB-DAT < ZERO
              SET W-ERR-ARGVARINC   TO TRUE
              PERFORM FONCTION-AFF-ERR
           END-IF
           .
       FONCTION-AFF-ERR.
           IF W-ERR-ARGFIXINC OR W-ERR-ARGVARINC
              MOVE W-CODERRPRM TO FCIFRE-CODRETPMR
              MOVE W-CODERRSCD TO FCIFRE-CODRETSCD
              DISPLAY ' FCIFRE-ERR < ' FCIFRE-MSGERRMET(9:8) ' > '
           END-IF
           .
       FONCTION-APPEL-PHY.
           DISPLAY ' ACCESSEUR LOGIQUE <REFLOBJ> '
           DISPLAY ' DEBUT APPEL ==> ' C-SUBPGM
           CALL C-SUBPGM USING YFCIFAL
                               YFCIFRE
                               YOBPENT
                               YOBPSOR.
           DISPLAY ' FIN APPEL ==> ' C-SUBPGM
           .
       FONCTION-FIN-PROG.
           DISPLAY ' YFCIFRE < ' YFCIFRE ' > '
           .
