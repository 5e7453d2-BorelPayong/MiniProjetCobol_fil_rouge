       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFLEMH.
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
       01  FILLER PIC X(30) VALUE '*** DEBUT WORKING REFLEMH ***'.
       01  C-SUBPGM PIC X(08) VALUE 'REFPEMH'.
          COPY YEHPENT.
          COPY YEHPSOR.
      *-=-=-=-=-=-=-=-=-=
       LINKAGE SECTION.
          COPY YFCIFAL.
          COPY YFCIFRE.
          COPY YEHLENT.
          COPY YEHLSOR.
      *-=-=-=-=-=-=-=-=-=
      *================================================================
       PROCEDURE DIVISION USING YFCIFAL
                                YFCIFRE
                                YEHLENT
                                YEHLSOR.
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
           INITIALIZE YFCIFRE YEHPSOR
           SET W-TRT-OK TO TRUE
           .
       FONCTION-TRAITEMENT.
           EVALUATE FCIFAL-SCEDMD-FCT
              WHEN 'L1001'
                 PERFORM TRT-L1001
              WHEN OTHER
                 SET W-ERR-ARGFIXINC TO TRUE
           END-EVALUATE
           PERFORM FONCTION-AFF-ERR
           .
      *-- LA PERIODE N'EST CONTROLEE QU'A L'OUVERTURE DU CURSEUR :
      *-- BORNES RENSEIGNEES ET DATE MINIMUM NON POSTERIEURE A LA
      *-- DATE MAXIMUM
       TRT-L1001.
           IF FCIFAL-TYPACN-INI
              IF EHLENT-CRIT-DATEMIN = SPACES OR
                 EHLENT-CRIT-DATEMAX = SPACES OR
                 EHLENT-CRIT-DATEMIN > EHLENT-CRIT-DATEMAX
                 SET W-ERR-ARGVARINC TO TRUE
                 PERFORM FONCTION-AFF-ERR
              END-IF
           END-IF
           IF W-TRT-OK
              MOVE EHLENT-TREFEMPH-ENT TO EHPENT-TREFEMPH-ENT
              PERFORM FONCTION-APPEL-PHY
              IF W-TRT-OK
                 MOVE EHPSOR-TREFEMPH-SORTIE
                      TO EHLSOR-L1001-LIGNE(1)
              END-IF
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
           DISPLAY ' ACCESSEUR LOGIQUE <REFLEMH> '
           DISPLAY ' DEBUT APPEL ==> ' C-SUBPGM
           CALL C-SUBPGM USING YFCIFAL
                               YFCIFRE
                               YEHPENT
                               YEHPSOR.
           DISPLAY ' FIN APPEL ==> ' C-SUBPGM
           .
       FONCTION-FIN-PROG.
           DISPLAY ' YFCIFRE < ' YFCIFRE ' > '
           .
