       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFPEMH.
      ******************************************************************
      *                                                        V(1.00) *
      *                                                                *
      * TYPE DE COMPOSANT DE L'ARCHITECTURE:  ACCESSEUR PHYSIQUE       *
      * CATEGORIE:                            METIER                   *
      * IDENTIFIANT D'APPEL:                  REFPEMH                  *
      * DESIGNATION:                          ........................ *
      * LIBELLE COURT:                        ACCESSEUR HISTO EMPLOYES *
      * RESPONSABLE:                          FCIT                     *
      * VERSION :                             1.0                      *
      *                                                                *
      * ============================================================== *
      *  Description du trt : Accesseur physique a la table DB2        *
      *                       TREFEMPH, historique des mises a jour    *
      *                       de la table EMPLOYES alimente par        *
      *                       REFPEMP (image avant, image apres,       *
      *                       horodatage, job appelant) et exploite    *
      *                       par l'etat mensuel QUEST169 via          *
      *                       l'accesseur logique REFLEMH              *
      * ============================================================== *
      *  Fonctions disponibles                                         *
      *                                                                *
      *    L1001     : Lecture par curseur sur une periode ..........  *
      *                                                                *
      *=================================================================
      *REMARKS. COPY=(YFCIFRE YFCIFAL YEHPENT YEHPSOR).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  C-TabPgm.
           05  C-NomPgm PIC X(08) VALUE 'REFPEMH'.
       01  W-Err                         PIC X(08).
           88 W-Trt-OK                   VALUE '00000000'.
           88 W-Err-TypAcnIvd            VALUE '00038001'.
           88 W-Err-FctIvd               VALUE '00038002'.
           88 W-Err-DatHeuIvd            VALUE '00058003'.
           88 W-Err-DonNonTve            VALUE '00068004'.
           88 W-Err-DB2                  VALUE '99999999'.
       01  FILLER REDEFINES W-Err.
           05 W-CodErr.
              10 W-CodErrPrm             PIC 9(04).
              10 W-CodErrScd             PIC 9(04).
       01 SQLErrors                        PIC S9(09) COMP.
           88 DB2RET-NON-TROUVE            VALUE +100.
           88 DB2RET-ERR-DATE-TIME         VALUE -180 -181.
       01  W-OrdSQL                      PIC X(08).
           88 W-OrdSQL-OPEN              VALUE 'OPEN'.
           88 W-OrdSQL-FETCH             VALUE 'FETCH'.
           88 W-OrdSQL-CLOSE             VALUE 'CLOSE'.
       01 WS-TREFEMPH.
           05 WS-EMPID            PIC S9(9)    COMP.
           05 WS-HISTTS           PIC X(26).
           05 WS-ACTION           PIC X(1).
           05 WS-JOBNAME          PIC X(8).
           05 WS-DEPARTMENT-REF   PIC S9(9)    COMP.
           05 WS-EMPNAME-AV       PIC X(15).
           05 WS-EMPNAM2-AV       PIC X(15).
           05 WS-DEPARTMENT-AV    PIC S9(9)    COMP.
           05 WS-SALARY-AV        PIC S9(7)V99 COMP-3.
           05 WS-DESIGNATION-AV   PIC X(4).
           05 WS-EMPNAME-AP       PIC X(15).
           05 WS-EMPNAM2-AP       PIC X(15).
           05 WS-DEPARTMENT-AP    PIC S9(9)    COMP.
           05 WS-SALARY-AP        PIC S9(7)V99 COMP-3.
           05 WS-DESIGNATION-AP   PIC X(4).
       01 WS-CRITERES.
           05 WS-CRIT-DATEMIN     PIC X(10).
           05 WS-CRIT-DATEMAX     PIC X(10).
           05 WS-CRIT-DEPARTMENT  PIC S9(9)    COMP.
           05 WS-CRIT-EMPID       PIC S9(9)    COMP.
       01  W-Lbl                         PIC X(30).
      *-- Zone d'appel du service d'erreur standard PGMERR
           COPY WSERREUR.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    Declaration de la table TREFEMPH (DECLARE TABLE)
      *-----------------------------------------------------------------
           EXEC SQL DECLARE TREFEMPH TABLE
              (EMPID           INT           NOT NULL,
              HISTTS           TIMESTAMP     NOT NULL,
              ACTION           CHAR(1)       NOT NULL,
              JOBNAME          CHAR(8)       NOT NULL,
              EMPNAME_AV       VARCHAR(15)   NOT NULL,
              EMPNAM2_AV       VARCHAR(15)   NOT NULL,
              DEPARTMENT_AV    INT           NOT NULL,
              SALARY_AV        DECIMAL(9,2)  NOT NULL,
              DESIGNATION_AV   CHAR(4)       NOT NULL,
              EMPNAME_AP       VARCHAR(15)   NOT NULL,
              EMPNAM2_AP       VARCHAR(15)   NOT NULL,
              DEPARTMENT_AP    INT           NOT NULL,
              SALARY_AP        DECIMAL(9,2)  NOT NULL,
              DESIGNATION_AP   CHAR(4)       NOT NULL)
           END-EXEC.
       LINKAGE SECTION.
          COPY YFCIFAL.
          COPY YFCIFRE.
          COPY YEHPENT.
          COPY YEHPSOR.
       PROCEDURE DIVISION USING YFCIFAL
                                YFCIFRE
                                YEHPENT
                                YEHPSOR.
           PERFORM Initialisations
           IF W-Trt-OK
                PERFORM Trt-Fonctions
           END-IF
           PERFORM Sortie
           GOBACK.
      *-----------------------------------------------------------------
       INITIALISATIONS.
      *-----------------------------------------------------------------
           DISPLAY ' Accesseur Physique < ' C-NomPgm ' > '
           MOVE ZEROS   TO SQLCODE
           SET W-Trt-OK TO TRUE
           EVALUATE TRUE
               WHEN FCIFAL-TYPACN-INI
                    SET W-ORDSQL-OPEN    TO TRUE
               WHEN FCIFAL-TYPACN-LECSUI
                    SET W-ORDSQL-FETCH   TO TRUE
               WHEN FCIFAL-TYPACN-FINLEC
                    SET W-ORDSQL-CLOSE   TO TRUE
               WHEN OTHER
                    SET W-ERR-TYPACNIVD  TO TRUE
           END-EVALUATE
           MOVE EHPENT-TREFEMPH-ENT TO WS-CRITERES
           .
      *----------------------------------------------------------------*
       TRT-FONCTIONS.
      *----------------------------------------------------------------*
           EVALUATE FCIFAL-SCEDMD-FCT
             WHEN 'L1001'
                  PERFORM TRT-FCT-L1001
             WHEN OTHER
                  SET W-ERR-FCTIVD TO TRUE
           END-EVALUATE.
      *=================================================================
       SORTIE.
      *=================================================================
           IF SQLCODE NOT = ZERO
               Perform Trt-Erreur-SQL
           END-IF
           IF NOT W-Trt-OK
               MOVE W-CodErrPrm TO FCIFRE-CodRetPmr
               MOVE W-CodErrScd TO FCIFRE-CodRetScd
               MOVE C-NOMPGM    TO FCIFRE-MSGERRMET-PGM
           ELSE
               MOVE WS-EMPID          TO EHPSOR-EMPID
               MOVE WS-HISTTS         TO EHPSOR-HISTTS
               MOVE WS-ACTION         TO EHPSOR-ACTION
               MOVE WS-JOBNAME        TO EHPSOR-JOBNAME
               MOVE WS-DEPARTMENT-REF TO EHPSOR-DEPARTMENT-REF
               MOVE WS-EMPNAME-AV     TO EHPSOR-NAME-AV
               MOVE WS-EMPNAM2-AV     TO EHPSOR-NAM2-AV
               MOVE WS-DEPARTMENT-AV  TO EHPSOR-DEPARTMENT-AV
               MOVE WS-SALARY-AV      TO EHPSOR-SALARY-AV
               MOVE WS-DESIGNATION-AV TO EHPSOR-DESIGNATION-AV
               MOVE WS-EMPNAME-AP     TO EHPSOR-NAME-AP
               MOVE WS-EMPNAM2-AP     TO EHPSOR-NAM2-AP
               MOVE WS-DEPARTMENT-AP  TO EHPSOR-DEPARTMENT-AP
               MOVE WS-SALARY-AP      TO EHPSOR-SALARY-AP
               MOVE WS-DESIGNATION-AP TO EHPSOR-DESIGNATION-AP
           END-IF
           DISPLAY ' Fin   < ' C-NomPgm ' > '
           .
      *=================================================================
       TRT-FCT-L1001.
      *=================================================================
      *-- Lignes de la periode rendues par departement de rattachement
      *-- (departement avant pour une suppression), employe et ordre
      *-- chronologique
           EXEC SQL
             DECLARE CR-L1001 CURSOR FOR
             SELECT
               EMPID,
               CHAR(HISTTS),
               ACTION,
               JOBNAME,
               CASE WHEN ACTION = 'S' THEN DEPARTMENT_AV
                    ELSE DEPARTMENT_AP END AS DEPARTMENT_REF,
               EMPNAME_AV,
               EMPNAM2_AV,
               DEPARTMENT_AV,
               SALARY_AV,
               DESIGNATION_AV,
               EMPNAME_AP,
               EMPNAM2_AP,
               DEPARTMENT_AP,
               SALARY_AP,
               DESIGNATION_AP
             FROM TREFEMPH
             WHERE DATE(HISTTS) BETWEEN :WS-CRIT-DATEMIN
                                    AND :WS-CRIT-DATEMAX
               AND (:WS-CRIT-DEPARTMENT = 0
                    OR DEPARTMENT_AV = :WS-CRIT-DEPARTMENT
                    OR DEPARTMENT_AP = :WS-CRIT-DEPARTMENT)
               AND (:WS-CRIT-EMPID = 0
                    OR EMPID = :WS-CRIT-EMPID)
             ORDER BY DEPARTMENT_REF ASC, EMPID ASC, HISTTS ASC
             FOR FETCH ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN FCIFAL-TYPACN-INI
                   MOVE 'TRT-FCT-L1001-INI' TO W-Lbl
                   EXEC SQL OPEN CR-L1001 END-EXEC
                   IF SQLCODE = ZERO
                       PERFORM TRT-FCT-L1001-SUI
                   END-IF
              WHEN FCIFAL-TYPACN-LECSUI
                   PERFORM TRT-FCT-L1001-SUI
              WHEN FCIFAL-TYPACN-FINLEC
                   MOVE 'TRT-FCT-L1001-FIN' TO W-Lbl
                   EXEC SQL CLOSE CR-L1001 END-EXEC
              WHEN OTHER
                   SET W-ERR-TYPACNIVD   TO TRUE
           END-EVALUATE.
      *=================================================================
       TRT-FCT-L1001-SUI.
      *=================================================================
           MOVE 'TRT-SQL-L1001-SUI' TO W-Lbl
           EXEC SQL
             FETCH CR-L1001
             INTO :WS-EMPID, :WS-HISTTS, :WS-ACTION, :WS-JOBNAME,
                  :WS-DEPARTMENT-REF,
                  :WS-EMPNAME-AV, :WS-EMPNAM2-AV, :WS-DEPARTMENT-AV,
                  :WS-SALARY-AV, :WS-DESIGNATION-AV,
                  :WS-EMPNAME-AP, :WS-EMPNAM2-AP, :WS-DEPARTMENT-AP,
                  :WS-SALARY-AP, :WS-DESIGNATION-AP
           END-EXEC
           ADD 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-ERREUR-SQL.
      *=================================================================
           MOVE SQLCODE TO SQLErrors
           EVALUATE TRUE
              WHEN DB2RET-NON-TROUVE
                    SET W-Err-DonNonTve    TO TRUE
              WHEN DB2RET-ERR-DATE-TIME
                    SET W-Err-DatHeuIvd    TO TRUE
              WHEN OTHER
                    SET W-Err-DB2          TO TRUE
           END-EVALUATE
      *-- Toute erreur SQL autre que l'absence de donnee est
      *-- journalisee par le service d'erreur standard PGMERR, sous
      *-- le job batch appelant (FCIFAL-NomJob)
           IF NOT DB2RET-NON-TROUVE
              MOVE FCIFAL-NomJob   TO WS-ERR-JOB
              MOVE C-NomPgm        TO WS-ERR-PROGRAMME
              MOVE 'TREFEMPH'      TO WS-ERR-FICHIER
              MOVE W-Lbl           TO WS-ERR-PARAGRAPHE
              MOVE WS-CRIT-DATEMIN TO WS-ERR-CLE
              MOVE SQLCODE         TO WS-ERR-SQLCODE
              CALL 'PGMERR' USING WS-ERREUR
           END-IF.
