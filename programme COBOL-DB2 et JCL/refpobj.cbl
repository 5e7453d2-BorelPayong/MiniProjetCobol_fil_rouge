       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFPOBJ.
      ******************************************************************
      *                                                        V(1.00) *
      *                                                                *
      * TYPE DE COMPOSANT DE L'ARCHITECTURE:  ACCESSEUR PHYSIQUE       *
      * CATEGORIE:                            METIER                   *
      * IDENTIFIANT D'APPEL:                  REFPOBJ                  *
      * DESIGNATION:                          ........................ *
      * LIBELLE COURT:                        ACCESSEUR OBJECTIFS      *
      * RESPONSABLE:                          FCIT                     *
      * VERSION :                             1.0                      *
      *                                                                *
      * ============================================================== *
      *  Description du trt : Accesseur physique a la table DB2        *
      *                       TREFOBJ, objectifs mensuels des          *
      *                       gestionnaires de portefeuille (EMPID de  *
      *                       la table EMPLOYES) : comptes ouverts,    *
      *                       progression des encours crediteurs,      *
      *                       prets accordes, depots a terme places.   *
      *                       Exploite par l'etat mensuel QUEST170 via *
      *                       l'accesseur logique REFLOBJ              *
      * ============================================================== *
      *  Fonctions disponibles                                         *
      *                                                                *
      *    L0001     : Selection par employe et mois ................  *
      *    L1001     : Lecture par curseur des objectifs d'un mois ..  *
      *    I0001     : Insertion ....................................  *
      *    M0001     : Modification .................................  *
      *    S0001     : Suppression ..................................  *
      *                                                                *
      *=================================================================
      *REMARKS. COPY=(YFCIFRE YFCIFAL YOBPENT YOBPSOR).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  C-TabPgm.
           05  C-NomPgm PIC X(08) VALUE 'REFPOBJ'.
       01  W-Err                         PIC X(08).
           88 W-Trt-OK                   VALUE '00000000'.
           88 W-Err-TypAcnIvd            VALUE '00038001'.
           88 W-Err-FctIvd               VALUE '00038002'.
           88 W-Err-DonNonTve            VALUE '00068004'.
           88 W-Err-CleDup               VALUE '00078005'.
           88 W-Err-RubIcmStr            VALUE '00058008'.
           88 W-Err-DeadlockTimeout      VALUE '00098009'.
           88 W-Err-DB2                  VALUE '99999999'.
       01  FILLER REDEFINES W-Err.
           05 W-CodErr.
              10 W-CodErrPrm             PIC 9(04).
              10 W-CodErrScd             PIC 9(04).
       01 SQLErrors                        PIC S9(09) COMP.
           88 DB2RET-NON-TROUVE            VALUE +100.
           88 DB2RET-EXISTE-DEJA           VALUE -803.
           88 DB2RET-ERR-STRUCTURE         VALUE -532.
           88 DB2RET-DEADLOCK-TIMEOUT      VALUE -911 -913.
       01  W-OrdSQL                      PIC X(08).
           88 W-OrdSQL-SELECT            VALUE 'SELECT'.
           88 W-OrdSQL-OPEN              VALUE 'OPEN'.
           88 W-OrdSQL-FETCH             VALUE 'FETCH'.
           88 W-OrdSQL-CLOSE             VALUE 'CLOSE'.
           88 W-OrdSQL-INSERT            VALUE 'INSERT'.
           88 W-OrdSQL-UPDATE            VALUE 'UPDATE'.
           88 W-OrdSQL-DELETE            VALUE 'DELETE'.
       01 WS-TREFOBJ.
           05 WS-EMPID            PIC S9(9)    COMP.
           05 WS-MOIS             PIC X(7).
           05 WS-NB-OUVERTURES    PIC S9(9)    COMP.
           05 WS-ENCOURS          PIC S9(9)V99 COMP-3.
           05 WS-NB-PRETS         PIC S9(9)    COMP.
           05 WS-NB-DAT           PIC S9(9)    COMP.
       01 WS-CRIT-MOIS            PIC X(7).
       01  W-Lbl                         PIC X(30).
      *-- Zone d'appel du service d'erreur standard PGMERR
           COPY WSERREUR.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------------
      *    Declaration de la table TREFOBJ (DECLARE TABLE)
      *-----------------------------------------------------------------
           EXEC SQL DECLARE TREFOBJ TABLE
              (EMPID           INT           NOT NULL,
              MOIS             CHAR(7)       NOT NULL,
              NB_OUVERTURES    INT           NOT NULL,
              ENCOURS          DECIMAL(11,2) NOT NULL,
              NB_PRETS         INT           NOT NULL,
              NB_DAT           INT           NOT NULL)
           END-EXEC.
       LINKAGE SECTION.
          COPY YFCIFAL.
          COPY YFCIFRE.
          COPY YOBPENT.
          COPY YOBPSOR.
       PROCEDURE DIVISION USING YFCIFAL
                                YFCIFRE
                                YOBPENT
                                YOBPSOR.
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
               WHEN FCIFAL-TYPACN-UNQ
                    SET W-ORDSQL-SELECT  TO TRUE
               WHEN FCIFAL-TYPACN-INI
                    SET W-ORDSQL-OPEN    TO TRUE
               WHEN FCIFAL-TYPACN-LECSUI
                    SET W-ORDSQL-FETCH   TO TRUE
               WHEN FCIFAL-TYPACN-FINLEC
                    SET W-ORDSQL-CLOSE   TO TRUE
               WHEN FCIFAL-TYPACN-ISR
                    SET W-ORDSQL-INSERT  TO TRUE
               WHEN FCIFAL-TYPACN-MOD
                    SET W-ORDSQL-UPDATE  TO TRUE
               WHEN FCIFAL-TYPACN-SPS
                    SET W-ORDSQL-DELETE  TO TRUE
               WHEN OTHER
                    SET W-ERR-TYPACNIVD  TO TRUE
           END-EVALUATE
           MOVE OBPENT-EMPID         TO WS-EMPID
           MOVE OBPENT-MOIS          TO WS-MOIS
           MOVE OBPENT-NB-OUVERTURES TO WS-NB-OUVERTURES
           MOVE OBPENT-ENCOURS       TO WS-ENCOURS
           MOVE OBPENT-NB-PRETS      TO WS-NB-PRETS
           MOVE OBPENT-NB-DAT        TO WS-NB-DAT
           MOVE OBPENT-CRIT-MOIS     TO WS-CRIT-MOIS
           .
      *----------------------------------------------------------------*
       TRT-FONCTIONS.
      *----------------------------------------------------------------*
           EVALUATE FCIFAL-SCEDMD-FCT
             WHEN 'L0001'
                  PERFORM TRT-FCT-L0001
             WHEN 'L1001'
                  PERFORM TRT-FCT-L1001
             WHEN 'I0001'
                  PERFORM TRT-FCT-I0001
             WHEN 'M0001'
                  PERFORM TRT-FCT-M0001
             WHEN 'S0001'
                  PERFORM TRT-FCT-S0001
             WHEN OTHER
                  SET W-ERR-FCTIVD TO TRUE
           END-EVALUATE.
      *=================================================================
       SORTIE.
      *=================================================================
           IF SQLCODE NOT = ZERO
               Perform Trt-Erreur-SQL
           END-IF
      *-- Discipline commit/rollback pour les ordres qui modifient
      *-- TREFOBJ (insertion, modification, suppression)
           IF W-OrdSQL-INSERT OR W-OrdSQL-UPDATE OR W-OrdSQL-DELETE
               IF SQLCODE = ZERO
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           IF NOT W-Trt-OK
               MOVE W-CodErrPrm TO FCIFRE-CodRetPmr
               MOVE W-CodErrScd TO FCIFRE-CodRetScd
               MOVE C-NOMPGM    TO FCIFRE-MSGERRMET-PGM
           ELSE
               MOVE WS-EMPID          TO OBPSOR-EMPID
               MOVE WS-MOIS           TO OBPSOR-MOIS
               MOVE WS-NB-OUVERTURES  TO OBPSOR-NB-OUVERTURES
               MOVE WS-ENCOURS        TO OBPSOR-ENCOURS
               MOVE WS-NB-PRETS       TO OBPSOR-NB-PRETS
               MOVE WS-NB-DAT         TO OBPSOR-NB-DAT
           END-IF
           DISPLAY ' Fin   < ' C-NomPgm ' > '
           .
      *=================================================================
       TRT-FCT-L0001.
      *=================================================================
           MOVE 'TRT-SQL-L0001' TO W-Lbl
           EXEC SQL
             SELECT
               EMPID,
               MOIS,
               NB_OUVERTURES,
               ENCOURS,
               NB_PRETS,
               NB_DAT
             INTO
               :WS-EMPID,
               :WS-MOIS,
               :WS-NB-OUVERTURES,
               :WS-ENCOURS,
               :WS-NB-PRETS,
               :WS-NB-DAT
             FROM TREFOBJ
             WHERE EMPID = :WS-EMPID
               AND MOIS = :WS-MOIS
           END-EXEC
           MOVE 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-FCT-L1001.
      *=================================================================
           EXEC SQL
             DECLARE CR-L1001 CURSOR FOR
             SELECT
               EMPID,
               MOIS,
               NB_OUVERTURES,
               ENCOURS,
               NB_PRETS,
               NB_DAT
             FROM TREFOBJ
             WHERE MOIS = :WS-CRIT-MOIS
             ORDER BY EMPID ASC
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
             INTO :WS-EMPID, :WS-MOIS, :WS-NB-OUVERTURES,
                  :WS-ENCOURS, :WS-NB-PRETS, :WS-NB-DAT
           END-EXEC
           ADD 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-FCT-I0001.
      *=================================================================
           MOVE 'TRT-FCT-I0001' TO W-Lbl
           EXEC SQL
             INSERT INTO TREFOBJ
               (EMPID,
               MOIS,
               NB_OUVERTURES,
               ENCOURS,
               NB_PRETS,
               NB_DAT)
             VALUES
               (:WS-EMPID,
               :WS-MOIS,
               :WS-NB-OUVERTURES,
               :WS-ENCOURS,
               :WS-NB-PRETS,
               :WS-NB-DAT)
           END-EXEC.
      *=================================================================
       TRT-FCT-M0001.
      *=================================================================
           MOVE 'TRT-SQL-M0001' TO W-Lbl
           EXEC SQL
             UPDATE TREFOBJ
               SET NB_OUVERTURES = :WS-NB-OUVERTURES,
                   ENCOURS = :WS-ENCOURS,
                   NB_PRETS = :WS-NB-PRETS,
                   NB_DAT = :WS-NB-DAT
             WHERE EMPID = :WS-EMPID
               AND MOIS = :WS-MOIS
           END-EXEC
           MOVE 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-FCT-S0001.
      *=================================================================
           MOVE 'TRT-FCT-S0001' TO W-Lbl
           EXEC SQL
             DELETE FROM TREFOBJ
             WHERE EMPID = :WS-EMPID
               AND MOIS = :WS-MOIS
           END-EXEC
           MOVE 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-ERREUR-SQL.
      *=================================================================
           MOVE SQLCODE TO SQLErrors
           EVALUATE TRUE
              WHEN DB2RET-NON-TROUVE
                    SET W-Err-DonNonTve    TO TRUE
              WHEN DB2RET-EXISTE-DEJA
                    SET W-Err-CleDup       TO TRUE
              WHEN DB2RET-ERR-STRUCTURE
                    SET W-Err-RubIcmStr    TO TRUE
              WHEN DB2RET-DEADLOCK-TIMEOUT
                    SET W-Err-DeadlockTimeout TO TRUE
              WHEN OTHER
                    SET W-Err-DB2          TO TRUE
           END-EVALUATE
      *-- Toute erreur SQL autre que l'absence de donnee est
      *-- journalisee par le service d'erreur standard PGMERR, sous
      *-- le job batch appelant (FCIFAL-NomJob)
           IF NOT DB2RET-NON-TROUVE
              MOVE FCIFAL-NomJob TO WS-ERR-JOB
              MOVE C-NomPgm      TO WS-ERR-PROGRAMME
              MOVE 'TREFOBJ'     TO WS-ERR-FICHIER
              MOVE W-Lbl         TO WS-ERR-PARAGRAPHE
              MOVE WS-EMPID      TO WS-ERR-CLE
              MOVE SQLCODE       TO WS-ERR-SQLCODE
              CALL 'PGMERR' USING WS-ERREUR
           END-IF.
