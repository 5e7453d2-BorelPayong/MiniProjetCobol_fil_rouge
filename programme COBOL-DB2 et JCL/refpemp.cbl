      *                                                                *
      *  Description du trt : Accesseur physique à la table DB2        *
      *                       EMPLOYES                                 *
      *                       Toute insertion, modification ou         *
      *                       suppression reussie est tracee dans      *
      *                       TREFEMPH (image avant, image apres,      *
      *                       horodatage, job appelant) dans la meme   *
      *                       unite de travail que la mise a jour      *
      *                                                                *
      * ============================================================== *
      *                                                                *
      *  +---------------------------------------------------------+   *
      *  I 11/21/24 I        REPO APPEL BDD          I   HAKIM     I   *
      *  +---------------------------------------------------------+   *
      *  I 10/15/26 I        ERREURS SQL VERS PGMERR I   FCIT      I   *
      *  +---------------------------------------------------------+   *
      *  I 10/15/26 I        HISTORIQUE TREFEMPH     I   FCIT      I   *
      *  +---------------------------------------------------------+   *
      *                                                                *
      * ============================================================== *
      *  COPY UTILISES :                                               *
      *    I0001     : Insertion ....................................  *
      *    S0001     : Suppression ..................................  *
      *                                                                *
      *    I0001, M0001 et S0001 alimentent l'historique TREFEMPH      *
      *                                                                *
      *=================================================================
      *REMARKS. COPY=(YFCIFRE YFCIFAL YEMPENT YEMPSOR).
       ENVIRONMENT DIVISION.
           05 WS-DEPARTMENT   PIC S9(9)    COMP.
           05 WS-SALARY       PIC S9(7)V99 COMP-3.
           05 WS-DESIGNATION  PIC X(4).
      *-- Images avant et apres de la ligne pour l'historique TREFEMPH
      *-- (image avant a blanc pour une insertion, image apres a blanc
      *-- pour une suppression)
       01 WS-EMPLOYES-AV.
           05 WS-EMPID-AV       PIC S9(9)    COMP.
           05 WS-EMPNAME-AV     PIC X(15).
           05 WS-EMPNAM2-AV     PIC X(15).
           05 WS-DEPARTMENT-AV  PIC S9(9)    COMP.
           05 WS-SALARY-AV      PIC S9(7)V99 COMP-3.
           05 WS-DESIGNATION-AV PIC X(4).
       01 WS-EMPLOYES-AP.
           05 WS-EMPID-AP       PIC S9(9)    COMP.
           05 WS-EMPNAME-AP     PIC X(15).
           05 WS-EMPNAM2-AP     PIC X(15).
           05 WS-DEPARTMENT-AP  PIC S9(9)    COMP.
           05 WS-SALARY-AP      PIC S9(7)V99 COMP-3.
           05 WS-DESIGNATION-AP PIC X(4).
      *-- Action tracee : 'I' insertion, 'M' modification,
      *-- 'S' suppression
       01 WS-ACTION-HIST      PIC X(1).
       01 WS-JOB-HIST         PIC X(8).
      *-- Table en cours d'acces (journal PGMERR)
       01 W-Table             PIC X(8).
      *-- Label du paragraphe traite
       01  W-Lbl                         PIC X(30).
      *-- Zone d'appel du service d'erreur standard PGMERR
           COPY WSERREUR.
      *-- Variable de conversion du code retour DB2
       01  W-SQLCod                      PIC ZZ9+  BLANK WHEN ZERO.
      *-- Variables DB2
              SALARY         DECIMAL(9,2)  NOT NULL,
              DESIGNATION    CHAR(4)       NOT NULL)
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
      *-- Constantes
       01 C-I0001             PIC X(5)  VALUE 'I0001'.
       01 C-M0001             PIC X(5)  VALUE 'M0001'.
       01 C-TRT-FCT-M0001     PIC X(13) VALUE 'TRT-FCT-M0001'.
       01 C-TRT-FCT-I0001     PIC X(13) VALUE 'TRT-FCT-I0001'.
       01 C-TRT-FCT-S0001     PIC X(13) VALUE 'TRT-FCT-S0001'.
       01 C-TRT-SQL-IMAGE-AV  PIC X(17) VALUE 'TRT-SQL-IMAGE-AV'.
       01 C-TRT-SQL-HISTO     PIC X(17) VALUE 'TRT-SQL-HISTO'.
       01 C-TRT-FCT-L0001     PIC X(13) VALUE 'TRT-FCT-L0001'.
       01 C-TRT-FCT-L0002     PIC X(13) VALUE 'TRT-FCT-L0002'.
       01 C-TRT-FCT-L1001-INI PIC X(17) VALUE 'TRT-FCT-L1001-INI'.
           MOVE ZEROS   TO SQLCODE
      *-- Initialisation des codes retour
           SET W-Trt-OK TO TRUE
           MOVE 'TREFEMP' TO W-Table
           DISPLAY ' < ' FCIFAL-SCEDMD-FCT ' > '
      *-- Initialisation du type d'ordre SQL traite
           EVALUATE TRUE
               Perform Trt-Erreur-SQL
           END-IF
      *-- Discipline commit/rollback pour les ordres qui modifient
      *-- TREFEMP (insertion, modification, suppression) : la ligne
      *-- d'historique TREFEMPH est validee ou annulee avec elle
           IF W-OrdSQL-INSERT OR W-OrdSQL-UPDATE OR W-OrdSQL-DELETE
               IF SQLCODE = ZERO
                   EXEC SQL COMMIT END-EXEC
               :WS-DEPARTMENT,
               :WS-SALARY,
               :WS-DESIGNATION)
           END-EXEC
           IF SQLCODE = ZERO
               INITIALIZE WS-EMPLOYES-AV
               MOVE WS-EMPLOYES TO WS-EMPLOYES-AP
               MOVE 'I' TO WS-ACTION-HIST
               PERFORM TRT-HISTORIQUE
           END-IF.
      *=================================================================
       TRT-FCT-M0001.
      *=================================================================
           PERFORM TRT-IMAGE-AVANT
           IF SQLCODE = ZERO
               MOVE 'TRT-SQL-M0001' TO W-Lbl
               EXEC SQL
                 UPDATE TREFEMP
                   SET EMPID = :WS-EMPID,
                       EMPNAME = :WS-EMPNAME,
                       EMPNAM2 = :WS-EMPNAM2,
                       DEPARTMENT = :WS-DEPARTMENT,
                       SALARY = :WS-SALARY,
                       DESIGNATION = :WS-DESIGNATION
                 WHERE EMPID = :WS-EMPID
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               MOVE WS-EMPLOYES TO WS-EMPLOYES-AP
               MOVE 'M' TO WS-ACTION-HIST
               PERFORM TRT-HISTORIQUE
           END-IF
           MOVE 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-FCT-S0001.
      *=================================================================
           PERFORM TRT-IMAGE-AVANT
           IF SQLCODE = ZERO
               MOVE C-TRT-FCT-S0001 TO W-Lbl
               EXEC SQL
                 DELETE FROM TREFEMP
                 WHERE EMPID = :WS-EMPID
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               INITIALIZE WS-EMPLOYES-AP
               MOVE 'S' TO WS-ACTION-HIST
               PERFORM TRT-HISTORIQUE
           END-IF
           MOVE 1 TO FCIFRE-NBRLIGRET.
      *=================================================================
       TRT-IMAGE-AVANT.
      *=================================================================
      *-- Lecture de la ligne telle qu'elle est avant modification ou
      *-- suppression ; une ligne absente rend +100 comme l'ordre de
      *-- mise a jour lui-meme
           MOVE C-TRT-SQL-IMAGE-AV TO W-Lbl
           EXEC SQL
             SELECT
               EMPID,
               EMPNAME,
               EMPNAM2,
               DEPARTMENT,
               SALARY,
               DESIGNATION
             INTO
               :WS-EMPID-AV,
               :WS-EMPNAME-AV,
               :WS-EMPNAM2-AV,
               :WS-DEPARTMENT-AV,
               :WS-SALARY-AV,
               :WS-DESIGNATION-AV
             FROM TREFEMP
             WHERE EMPID = :WS-EMPID
           END-EXEC.
      *=================================================================
       TRT-HISTORIQUE.
      *=================================================================
      *-- Trace de la mise a jour dans TREFEMPH, horodatee par DB2 et
      *-- rattachee au job appelant (FCIFAL-NomJob). Un echec annule
      *-- la mise a jour elle-meme (ROLLBACK dans Sortie)
           MOVE C-TRT-SQL-HISTO TO W-Lbl
           MOVE 'TREFEMPH'      TO W-Table
           MOVE FCIFAL-NomJob   TO WS-JOB-HIST
           EXEC SQL
             INSERT INTO TREFEMPH
               (EMPID,
               HISTTS,
               ACTION,
               JOBNAME,
               EMPNAME_AV,
               EMPNAM2_AV,
               DEPARTMENT_AV,
               SALARY_AV,
               DESIGNATION_AV,
               EMPNAME_AP,
               EMPNAM2_AP,
               DEPARTMENT_AP,
               SALARY_AP,
               DESIGNATION_AP)
             VALUES
               (:WS-EMPID,
               CURRENT TIMESTAMP,
               :WS-ACTION-HIST,
               :WS-JOB-HIST,
               :WS-EMPNAME-AV,
               :WS-EMPNAM2-AV,
               :WS-DEPARTMENT-AV,
               :WS-SALARY-AV,
               :WS-DESIGNATION-AV,
               :WS-EMPNAME-AP,
               :WS-EMPNAM2-AP,
               :WS-DEPARTMENT-AP,
               :WS-SALARY-AP,
               :WS-DESIGNATION-AP)
           END-EXEC.
      *=================================================================
       TRT-ERREUR-SQL.
      *=================================================================
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
              MOVE W-Table       TO WS-ERR-FICHIER
              MOVE W-Lbl         TO WS-ERR-PARAGRAPHE
              MOVE WS-EMPID      TO WS-ERR-CLE
              MOVE SQLCODE       TO WS-ERR-SQLCODE
              CALL 'PGMERR' USING WS-ERREUR
           END-IF.
