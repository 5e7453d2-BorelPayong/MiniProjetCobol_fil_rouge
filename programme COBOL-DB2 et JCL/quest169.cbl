      **************************************************************
      *PROGRAMME MENSUEL DES MODIFICATIONS DE LA TABLE EMPLOYES :  *
      *L'HISTORIQUE DB2 TREFEMPH (ALIMENTE PAR L'ACCESSEUR REFPEMP *
      *A CHAQUE CREATION, MODIFICATION OU SUPPRESSION) EST RELU SUR*
      *LE MOIS DE QUEST169-DATE, DU PREMIER DU MOIS A CETTE DATE   *
      *INCLUSE, PAR LE CURSEUR L1001 DE L'ACCESSEUR LOGIQUE        *
      *REFLEMH. LES MODIFICATIONS SONT EDITEES PAR DEPARTEMENT     *
      *(DEPARTEMENT AVANT POUR UNE SUPPRESSION), EMPLOYE ET ORDRE  *
      *CHRONOLOGIQUE, AVEC LE SALAIRE AVANT ET APRES ET LE JOB A   *
      *L'ORIGINE DE LA MISE A JOUR ; UNE MUTATION OU UN CHANGEMENT *
      *DE FONCTION FAIT L'OBJET D'UNE LIGNE COMPLEMENTAIRE. UN     *
      *MOUVEMENT DE SALAIRE DONT LA VARIATION DEPASSE              *
      *QUEST169-SEUIL POUR CENT (FPARAM, 10 PAR DEFAUT) EST SIGNALE*
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST169.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 C-REFLEMH PIC X(8) VALUE 'REFLEMH'.
        01 WS-FIN-CURSEUR PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-DEBUT PIC X(10).
        01 WS-SEUIL PIC 9(3).
      *-- RUPTURE PAR DEPARTEMENT DE RATTACHEMENT
        01 WS-PREMIER PIC X(1).
        01 WS-DEPT-COURANT PIC 9(9).
        01 WS-NB-DEPT PIC 9(5).
        01 WS-NB-DEPT-ALERTES PIC 9(5).
      *-- VARIATION DU SALAIRE D'UNE MODIFICATION
        01 WS-DELTA PIC S9(8)V99.
        01 WS-PCT PIC S9(9).
        01 WS-ALERTE PIC X(1).
           COPY YFCIFAL.
           COPY YFCIFRE.
           COPY YEHLENT.
           COPY YEHLSOR.
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-LIGNES PIC 9(7) VALUE 0.
        01 WS-CPT-CREATIONS PIC 9(7) VALUE 0.
        01 WS-CPT-MODIFICATIONS PIC 9(7) VALUE 0.
        01 WS-CPT-SUPPRESSIONS PIC 9(7) VALUE 0.
        01 WS-CPT-ALERTES PIC 9(7) VALUE 0.
        01 WS-CPT-DEPARTEMENTS PIC 9(5) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' MODIFICATIONS DE LA TABLE EMPLOYES '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-PERIODE.
           05 FILLER PIC X(12) VALUE ' PERIODE DU '.
           05 WS-PRT-DATE-DEBUT PIC X(10).
           05 FILLER PIC X(4) VALUE ' AU '.
           05 WS-PRT-DATE-FIN PIC X(10).
           05 FILLER PIC X(19) VALUE '   SEUIL SALAIRE : '.
           05 WS-PRT-SEUIL PIC ZZ9.
           05 FILLER PIC X(2) VALUE ' %'.
           05 FILLER PIC X(20) VALUE ALL ' '.
        01 WS-LIGNE-DEPT.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(15) VALUE ' DEPARTEMENT : '.
           05 WS-PRT-DEPT PIC 9(9).
           05 FILLER PIC X(54) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE03.
           05 FILLER PIC X(40) VALUE
              ' DATE       EMPLOYE   NOM             AC'.
           05 FILLER PIC X(40) VALUE
              'T.  SAL.AVANT  SAL.APRES JOB      ALERTE'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-EMPID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ACTION PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SAL-AV PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SAL-AP PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-JOB PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ALERTE PIC X(6).
      *-- LIGNE COMPLEMENTAIRE D'UNE MUTATION OU D'UN CHANGEMENT DE
      *-- FONCTION
        01 WS-LIGNE-MUTATION.
           05 FILLER PIC X(12) VALUE ALL ' '.
           05 FILLER PIC X(12) VALUE 'DEPARTEMENT '.
           05 WS-PRT-DEPT-AV PIC 9(9).
           05 FILLER PIC X(4) VALUE ' -> '.
           05 WS-PRT-DEPT-AP PIC 9(9).
           05 FILLER PIC X(11) VALUE '  FONCTION '.
           05 WS-PRT-FCT-AV PIC X(4).
           05 FILLER PIC X(4) VALUE ' -> '.
           05 WS-PRT-FCT-AP PIC X(4).
           05 FILLER PIC X(11) VALUE ALL ' '.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(16) VALUE 'MODIFICATIONS : '.
           05 WS-PRT-NB PIC ZZZZ9.
           05 FILLER PIC X(36) VALUE
              '   DONT SALAIRES AU-DELA DU SEUIL : '.
           05 WS-PRT-NB-ALERTES PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE ALL ' '.
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
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-PARCOURIR-HISTORIQUE
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST169-DATE' TO WS-PARAM-CLE
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
      *-- LE MOIS EDITE VA DU PREMIER DU MOIS A LA DATE DE TRAITEMENT
           MOVE WS-DATE-TRT TO WS-DATE-DEBUT
           MOVE '01' TO WS-DATE-DEBUT(9:2)
      *-- VARIATION DE SALAIRE, EN POURCENTAGE, AU-DELA DE LAQUELLE
      *-- LE MOUVEMENT EST SIGNALE
           MOVE 'QUEST169-SEUIL' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '10' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' SEUIL INVALIDE, DEFAUT 10 APPLIQUE'
              MOVE 10 TO WS-SEUIL
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-SEUIL
           END-IF.
      **************************************************************
      * L'HISTORIQUE EST LU PAR LE CURSEUR L1001 DE REFLEMH        *
      * (LECTURE INITIALE 'LEI' PUIS LECTURES SUIVANTES 'LES'      *
      * JUSQU'AU CODE RETOUR DONNEES NON TROUVEES), DEJA TRIE PAR  *
      * DEPARTEMENT DE RATTACHEMENT, EMPLOYE ET HORODATAGE         *
      **************************************************************
        FONCTION-PARCOURIR-HISTORIQUE.
           MOVE 'N' TO WS-FIN-CURSEUR
           MOVE 'O' TO WS-PREMIER
           INITIALIZE YFCIFAL YFCIFRE YEHLENT YEHLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST169' TO FCIFAL-NOMJOB
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEI' TO FCIFAL-CARSCEDMD-TYPACN
           MOVE WS-DATE-DEBUT TO EHLENT-CRIT-DATEMIN
           MOVE WS-DATE-TRT TO EHLENT-CRIT-DATEMAX
           PERFORM FONCTION-APPELER-REFLEMH
           PERFORM FONCTION-EDITER-LIGNE
           PERFORM UNTIL WS-FIN-CURSEUR = 'Y'
              MOVE 'LES' TO FCIFAL-CARSCEDMD-TYPACN
              PERFORM FONCTION-APPELER-REFLEMH
              PERFORM FONCTION-EDITER-LIGNE
           END-PERFORM
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-TOTAL-DEPARTEMENT
           END-IF
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEF' TO FCIFAL-CARSCEDMD-TYPACN
           PERFORM FONCTION-APPELER-REFLEMH.
        FONCTION-APPELER-REFLEMH.
           CALL C-REFLEMH USING YFCIFAL
                                YFCIFRE
                                YEHLENT
                                YEHLSOR.
      *-- L'ACCESSEUR NE RENSEIGNE FCIFRE-CODRETPMR QU'EN CAS
      *-- D'ERREUR : UN CODE RESTE A BLANC SIGNIFIE SUCCES. LA FIN
      *-- DU CURSEUR REND DONNEES NON TROUVEES ; TOUT AUTRE CODE
      *-- ARRETE LA LECTURE AVEC UN CODE RETOUR 8
        FONCTION-EDITER-LIGNE.
           IF FCIFRE-CODRETPMR = SPACES
              OR FCIFRE-CODRET-TRTCRF
              ADD 1 TO WS-CPT-LIGNES
              IF WS-PREMIER = 'O'
                 OR EHLSOR-L1001-DEPARTMENT-REF(1) NOT = WS-DEPT-COURANT
                 IF WS-PREMIER = 'N'
                    PERFORM FONCTION-TOTAL-DEPARTEMENT
                 END-IF
                 MOVE EHLSOR-L1001-DEPARTMENT-REF(1) TO WS-DEPT-COURANT
                 MOVE 'N' TO WS-PREMIER
                 PERFORM FONCTION-ENTETE-DEPARTEMENT
              END-IF
              PERFORM FONCTION-EDITER-MODIFICATION
           ELSE
              MOVE 'Y' TO WS-FIN-CURSEUR
              IF NOT FCIFRE-CODRET-DONNONTVE
                 DISPLAY ' ERREUR ACCESSEUR REFLEMH CODE '
                         FCIFRE-CODRETPMR ' ' FCIFRE-CODRETSCD
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF.
        FONCTION-EDITER-MODIFICATION.
           ADD 1 TO WS-NB-DEPT
           MOVE 'N' TO WS-ALERTE
           MOVE EHLSOR-L1001-HISTTS(1)(1:10) TO WS-PRT-DATE
           MOVE EHLSOR-L1001-EMPID(1) TO WS-PRT-EMPID
           MOVE EHLSOR-L1001-JOBNAME(1) TO WS-PRT-JOB
           MOVE EHLSOR-L1001-SALARY-AV(1) TO WS-PRT-SAL-AV
           MOVE EHLSOR-L1001-SALARY-AP(1) TO WS-PRT-SAL-AP
           MOVE SPACES TO WS-PRT-ALERTE
           EVALUATE EHLSOR-L1001-ACTION(1)
              WHEN 'I'
                 ADD 1 TO WS-CPT-CREATIONS
                 MOVE 'CREA' TO WS-PRT-ACTION
                 MOVE EHLSOR-L1001-NAME-AP(1) TO WS-PRT-NOM
              WHEN 'M'
                 ADD 1 TO WS-CPT-MODIFICATIONS
                 MOVE 'MODI' TO WS-PRT-ACTION
                 MOVE EHLSOR-L1001-NAME-AP(1) TO WS-PRT-NOM
                 PERFORM FONCTION-CONTROLER-SALAIRE
              WHEN OTHER
                 ADD 1 TO WS-CPT-SUPPRESSIONS
                 MOVE 'SUPP' TO WS-PRT-ACTION
                 MOVE EHLSOR-L1001-NAME-AV(1) TO WS-PRT-NOM
           END-EVALUATE
           IF WS-ALERTE = 'O'
              MOVE '>SEUIL' TO WS-PRT-ALERTE
              ADD 1 TO WS-NB-DEPT-ALERTES
              ADD 1 TO WS-CPT-ALERTES
           END-IF
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           IF EHLSOR-L1001-ACTION(1) = 'M'
              IF EHLSOR-L1001-DEPARTMENT-AV(1)
                 NOT = EHLSOR-L1001-DEPARTMENT-AP(1)
                 OR EHLSOR-L1001-DESIGNATION-AV(1)
                 NOT = EHLSOR-L1001-DESIGNATION-AP(1)
                 MOVE EHLSOR-L1001-DEPARTMENT-AV(1) TO WS-PRT-DEPT-AV
                 MOVE EHLSOR-L1001-DEPARTMENT-AP(1) TO WS-PRT-DEPT-AP
                 MOVE EHLSOR-L1001-DESIGNATION-AV(1) TO WS-PRT-FCT-AV
                 MOVE EHLSOR-L1001-DESIGNATION-AP(1) TO WS-PRT-FCT-AP
                 MOVE WS-LIGNE-MUTATION TO REC-PRT
                 WRITE REC-PRT AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
      *-- VARIATION RAPPORTEE AU SALAIRE AVANT ; UN SALAIRE AVANT NUL
      *-- QUI DEVIENT NON NUL EST TOUJOURS SIGNALE
        FONCTION-CONTROLER-SALAIRE.
           COMPUTE WS-DELTA = EHLSOR-L1001-SALARY-AP(1)
                            - EHLSOR-L1001-SALARY-AV(1)
           IF WS-DELTA NOT = 0
              IF EHLSOR-L1001-SALARY-AV(1) > 0
                 COMPUTE WS-PCT = WS-DELTA * 100
                                / EHLSOR-L1001-SALARY-AV(1)
                 IF WS-PCT > WS-SEUIL
                    OR WS-PCT < 0 - WS-SEUIL
                    MOVE 'O' TO WS-ALERTE
                 END-IF
              ELSE
                 MOVE 'O' TO WS-ALERTE
              END-IF
           END-IF.
        FONCTION-ENTETE-DEPARTEMENT.
           ADD 1 TO WS-CPT-DEPARTEMENTS
           MOVE 0 TO WS-NB-DEPT
           MOVE 0 TO WS-NB-DEPT-ALERTES
           MOVE WS-DEPT-COURANT TO WS-PRT-DEPT
           MOVE WS-LIGNE-DEPT TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-TOTAL-DEPARTEMENT.
           MOVE WS-NB-DEPT TO WS-PRT-NB
           MOVE WS-NB-DEPT-ALERTES TO WS-PRT-NB-ALERTES
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-DATE-DEBUT TO WS-PRT-DATE-DEBUT
           MOVE WS-DATE-TRT TO WS-PRT-DATE-FIN
           MOVE WS-SEUIL TO WS-PRT-SEUIL
           MOVE WS-LIGNE-PERIODE TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE 'CREATIONS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CREATIONS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'MODIFICATIONS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-MODIFICATIONS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SUPPRESSIONS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SUPPRESSIONS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SALAIRES AU-DELA DU SEUIL' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ALERTES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DEPARTEMENTS CONCERNES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-DEPARTEMENTS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' LIGNES D HISTORIQUE LUES : ' WS-CPT-LIGNES
           DISPLAY ' SALAIRES AU-DELA SEUIL   : ' WS-CPT-ALERTES
           DISPLAY ' DEPARTEMENTS             : ' WS-CPT-DEPARTEMENTS.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST169' TO CTLLOG-JOB
           MOVE ' MODIFICATIONS EMPLOYES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-LIGNES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST169' TO WS-ERR-PROGRAMME
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
