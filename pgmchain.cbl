      *'F' = ENREGISTRER SA FIN NORMALE, 'V' = VERIFIER QUE LE     *
      *PREDECESSEUR PASSE EN ARGUMENT A TERMINE ('F') POUR LA DATE *
      *DU JOUR.                                                    *
      *CHAQUE ENREGISTREMENT 'D' OU 'F' EST HORODATE (DATE ET      *
      *HEURE SYSTEME) ; L'ENREGISTREMENT 'F' PORTE EN OUTRE LE     *
      *COMPTEUR DE VOLUME PRINCIPAL PASSE PAR LE JOB (ARGUMENT     *
      *VOLUME, IGNORE POUR 'D' ET 'V') : L'ETAT QUEST140 EN TIRE   *
      *LES DUREES ET LA TENDANCE DE LA FENETRE BATCH.              *
      *CODE RETOUR : '0' OK, '8' PREDECESSEUR NON TERMINE OU       *
      *REGISTRE INACCESSIBLE                                       *
      **************************************************************
        DATA DIVISION.
        FILE SECTION.
        FD FRUNREG.
           COPY RUNREG.
        WORKING-STORAGE SECTION.
        01 FS-RUNREG PIC X(2).
        01 WS-END-OF-FILE PIC X(1).
        01 LS-ACTION PIC X(1).
        01 LS-PREDECESSEUR PIC X(8).
        01 LS-CODE-RETOUR PIC X(1).
        01 LS-VOLUME PIC 9(9).
        PROCEDURE DIVISION USING LS-JOB, LS-ACTION,
                                 LS-PREDECESSEUR, LS-CODE-RETOUR,
                                 LS-VOLUME.
           IF WS-DATE-CHARGEE = 'N'
              PERFORM FONCTION-CHARGER-DATE
           END-IF
              MOVE LS-JOB TO RUN-JOB
              MOVE WS-DATE-CHAINE TO RUN-DATE
              MOVE LS-ACTION TO RUN-STATUT
              ACCEPT RUN-JOUR-SYS FROM DATE YYYYMMDD
              ACCEPT RUN-HEURE FROM TIME
              IF LS-ACTION = 'F'
                 MOVE LS-VOLUME TO RUN-VOLUME
              ELSE
                 MOVE 0 TO RUN-VOLUME
              END-IF
              WRITE RUNREG-REC
              CLOSE FRUNREG
           END-IF.
