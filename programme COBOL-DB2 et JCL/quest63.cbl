           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 C-REFPLOG PIC X(8) VALUE 'REFPLOG'.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
           IF FS-CTLLOG = '00'
              DISPLAY ' FILE CTLLOG OPEN SUCCES : ' FS-CTLLOG
           ELSE
              MOVE 'FCTLLOG' TO WS-ERR-FICHIER
              MOVE FS-CTLLOG TO WS-ERR-STATUT
              MOVE 'None' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN
           END-IF
           DISPLAY 'DATE DE TRAITEMENT (AAAA-MM-JJ) :'
           DISPLAY ' LIGNES HISTORISEES : ' WS-CPT-CHARGES
           DISPLAY ' ERREURS ACCESSEUR : ' WS-CPT-ERREURS
           IF WS-CPT-ERREURS > 0
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           PERFORM FONCTION-FIN.
        FONCTION-CHARGER-LIGNE.
           INITIALIZE YFCIFAL YFCIFRE YLGPENT YLGPSOR
           MOVE 'CTLLOG' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST63' TO FCIFAL-NOMJOB
           MOVE 'I0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-ISR TO TRUE
           MOVE CTLLOG-JOB TO LGPENT-JOBNAME
           READ FCTLLOG
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST63' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
