        WORKING-STORAGE SECTION.
        01 FS-MOUVEM PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 C-REFPMVT PIC X(8) VALUE 'REFPMVT'.
        01 WS-CPT-LUS PIC 9(7) VALUE 0.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
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
        FONCTION-CHARGER-MOUVEMENT.
           INITIALIZE YFCIFAL YFCIFRE YMVPENT YMVPSOR
           MOVE 'MOUVEM' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST99' TO FCIFAL-NOMJOB
           MOVE 'I0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-ISR TO TRUE
           MOVE REF-MOUV TO MVPENT-REFMOUV
                 DISPLAY ' INSERTION EN ERREUR REFERENCE ' REF-MOUV
                         ' CODE ' FCIFRE-CODRETPMR
                         '/' FCIFRE-CODRETSCD
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
           END-EVALUATE.
        FONCTION-READ-MOUVEM.
           READ FMOUVEM
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-INSERES
                   + WS-CPT-DEJA-CHARGES
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST99' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVEM
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
