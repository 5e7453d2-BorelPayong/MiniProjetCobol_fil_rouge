        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 C-REFLEMP PIC X(8) VALUE 'REFLEMP'.
        01 WS-RESOLU PIC X(1).
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
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
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ORPHELINS > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-CONTROLER-GESTIONNAIRE.
           SET WS-GE-IDX TO 1
        FONCTION-INTERROGER-EMPLOYE.
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST100' TO FCIFAL-NOMJOB
           MOVE 'L0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-UNQ TO TRUE
           MOVE GEST-EMPLOYE TO EMLENT-EMPID
           MOVE ' CLIENTS ORPHELINS GESTION ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ORPHELINS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST100' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
