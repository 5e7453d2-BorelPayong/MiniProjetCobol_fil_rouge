           05 ENR-PRT PIC X(80).
        WORKING-STORAGE SECTION.
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 C-REFPLOG PIC X(8) VALUE 'REFPLOG'.
        01 WS-FIN-CURSEUR PIC X(1).
        01 WS-DATE-DEBUT PIC X(10).
           IF FS-PRINT = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT
           ELSE
              MOVE 'FPRINT' TO WS-ERR-FICHIER
              MOVE FS-PRINT TO WS-ERR-STATUT
              MOVE 'None' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN
           END-IF
           DISPLAY 'DATE DE DEBUT DE PERIODE (AAAA-MM-JJ) :'
           MOVE SPACES TO WS-LIB-COURANT
           INITIALIZE YFCIFAL YFCIFRE YLGPENT YLGPSOR
           MOVE 'CTLLOG' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'QUEST64' TO FCIFAL-NOMJOB
           MOVE 'L1001' TO FCIFAL-SCEDMD-FCT
           MOVE 'LEI' TO FCIFAL-CARSCEDMD-TYPACN
           MOVE WS-DATE-DEBUT TO LGPENT-CRIT-DATEMIN
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST64' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
