      *PROGRAMME DE JOURNAL QUOTIDIEN DES MOUVEMENTS PAR AGENCE :   *
      *CUMULE POUR CHAQUE CODE-AGENCE DU FMOUVEM DU JOUR LE NOMBRE  *
      *DE MOUVEMENTS ET LES TOTAUX DEBIT ET CREDIT, ET EDITE LE     *
      *JOURNAL AVEC LES NOMS D'AGENCE SERVIS PAR PGMREFER POUR      *
      *SAVOIR QUELLE AGENCE APPELER EN CAS D'ECART AU RAPPROCHEMENT *
      **************************************************************
        IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        FILE SECTION.
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
           05 WS-MONT-DEVISE PIC 9(6)V99.
           05 FILLER PIC X(14).
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-REF-NB PIC 9(5).
        01 WS-REF-IND PIC 9(5).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CPT-MOUV PIC 9(7) VALUE 0.
        01 WS-TAB-AGENCES.
           05 WS-TAB-AG-NB PIC 9(4) VALUE 0.
           05 WS-TAB-AG-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-AG-NB
                INDEXED BY WS-AG-IDX.
              10 WS-TAB-AG-CODE PIC X(3).
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
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
           END-PERFORM
           PERFORM FONCTION-EDITER-JOURNAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           MOVE WS-CPT-MOUV TO WS-CHAIN-VOLUME
           MOVE 'F' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
        FONCTION-CHARGER-AGENCES.
      *-- UNE ENTREE 'AUCUNE AGENCE' RECOIT LES MOUVEMENTS GENERES
      *-- EN BATCH (CODE-AGENCE A BLANC)
           MOVE 0 TO WS-TAB-AG-NBR(1)
           MOVE 0 TO WS-TAB-AG-TOTAL-DB(1)
           MOVE 0 TO WS-TAB-AG-TOTAL-CR(1)
      *-- PUIS LES AGENCES DU REFERENTIEL SERVIES PAR PGMREFER DANS
      *-- L'ORDRE DES CODES, RANG PAR RANG
           MOVE 'N' TO WS-REF-ACTION
           MOVE 'AGENCE' TO WS-REF-TABLE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' TABLE DE REFERENCE INACCESSIBLE : ' WS-REF-TABLE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-REF-RANG TO WS-REF-NB
           PERFORM VARYING WS-REF-IND FROM 1 BY 1
              UNTIL WS-REF-IND > WS-REF-NB
              MOVE WS-REF-IND TO WS-REF-RANG
              MOVE 'R' TO WS-REF-ACTION
              CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                    WS-REF-CODE, WS-REF-LIBELLE,
                                    WS-REF-CODE-LIE, WS-REF-RANG,
                                    WS-REF-CR
              IF WS-TAB-AG-NB < 2000
                 ADD 1 TO WS-TAB-AG-NB
                 SET WS-AG-IDX TO WS-TAB-AG-NB
                 MOVE WS-REF-CODE TO WS-TAB-AG-CODE(WS-AG-IDX)
                 MOVE WS-REF-LIBELLE TO WS-TAB-AG-NOM(WS-AG-IDX)
                 MOVE 0 TO WS-TAB-AG-NBR(WS-AG-IDX)
                 MOVE 0 TO WS-TAB-AG-TOTAL-DB(WS-AG-IDX)
                 MOVE 0 TO WS-TAB-AG-TOTAL-CR(WS-AG-IDX)
              ELSE
                 DISPLAY ' AGENCE IGNOREE (TABLE PLEINE) : '
                          WS-REF-CODE
              END-IF
           END-PERFORM.
        FONCTION-CUMULER-AGENCE.
           SET WS-AG-IDX TO 1
           SEARCH WS-TAB-AG-ENTREE
           READ FMOUVEM INTO WS-MOUVEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST41' TO CTLLOG-JOB
           MOVE ' MOUVEMENTS JOURNAL AGENCES ' TO CTLLOG-LIBELLE
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST30' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST41 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST41' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
