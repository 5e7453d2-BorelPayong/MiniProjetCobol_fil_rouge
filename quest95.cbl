      *   EGALES ENTRE SES AGENCES, FAUTE D'AGENCE PORTEUSE SUR     *
      *   LES MOUVEMENTS GENERES EN BATCH                           *
      *L'ETAT EST TRIE PAR RESULTAT NET (FRAIS MOINS INTERETS)      *
      *DECROISSANT AVEC LES NOMS D'AGENCE SERVIS PAR PGMREFER       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST95.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
           SELECT FTARIF ASSIGN TO DDTARIF
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
        FILE SECTION.
        FD FMOUVEM.
           COPY MOUVEM.
        FD FTARIF.
        01 TARIF.
           05 TAR-NAT-MOUV PIC X(3).
           05 WS-MONT-DEVISE PIC 9(6)V99.
           05 FILLER PIC X(14).
        01 FS-MOUVEM PIC X(2).
        01 FS-TARIF PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
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
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
                INDEXED BY WS-TA-IDX.
              10 WS-TAB-TA-CODE PIC X(3).
              10 WS-TAB-TA-MONTANT PIC 9(4)V99.
      *-- CUMULS PAR AGENCE (CHARGEE PAR PGMREFER)
        01 WS-TAB-AGE.
           05 WS-TAB-AG-NB PIC 9(4) VALUE 0.
           05 WS-TAB-AG-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-AG-NB
                INDEXED BY WS-AG-IDX.
              10 WS-TAB-AG-CODE PIC X(3).
      *-- COUT D'INTERETS CUMULE PAR REGION
        01 WS-TAB-REG.
           05 WS-TAB-RI-NB PIC 9(4) VALUE 0.
           05 WS-TAB-RI-ENTREE OCCURS 0 TO 99 TIMES
                DEPENDING ON WS-TAB-RI-NB
                INDEXED BY WS-RI-IDX.
              10 WS-TAB-RI-REGION PIC X(2).
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FTARIF
           IF FS-TARIF = '00'
              DISPLAY ' FILE TARIF OPEN SUCCES : ' FS-TARIF
           ELSE
              MOVE 'FTARIF' TO WS-ERR-FICHIER
              MOVE FS-TARIF TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT
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
        FONCTION-PROGRAMME.
              PERFORM FONCTION-READ-TARIF
           END-PERFORM
           CLOSE FTARIF.
      *-- LES AGENCES SONT SERVIES PAR PGMREFER DANS L'ORDRE DES
      *-- CODES, RANG PAR RANG, AVEC LEUR REGION EN CODE LIE
        FONCTION-CHARGER-AGENCES.
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
           PERFORM FONCTION-CHARGER-UNE-AGENCE
              VARYING WS-REF-IND FROM 1 BY 1
              UNTIL WS-REF-IND > WS-REF-NB.
        FONCTION-CHARGER-UNE-AGENCE.
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
              MOVE WS-REF-CODE-LIE TO WS-TAB-AG-REGION(WS-AG-IDX)
              MOVE 0 TO WS-TAB-AG-NB-DB(WS-AG-IDX)
              MOVE 0 TO WS-TAB-AG-NB-CR(WS-AG-IDX)
              MOVE 0 TO WS-TAB-AG-TOT-DB(WS-AG-IDX)
              MOVE 0 TO WS-TAB-AG-INTERETS(WS-AG-IDX)
              MOVE 0 TO WS-TAB-AG-RESULTAT(WS-AG-IDX)
              PERFORM FONCTION-COMPTER-AGENCE-REGION
           ELSE
              DISPLAY ' AGENCE IGNOREE (TABLE PLEINE) : ' WS-REF-CODE
           END-IF.
        FONCTION-COMPTER-AGENCE-REGION.
           SET WS-RI-IDX TO 1
           SEARCH WS-TAB-RI-ENTREE
              AT END
                 IF WS-TAB-RI-NB < 99
                    ADD 1 TO WS-TAB-RI-NB
                    SET WS-RI-IDX TO WS-TAB-RI-NB
                    MOVE WS-TAB-AG-REGION(WS-AG-IDX)
                         TO WS-TAB-RI-REGION(WS-RI-IDX)
                    MOVE 0 TO WS-TAB-RI-INTERETS(WS-RI-IDX)
                    MOVE 1 TO WS-TAB-RI-NB-AGENCES(WS-RI-IDX)
                 END-IF
              WHEN WS-TAB-RI-REGION(WS-RI-IDX)
                   = WS-TAB-AG-REGION(WS-AG-IDX)
                 ADD 1 TO WS-TAB-RI-NB-AGENCES(WS-RI-IDX)
           END-SEARCH.
        FONCTION-CUMULER-MOUVEMENT.
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST95' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
