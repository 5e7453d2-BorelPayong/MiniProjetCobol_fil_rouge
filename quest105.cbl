           ACCESS IS DYNAMIC
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FAUDIT ASSIGN TO DDAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FILLER PIC X(64).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FAUDIT.
        01 AUDIT-REC.
           05 AUD-TRMID PIC X(4).
        WORKING-STORAGE SECTION.
        01 FS-TRANSFR PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-AUDIT PIC X(2).
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
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-DATE-TRT PIC X(10).
           IF FS-TRANSFR = '00'
              DISPLAY ' FILE TRANSFR OPEN SUCCES : ' FS-TRANSFR
           ELSE
              MOVE 'FTRANSFR' TO WS-ERR-FICHIER
              MOVE FS-TRANSFR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FAUDIT
           IF FS-AUDIT = '00'
              DISPLAY ' FILE AUDIT OPEN SUCCES : ' FS-AUDIT
           ELSE
              MOVE 'FAUDIT' TO WS-ERR-FICHIER
              MOVE FS-AUDIT TO WS-ERR-STATUT
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
      *-- INSTRUCTION SUR REGION INCONNUE EST IGNOREE AVEC MESSAGE
      *-- ET CODE RETOUR D'AVERTISSEMENT
        FONCTION-TRAITER-INSTRUCTION.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE TRF-REGION-CIBLE TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR = '0'
              PERFORM FONCTION-BALAYER-COMPTES
           ELSE
              DISPLAY ' REGION CIBLE INCONNUE : '
                      TRF-REGION-CIBLE
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-BALAYER-COMPTES.
           MOVE 'N' TO WS-FIN-CLIENT
           IF TRF-COMPTE-DEBUT = SPACES
                 INVALID KEY
                    DISPLAY ' REWRITE IMPOSSIBLE COMPTE : '
                            NU-COMPTE
                    MOVE 'FCLIENT' TO WS-ERR-FICHIER
                    MOVE FS-CLIENT TO WS-ERR-STATUT
                    MOVE 'FONCTION-TRANSFERER-COMPTE'
                      TO WS-ERR-PARAGRAPHE
                    MOVE NU-COMPTE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                 NOT INVALID KEY
                    ADD 1 TO WS-CPT-TRANSFERES
              END-REWRITE
           DISPLAY ' COMPTES TRANSFERES : ' WS-CPT-TRANSFERES.
        FONCTION-PRINT-UNE-REGION.
           SET WS-PRT-REGION TO WS-RG-IDX
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-PRT-REGION TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-PRT-NOM-REGION
           MOVE WS-TAB-RG-AVANT(WS-RG-IDX) TO WS-PRT-AVANT
           MOVE WS-TAB-RG-APRES(WS-RG-IDX) TO WS-PRT-APRES
           MOVE WS-LIGNE-REGION TO REC-PRT
           MOVE ' COMPTES TRANSFERES REGION ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-TRANSFERES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST105' TO WS-ERR-PROGRAMME
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
           CLOSE FTRANSFR
           CLOSE FCLIENT
           CLOSE FAUDIT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
