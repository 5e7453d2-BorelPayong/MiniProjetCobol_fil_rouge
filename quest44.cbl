           ACCESS IS RANDOM
           RECORD KEY IS HIST-CLE
           FILE STATUS IS FS-HISTREG.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 HIST-TOTAL-DB PIC 9(10)V99.
           05 HIST-TOTAL-CR PIC 9(10)V99.
           05 FILLER PIC X(48).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
           05 WS-NOM-REGION PIC X(15).
           05 FILLER PIC X(63).
        01 FS-HISTREG PIC X(2).
        01 FS-PRINT PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-REF-IND PIC 9(5).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PERIODE-M PIC X(6).
        01 WS-PERIODE-M1 PIC X(6).
           IF FS-HISTREG = '00'
              DISPLAY ' FILE HISTREG OPEN SUCCES : ' FS-HISTREG
           ELSE
              MOVE 'FHISTREG' TO WS-ERR-FICHIER
              MOVE FS-HISTREG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT.
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
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-REF-IND
           PERFORM FONCTION-READ-REGION
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-REGIONS
           MOVE WS-PCT-DB TO WS-PRT-PCT-DB
           MOVE WS-VAR-CR TO WS-PRT-VAR-CR
           MOVE WS-PCT-CR TO WS-PRT-PCT-CR.
      *-- LECTURE DES REGIONS DANS L'ORDRE DES CODES : PGMREFER
      *-- SERT LE RANG SUIVANT ET REND '4' APRES LE DERNIER
        FONCTION-READ-REGION.
           ADD 1 TO WS-REF-IND
           MOVE WS-REF-IND TO WS-REF-RANG
           MOVE 'R' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           EVALUATE WS-REF-CR
              WHEN '0'
                 MOVE WS-REF-CODE TO WS-CODE-REGION-REC
                 MOVE WS-REF-LIBELLE TO WS-NOM-REGION
              WHEN '4'
                 MOVE 'Y' TO WS-END-OF-FILE
              WHEN OTHER
                 DISPLAY ' TABLE DE REFERENCE INACCESSIBLE : '
                         WS-REF-TABLE
                 MOVE 8 TO RETURN-CODE
                 PERFORM FONCTION-FIN-PROGRAMME
           END-EVALUATE.
        FONCTION-PRINT-ENTETE.
           MOVE WS-PERIODE-M TO WS-PRINT-PER-M
           MOVE WS-PERIODE-M1 TO WS-PRINT-PER-M1
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST44' TO WS-ERR-PROGRAMME
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
           CLOSE FHISTREG
           CLOSE FPRINT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
