      **************************************************************
      *PROGRAMME POUR AFFICHER LE SOMME TOTAL DES DB ET CR PAR     *
      *REGION                                                      *
      *LA TABLE DES REGIONS EST SERVIE PAR PGMREFER, LE PROGRAMME   *
      *S'ADAPTE DONC AU NOMBRE DE REGIONS REELLEMENT DEFINIES SANS  *
      *RECOMPILATION                                                *
      *LE DETAIL PAR REGION EST EGALEMENT EDITE SUR FPRINT1, EN     *
      *RUPTURE PAR DIRECTION REGIONALE AVEC SOUS-TOTAL A CHAQUE     *
      *CHANGEMENT DE DIRECTION, PUIS RECAPITULATIF PAR DIRECTION    *
      *LA CLIENTELE EST LUE SUR L'EXTRAIT FSNAPCLI (QUEST139)       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST16.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FPRINT1 ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        FD FPRINT1.
        01 REC-PRT1.
           05 ENR-PRT1 PIC X(80).
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FHIERAR.
        01 HIERAR.
           05 HIE-CODE-REGION PIC X(2).
           05 WS-SOLDE PIC S9(8)V99.
           05 WS-POSIT PIC X(2).
           05 FILLER PIC X(19).
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-PRINT1 PIC X(2).
        01 FS-HIERAR PIC X(2).
        01 FS-EXPORT PIC X(2).
        01 WS-EXP-SENS PIC X(9).
        01 WS-EXP-LIGNE PIC X(80).
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
        01 WS-PERIODE PIC X(6).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-SOLDE-ABS PIC 9(8)V99.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI = '00'
              DISPLAY ' FILE SNAPCLI OPEN SUCCES : ' FS-SNAPCLI
           ELSE
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT1.
           IF FS-PRINT1 = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT1
           ELSE
              MOVE 'FPRINT1' TO WS-ERR-FICHIER
              MOVE FS-PRINT1 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FHIERAR.
           IF FS-HIERAR = '00'
              DISPLAY ' FILE HIERAR OPEN SUCCES : ' FS-HIERAR
           ELSE
              MOVE 'FHIERAR' TO WS-ERR-FICHIER
              MOVE FS-HIERAR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FEXPORT.
           IF FS-EXPORT = '00'
              DISPLAY ' FILE EXPORT OPEN SUCCES : ' FS-EXPORT
           ELSE
              MOVE 'FEXPORT' TO WS-ERR-FICHIER
              MOVE FS-EXPORT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FHISTREG.
           IF FS-HISTREG = '00'
              DISPLAY ' FILE HISTREG OPEN SUCCES : ' FS-HISTREG
           ELSE
              MOVE 'FHISTREG' TO WS-ERR-FICHIER
              MOVE FS-HISTREG TO WS-ERR-STATUT
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
                    REWRITE HISTREG
              END-WRITE
           END-PERFORM.
      *-- LES REGIONS SONT SERVIES PAR PGMREFER DANS L'ORDRE DES
      *-- CODES, RANG PAR RANG
        FONCTION-CHARGER-REGIONS.
           MOVE 'N' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
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
              ADD 1 TO WS-TAB-NB-REGIONS
              SET WS-REG-IDX TO WS-TAB-NB-REGIONS
              MOVE WS-REF-CODE(1:2) TO WS-TAB-CODE(WS-REG-IDX)
              MOVE WS-REF-LIBELLE TO WS-TAB-NOM(WS-REG-IDX)
              MOVE 0 TO WS-TAB-SOLDE-DB(WS-REG-IDX)
              MOVE 0 TO WS-TAB-SOLDE-CR(WS-REG-IDX)
           END-PERFORM.
      **************************************************************
      * HIERARCHIE : CHAQUE REGION EST RATTACHEE A SA DIRECTION    *
           MOVE WS-LIGNE-REGION TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE.
        FONCTION-READ-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE SNP-CLIENT TO WS-CLIENT
              END-IF
           END-IF.
      *-- L'EXTRAIT N'EST ACCEPTE QUE COMPLET : ENREGISTREMENT DE
      *-- CONTROLE PRESENT ET NOMBRE DE COMPTES LUS CONCORDANT
        FONCTION-CONTROLER-EXTRAIT.
           IF WS-SNP-CONTROLE NOT = 'O'
              DISPLAY ' EXTRAIT CLIENTS SANS ENREGISTREMENT DE CONTROLE'
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF SNT-NB-COMPTES NOT = WS-SNP-LUS
              DISPLAY ' EXTRAIT CLIENTS INCOMPLET : ' WS-SNP-LUS
                      ' COMPTES LUS POUR ' SNT-NB-COMPTES
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST16' TO CTLLOG-JOB
           MOVE ' CLIENTS TRAITES SUR FSNAPCLI' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CLIENT TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      **************************************************************
           IF WS-CPT-LIGNES + WS-LIGNES-GROUPE > WS-MAX-LIGNES
              MOVE WS-MAX-LIGNES TO WS-CPT-LIGNES
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST16' TO WS-ERR-PROGRAMME
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
           CLOSE FSNAPCLI.
           CLOSE FPRINT1.
           CLOSE FHIERAR.
           CLOSE FEXPORT.
           CLOSE FHISTREG.
           CLOSE FCTLLOG.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
