      *COMPTE PAR NAT-MOUV DANS FMOUVEM, CALCULE LES FRAIS, POSTE   *
      *UN MOUVEMENT DE FRAIS DEBITEUR PAR COMPTE EN FIN DE FMOUVEM  *
      *(COMME QUEST25 POSTE LES INTERETS) ET EDITE UN JOURNAL DES   *
      *FRAIS PAR COMPTE ET PAR NATURE. UNE DEROGATION FDEROG EN     *
      *VIGUEUR A LA DATE DE FACTURATION, POSEE SUR LE COMPTE OU A   *
      *DEFAUT SUR SA PERSONNE FCLILINK, REMPLACE LE TARIF DE LA     *
      *NATURE (REMISE EN POURCENTAGE OU TARIF UNITAIRE NEGOCIE) : LE*
      *JOURNAL EDITE LE MONTANT REMIS ET CHAQUE REMISE EST CONSIGNEE*
      *DANS FREMISE POUR L'ETAT TRIMESTRIEL QUEST172                *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST37.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TAR-NAT-MOUV
           FILE STATUS IS FS-TARIF.
           SELECT FDEROG ASSIGN TO DDDEROG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DRG-CLE
           FILE STATUS IS FS-DEROG.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FREMISE ASSIGN TO DDREMISE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REMISE.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 TAR-NAT-MOUV PIC X(3).
           05 TAR-MONTANT PIC 9(4)V99.
           05 FILLER PIC X(71).
        FD FDEROG.
           COPY DEROG.
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FREMISE.
           COPY REMISE.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
           05 FILLER PIC X(14).
        01 FS-MOUVEM PIC X(2).
        01 FS-TARIF PIC X(2).
        01 FS-DEROG PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-REMISE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-REFNUM PIC X(2).
        01 FS-PERIODE PIC X(2).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-FRAIS PIC X(10).
        01 WS-CUR-NUM-COMPTE PIC X(6).
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-FRAIS-POSTES PIC 9(7) VALUE 0.
        01 WS-TOTAL-FRAIS PIC 9(8)V99 VALUE 0.
      *-- DEROGATION APPLIQUEE A LA NATURE EN COURS ET REMISES
        01 WS-NUM-PERSONNE PIC X(8).
        01 WS-DEROG-TROUVEE PIC X(1).
        01 WS-FRAIS-TARIF PIC 9(6)V99.
        01 WS-REMISE-NATURE PIC 9(6)V99.
        01 WS-REMISE-COMPTE PIC 9(6)V99.
        01 WS-TOTAL-REMISES PIC 9(8)V99 VALUE 0.
        01 WS-CPT-REMISES PIC 9(7) VALUE 0.
        01 WS-TAB-TARIF.
           05 WS-TAB-TA-NB PIC 9(4) VALUE 0.
           05 WS-TAB-TA-ENTREE OCCURS 0 TO 20 TIMES
              10 WS-TAB-TA-MONTANT PIC 9(4)V99.
        01 WS-TAB-NATMOUV.
           05 WS-TAB-NM-NB PIC 9(4) VALUE 0.
           05 WS-TAB-NM-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-NM-NB
                INDEXED BY WS-NM-IDX.
              10 WS-TAB-NM-CODE PIC X(3).
           05 FILLER PIC X(12) VALUE ' TARIF '.
           05 FILLER PIC X(2) VALUE '**'.
           05 FILLER PIC X(12) VALUE ' FRAIS '.
           05 FILLER PIC X(2) VALUE '**'.
           05 FILLER PIC X(17) VALUE ' REMISE '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(2) VALUE '**'.
           05 WS-PRINT-FRAIS PIC ZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 FILLER PIC X(2) VALUE '**'.
           05 WS-PRINT-REMISE PIC ZZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRINT-DEROG PIC X(1).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' TOTAL DU COMPTE : '.
           05 WS-PRINT-TOTAL-COMPTE PIC ZZZZZ9.99.
           05 FILLER PIC X(12) VALUE '  REMISES : '.
           05 WS-PRINT-REMISE-COMPTE PIC ZZZZZ9.99.
           05 FILLER PIC X(28) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 WS-PRINT-TOTAL-FRAIS PIC ZZZZZZZ9.99.
           05 FILLER PIC X(24) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' LIGNES REMISES :  '.
           05 WS-PRINT-CPT-REMISES PIC ZZZZZZ9.
           05 FILLER PIC X(16) VALUE ' TOTAL REMIS : '.
           05 WS-PRINT-TOTAL-REMISES PIC ZZZZZZZ9.99.
           05 FILLER PIC X(24) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
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
           OPEN INPUT FDEROG
           IF FS-DEROG = '00'
              DISPLAY ' FILE DEROG OPEN SUCCES : ' FS-DEROG
           ELSE
              MOVE 'FDEROG' TO WS-ERR-FICHIER
              MOVE FS-DEROG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLILINK
           IF FS-CLILINK = '00'
              DISPLAY ' FILE CLILINK OPEN SUCCES : ' FS-CLILINK
           ELSE
              MOVE 'FCLILINK' TO WS-ERR-FICHIER
              MOVE FS-CLILINK TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FREMISE
           IF FS-REMISE = '00'
              DISPLAY ' FILE REMISE OPEN SUCCES : ' FS-REMISE
           ELSE
              MOVE 'FREMISE' TO WS-ERR-FICHIER
              MOVE FS-REMISE TO WS-ERR-STATUT
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
           OPEN I-O FPERIODE
           IF FS-PERIODE = '00'
              DISPLAY ' FILE PERIODE OPEN SUCCES : ' FS-PERIODE
           ELSE
              MOVE 'FPERIODE' TO WS-ERR-FICHIER
              MOVE FS-PERIODE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FREFNUM
           IF FS-REFNUM = '00'
              DISPLAY ' FILE REFNUM OPEN SUCCES : ' FS-REFNUM
           ELSE
              MOVE 'FREFNUM' TO WS-ERR-FICHIER
              MOVE FS-REFNUM TO WS-ERR-STATUT
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
              ELSE
                 DISPLAY ' COMPTEUR REFNUM NON MIS A JOUR : '
                         FS-REFNUM
                 MOVE 'FREFNUM' TO WS-ERR-FICHIER
                 MOVE FS-REFNUM TO WS-ERR-STATUT
                 MOVE 'FONCTION-MAJ-REFNUM' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
              END-IF
           END-IF.
      **************************************************************
           SET WS-NM-IDX TO 1
           SEARCH WS-TAB-NM-ENTREE
              AT END
                 IF WS-TAB-NM-NB < 2000
                    ADD 1 TO WS-TAB-NM-NB
                    SET WS-NM-IDX TO WS-TAB-NM-NB
                    MOVE WS-NAT-MOUV TO WS-TAB-NM-CODE(WS-NM-IDX)
        FONCTION-CLOTURER-COMPTE.
           ADD 1 TO WS-CPT-COMPTES
           MOVE 0 TO WS-FRAIS-COMPTE
           MOVE 0 TO WS-REMISE-COMPTE
           MOVE WS-CUR-NUM-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              INVALID KEY
                 MOVE SPACES TO WS-NUM-PERSONNE
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO WS-NUM-PERSONNE
           END-READ
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
              UNTIL WS-NM-IDX > WS-TAB-NM-NB
              PERFORM FONCTION-FACTURER-NATURE
           END-PERFORM
           MOVE WS-FRAIS-COMPTE TO WS-PRINT-TOTAL-COMPTE
           MOVE WS-REMISE-COMPTE TO WS-PRINT-REMISE-COMPTE
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           IF WS-FRAIS-COMPTE > 0
              PERFORM FONCTION-POSTER-FRAIS
           END-IF
           ADD WS-FRAIS-COMPTE TO WS-TOTAL-FRAIS
           ADD WS-REMISE-COMPTE TO WS-TOTAL-REMISES.
        FONCTION-FACTURER-NATURE.
           MOVE 0 TO WS-FRAIS-NATURE
           MOVE 0 TO WS-REMISE-NATURE
           MOVE SPACE TO WS-PRINT-DEROG
           SET WS-TA-IDX TO 1
           SEARCH WS-TAB-TA-ENTREE
              AT END
                         WS-TAB-NM-NBR(WS-NM-IDX)
                         * WS-TAB-TA-MONTANT(WS-TA-IDX)
                 MOVE WS-TAB-TA-MONTANT(WS-TA-IDX) TO WS-PRINT-TARIF
                 PERFORM FONCTION-APPLIQUER-DEROGATION
           END-SEARCH
           ADD WS-FRAIS-NATURE TO WS-FRAIS-COMPTE
           ADD WS-REMISE-NATURE TO WS-REMISE-COMPTE
           MOVE WS-CUR-NUM-COMPTE TO WS-PRINT-NUM-COMPTE
           MOVE WS-TAB-NM-CODE(WS-NM-IDX) TO WS-PRINT-NATURE
           MOVE WS-TAB-NM-NBR(WS-NM-IDX) TO WS-PRINT-NOMBRE
           MOVE WS-FRAIS-NATURE TO WS-PRINT-FRAIS
           MOVE WS-REMISE-NATURE TO WS-PRINT-REMISE
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE.
      **************************************************************
      * DEROGATION : CELLE DU COMPTE PREVAUT, A DEFAUT CELLE DE LA *
      * PERSONNE FCLILINK ; ELLE DOIT ETRE EN VIGUEUR A LA DATE DE *
      * FACTURATION. LES FRAIS FACTURES NE DEPASSENT JAMAIS LES    *
      * FRAIS AU TARIF ; LA DIFFERENCE EST CONSIGNEE DANS FREMISE  *
      **************************************************************
        FONCTION-APPLIQUER-DEROGATION.
           MOVE 'N' TO WS-DEROG-TROUVEE
           MOVE 'C' TO DRG-TYPE
           MOVE WS-CUR-NUM-COMPTE TO DRG-TITULAIRE
           MOVE WS-TAB-NM-CODE(WS-NM-IDX) TO DRG-NAT-MOUV
           PERFORM FONCTION-LIRE-DEROGATION
           IF WS-DEROG-TROUVEE = 'N' AND WS-NUM-PERSONNE NOT = SPACES
              MOVE 'P' TO DRG-TYPE
              MOVE WS-NUM-PERSONNE TO DRG-TITULAIRE
              MOVE WS-TAB-NM-CODE(WS-NM-IDX) TO DRG-NAT-MOUV
              PERFORM FONCTION-LIRE-DEROGATION
           END-IF
           IF WS-DEROG-TROUVEE = 'O'
              MOVE WS-FRAIS-NATURE TO WS-FRAIS-TARIF
              IF DRG-MODE = 'P'
                 COMPUTE WS-FRAIS-NATURE ROUNDED =
                         WS-FRAIS-TARIF
                         - WS-FRAIS-TARIF * DRG-TAUX / 100
              ELSE
                 COMPUTE WS-FRAIS-NATURE =
                         WS-TAB-NM-NBR(WS-NM-IDX) * DRG-MONTANT
              END-IF
              IF WS-FRAIS-NATURE > WS-FRAIS-TARIF
                 MOVE WS-FRAIS-TARIF TO WS-FRAIS-NATURE
              END-IF
              COMPUTE WS-REMISE-NATURE = WS-FRAIS-TARIF
                                       - WS-FRAIS-NATURE
              MOVE DRG-TYPE TO WS-PRINT-DEROG
              IF WS-REMISE-NATURE > 0
                 PERFORM FONCTION-ECRIRE-REMISE
              END-IF
           END-IF.
        FONCTION-LIRE-DEROGATION.
           READ FDEROG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DRG-DATE-DEBUT NOT > WS-DATE-FRAIS
                    AND DRG-DATE-FIN NOT < WS-DATE-FRAIS
                    MOVE 'O' TO WS-DEROG-TROUVEE
                 END-IF
           END-READ.
        FONCTION-ECRIRE-REMISE.
           MOVE SPACES TO REMISE-REC
           MOVE WS-CUR-NUM-COMPTE TO REM-NUM-COMPTE
           MOVE WS-TAB-NM-CODE(WS-NM-IDX) TO REM-NAT-MOUV
           MOVE WS-DATE-FRAIS TO REM-DATE-FRAIS
           MOVE WS-TAB-NM-NBR(WS-NM-IDX) TO REM-NOMBRE
           MOVE WS-TAB-TA-MONTANT(WS-TA-IDX) TO REM-TARIF
           MOVE WS-FRAIS-TARIF TO REM-FRAIS-TARIF
           MOVE WS-FRAIS-NATURE TO REM-FRAIS-FACTURE
           MOVE WS-REMISE-NATURE TO REM-MONTANT-REMISE
           MOVE DRG-TYPE TO REM-TYPE-DEROG
           MOVE DRG-TITULAIRE TO REM-TITULAIRE
           MOVE DRG-SUPERVISEUR TO REM-SUPERVISEUR
           WRITE REMISE-REC
           IF FS-REMISE NOT = '00'
              MOVE 'FREMISE' TO WS-ERR-FICHIER
              MOVE FS-REMISE TO WS-ERR-STATUT
              MOVE 'FONCTION-ECRIRE-REMISE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-REMISES.
        FONCTION-POSTER-FRAIS.
           MOVE SPACES TO MOUVEM
           ADD 1 TO WS-REF-COURANTE
           MOVE WS-TOTAL-FRAIS TO WS-PRINT-TOTAL-FRAIS
           MOVE WS-LIGNE06 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-CPT-REMISES TO WS-PRINT-CPT-REMISES
           MOVE WS-TOTAL-REMISES TO WS-PRINT-TOTAL-REMISES
           MOVE WS-LIGNE07 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' COMPTES FACTURES : ' WS-CPT-COMPTES
           DISPLAY ' FRAIS POSTES : ' WS-CPT-FRAIS-POSTES
           DISPLAY ' TOTAL DES FRAIS : ' WS-TOTAL-FRAIS
           DISPLAY ' LIGNES REMISES : ' WS-CPT-REMISES
           DISPLAY ' TOTAL REMIS : ' WS-TOTAL-REMISES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST37' TO CTLLOG-JOB
           MOVE ' MOUVEMENTS DE FRAIS POSTES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-FRAIS-POSTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST37' TO WS-ERR-PROGRAMME
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
           CLOSE FDEROG
           CLOSE FCLILINK
           CLOSE FREMISE
           CLOSE FPRINT
           CLOSE FPERIODE
           CLOSE FREFNUM
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
