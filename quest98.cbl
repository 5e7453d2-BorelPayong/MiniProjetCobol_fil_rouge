      *TENU DANS LE REGISTRE FEXTOURN (KSDS PAR REFERENCE           *
      *D'ORIGINE) : UNE REFERENCE DEJA EXTOURNEE EST REFUSEE, ET LE *
      *JOURNAL QUOTIDIEN APPARIE CHAQUE ORIGINE AVEC SON ANNULATION *
      *POUR LES AUDITEURS. LE REGISTRE GARDE LA DATE, LE MONTANT ET *
      *LE SENS DE L'ORIGINE (SUIVI DES OPERATEURS QUEST128).        *
      *L'EXTOURNE D'UNE SAISIE ENCORE EN FILE D'ATTENTE DU JOUR     *
      *RELEVE DE L'ECRAN PGEXTSAI                                   *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST98.
           05 EXT-REF-ANNULATION PIC 9(8).
           05 EXT-NUM-COMPTE PIC X(6).
           05 EXT-DATE PIC X(10).
           05 EXT-DATE-ORIGINE PIC X(10).
           05 EXT-MONT-ORIGINE PIC 9(6)V99.
           05 EXT-SENS-ORIGINE PIC X(2).
           05 FILLER PIC X(28).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FREFNUM.
        01 FS-REFNUM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-MOUVIX PIC X(1).
        01 WS-ORIGINE-TROUVEE PIC X(1).
           IF FS-EXTDEM = '00'
              DISPLAY ' FILE EXTDEM OPEN SUCCES : ' FS-EXTDEM
           ELSE
              MOVE 'FEXTDEM' TO WS-ERR-FICHIER
              MOVE FS-EXTDEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVIX
           IF FS-MOUVIX = '00'
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FEXTOURN
           IF FS-EXTOURN = '00'
              DISPLAY ' FILE EXTOURN OPEN SUCCES : ' FS-EXTOURN
           ELSE
              MOVE 'FEXTOURN' TO WS-ERR-FICHIER
              MOVE FS-EXTOURN TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
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
           MOVE MVX-NUM-COMPTE TO EXT-NUM-COMPTE
           MOVE WS-DATE-TRT TO EXT-DATE
           MOVE SPACES TO EXTOURN(33:48)
      *-- DATE, MONTANT ET SENS DE L'ORIGINE PERMETTENT DE RATTACHER
      *-- L'EXTOURNE A LA SAISIE DU JOURNAL FSAISHIS (QUEST128)
           MOVE MVX-DATE-MOUV TO EXT-DATE-ORIGINE
           MOVE MVX-MONT-MOUV TO EXT-MONT-ORIGINE
           MOVE MVX-SENS-MOUV TO EXT-SENS-ORIGINE
           WRITE EXTOURN
              INVALID KEY
                 DISPLAY ' REGISTRE EXTOURN NON MIS A JOUR : '
                         DEM-REF-MOUV
                 MOVE 'FEXTOURN' TO WS-ERR-FICHIER
                 MOVE FS-EXTOURN TO WS-ERR-STATUT
                 MOVE 'FONCTION-EMETTRE-EXTOURNE' TO WS-ERR-PARAGRAPHE
                 MOVE EXT-REF-ORIGINE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
           END-WRITE
           ADD 1 TO WS-CPT-EXTOURNES
           MOVE MVX-NUM-COMPTE TO WS-PRINT-NUM-COMPTE
              ELSE
                 DISPLAY ' COMPTEUR REFNUM NON MIS A JOUR : '
                         FS-REFNUM
                 MOVE 'FREFNUM' TO WS-ERR-FICHIER
                 MOVE FS-REFNUM TO WS-ERR-STATUT
                 MOVE 'FONCTION-MAJ-REFNUM' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
              END-IF
           END-IF.
        FONCTION-READ-EXTDEM.
           MOVE ' EXTOURNES EMIS SUR FMOUVEM ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EXTOURNES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST98' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FEXTDEM
           CLOSE FMOUVIX
           CLOSE FEXTOURN
           CLOSE FREFNUM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
