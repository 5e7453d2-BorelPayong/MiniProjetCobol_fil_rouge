      *   FICHIER CUMULATIF FLCBCUM RECOPIE CHAQUE NUIT (LES        *
      *   OCCURRENCES SORTIES DE LA FENETRE SONT PURGEES)           *
      *LES CAS SONT ECRITS DANS LE FICHIER DE REVUE FLCBREV AVEC    *
      *L'IDENTITE DU CLIENT FCLIENT ET L'ETAT OUVERT ('O', PASSE A  *
      *'C' A LA CLOTURE DE LA REVUE ; UN CAS NON CLOS PROTEGE LE    *
      *COMPTE DE L'EPURATION QUEST141), ET L'EXTRAIT DE DECLARATION *
      *A L'AUTORITE EST PRODUIT AU FORMAT FIXE IMPOSE :             *
      *  'D' + DATE AAAAMMJJ(8) + COMPTE(6) + NOM(10) + PRENOM(10) *
      *      + MONTANT CENTIMES(12) + NATURE(3) + TYPE DE CAS(1)   *
           05 REV-NAT-MOUV PIC X(3).
           05 REV-DATE PIC X(10).
           05 REV-NB-MOUV PIC 9(4).
           05 REV-STATUT PIC X(1).
           05 FILLER PIC X(25).
        FD FDECLAR.
        01 DECLAR.
           05 DEC-ENR PIC X(80).
        01 FS-LCBREV PIC X(2).
        01 FS-DECLAR PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSEUILS
           IF FS-SEUILS = '00'
              DISPLAY ' FILE SEUILS OPEN SUCCES : ' FS-SEUILS
           ELSE
              MOVE 'FSEUILS' TO WS-ERR-FICHIER
              MOVE FS-SEUILS TO WS-ERR-STATUT
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
           OPEN INPUT FLCBCUM
           IF FS-LCBCUM = '00'
              DISPLAY ' FILE LCBCUM OPEN SUCCES : ' FS-LCBCUM
           ELSE
              MOVE 'FLCBCUM' TO WS-ERR-FICHIER
              MOVE FS-LCBCUM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FLCBNEW
           IF FS-LCBNEW = '00'
              DISPLAY ' FILE LCBNEW OPEN SUCCES : ' FS-LCBNEW
           ELSE
              MOVE 'FLCBNEW' TO WS-ERR-FICHIER
              MOVE FS-LCBNEW TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FLCBREV
           IF FS-LCBREV = '00'
              DISPLAY ' FILE LCBREV OPEN SUCCES : ' FS-LCBREV
           ELSE
              MOVE 'FLCBREV' TO WS-ERR-FICHIER
              MOVE FS-LCBREV TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FDECLAR
           IF FS-DECLAR = '00'
              DISPLAY ' FILE DECLAR OPEN SUCCES : ' FS-DECLAR
           ELSE
              MOVE 'FDECLAR' TO WS-ERR-FICHIER
              MOVE FS-DECLAR TO WS-ERR-STATUT
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
           END-READ
           MOVE WS-NAT-MOUV TO REV-NAT-MOUV
           MOVE WS-DATE-MOUV TO REV-DATE
           MOVE 'O' TO REV-STATUT
           WRITE LCBREV.
        FONCTION-ECRIRE-DECLAR.
           ADD 1 TO WS-CPT-DECLARES
           COMPUTE CTLLOG-COMPTEUR = WS-CPT-CAS-SEUIL
                   + WS-CPT-CAS-FRACT
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST75' TO WS-ERR-PROGRAMME
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
           CLOSE FSEUILS
           CLOSE FCLIENT
           CLOSE FLCBREV
           CLOSE FDECLAR
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
