      *CALENDRIER FCALEND (SERVICE PGMCALEN), ET SELON LA           *
      *PERIODICITE ('M'/'T'/'A'). LES EXECUTIONS MANQUEES (COMPTE   *
      *INCONNU OU CLOTURE, ORDRE EXPIRE) SORTENT SUR UN ETAT        *
      *D'EXCEPTION. UN ORDRE SUSPENDU (STATUT 'S', POSE EN LIGNE    *
      *PAR PGORDMAJ) VOIT SES ECHEANCES ANTERIEURES A SA DATE DE    *
      *REPRISE SAUTEES SANS EMISSION, SIGNALEES SUR L'ETAT ; A LA   *
      *DATE DE REPRISE IL REDEVIENT ACTIF ET PART NORMALEMENT.      *
      *LE CODE AGENCE PORTE SUR LES MOUVEMENTS EMIS                 *
      *EST UN PARAMETRE, COMME POUR LES VIREMENTS PARTENAIRE        *
      *QUEST58, POUR PASSER LE CONTROLE D'AGENCE DE QUEST33         *
      **************************************************************
           05 ORD-PERIODICITE PIC X(1).
           05 ORD-DATE-PROCH PIC X(10).
           05 ORD-DATE-FIN PIC X(10).
           05 ORD-STATUT PIC X(1).
           05 ORD-DATE-REPRISE PIC X(10).
           05 FILLER PIC X(12).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FMOUVEM.
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
           IF FS-ORDPERM = '00'
              DISPLAY ' FILE ORDPERM OPEN SUCCES : ' FS-ORDPERM
           ELSE
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
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
           OPEN OUTPUT FMOUVEM
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
           MOVE WS-PARAM-VALEUR(1:3) TO WS-AGENCE-ORDRES.
        FONCTION-TRAITER-ORDRE.
           MOVE SPACES TO WS-MOTIF-EXCEPTION
           IF ORD-STATUT = 'S'
              PERFORM FONCTION-CONTROLER-SUSPENSION
           END-IF
           IF ORD-STATUT = 'S'
              MOVE ' ORDRE SUSPENDU ' TO WS-MOTIF-EXCEPTION
              PERFORM FONCTION-AVANCER-ECHEANCE
           ELSE
              IF ORD-DATE-FIN NOT = SPACES
                 AND ORD-DATE-FIN < WS-DATE-TRT
                 MOVE ' ORDRE EXPIRE ' TO WS-MOTIF-EXCEPTION
              ELSE
                 PERFORM FONCTION-CONTROLER-COMPTE
              END-IF
              IF WS-MOTIF-EXCEPTION = SPACES
                 PERFORM FONCTION-EMETTRE-MOUVEMENT
                 PERFORM FONCTION-AVANCER-ECHEANCE
              END-IF
           END-IF
           IF WS-MOTIF-EXCEPTION NOT = SPACES
              PERFORM FONCTION-EDITER-EXCEPTION
           END-IF.
      *-- LA SUSPENSION COURT JUSQU'A LA VEILLE DE LA DATE DE
      *-- REPRISE : A CETTE DATE L'ORDRE REDEVIENT ACTIF (L'ETAT EST
      *-- REECRIT AVEC L'ECHEANCE AVANCEE). UNE ECHEANCE SAUTEE
      *-- EST AVANCEE COMME UNE ECHEANCE EMISE ET N'EST JAMAIS
      *-- RATTRAPEE A LA REPRISE
        FONCTION-CONTROLER-SUSPENSION.
           IF ORD-DATE-REPRISE NOT = SPACES
              AND ORD-DATE-REPRISE <= WS-DATE-TRT
              MOVE SPACE TO ORD-STATUT
              MOVE SPACES TO ORD-DATE-REPRISE
           END-IF.
        FONCTION-CONTROLER-COMPTE.
           MOVE ORD-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
           IF FS-ORDPERM NOT = '00'
              DISPLAY ' REWRITE ORDPERM IMPOSSIBLE : '
                      ORD-NUM-COMPTE '/' ORD-SEQ
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
              MOVE 'FONCTION-AVANCER-ECHEANCE' TO WS-ERR-PARAGRAPHE
              MOVE ORD-CLE TO WS-ERR-CLE
              PERFORM FONCTION-SIGNALER-ERREUR
           END-IF.
      *-- UNE ECHEANCE TOMBANT UN JOUR FERIE DU CALENDRIER FCALEND
      *-- EST ROULEE AU PROCHAIN JOUR OUVRE (SERVICE PGMCALEN) ;
           MOVE ' ORDRES PERMANENTS EMIS ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-EMIS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST66' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FORDPERM
           CLOSE FCLIENT
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
