      *PROGRAMME DE SAISIE ET DE SUIVI EN LIGNE DES RECLAMATIONS
      *CLIENTS, SUR LE MODELE DE PGLIMMAJ : LES AGENCES TENAIENT
      *LEURS RECLAMATIONS SUR PAPIER. LE FICHIER FRECLAM (CLE
      *COMPTE + SEQUENCE) EST ALIMENTE ICI ET EXPLOITE CHAQUE
      *SEMAINE PAR QUEST122 (ANCIENNETE ET DELAI DE REPONSE).
      *FONCTIONS 'A' ENREGISTRER UNE RECLAMATION (CATEGORIE, DATE
      *DE RECEPTION, CANAL, DESCRIPTION ; LA SEQUENCE SUIVANTE DU
      *COMPTE EST ATTRIBUEE D OFFICE), 'M' METTRE A JOUR (STATUT,
      *DATE DE RESOLUTION, DESCRIPTION), 'C' CONSULTER.
      *LA RECLAMATION EST AFFECTEE A L OPERATEUR DE LA SESSION
      *FSESSION QUI LA SAISIT OU LA MET A JOUR. LA CONSULTATION
      *EST OUVERTE A TOUT PROFIL FAUTOR, LA MISE A JOUR RESERVEE
      *AUX PROFILS 'M' ET 'S' ; CHAQUE MISE A JOUR EST TRACEE
      *DANS FAUDIT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGRECLAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPREC.
       01 WS-RESPCODE PIC S9(8) COMP.
      *-- PROFIL D'HABILITATION DU TERMINAL (FICHIER FAUTOR) :
      *-- 'L' = LECTURE SEULE, 'M' = MISE A JOUR, 'S' = SUPERVISEUR
       01 WS-AUTOR-REC.
          05 WS-AUT-CLE PIC X(4).
          05 WS-AUT-NIVEAU PIC X(1).
          05 FILLER PIC X(75).
       01 WS-AUT-REC-LEN PIC S9(4) COMP.
       01 WS-AUT-KEY-LEN PIC S9(4) COMP.
       01 WS-AUT-TRMID PIC X(4).
       01 WS-HABILITE PIC X(1).
       01 WS-AUD-REC-LEN PIC S9(4) COMP.
       01 WS-REC-LEN PIC S9(4) COMP.
       01 WS-KEY-LEN PIC S9(4) COMP.
       01 WS-CLI-KEY PIC X(6).
       01 WS-CLI-REC-LEN PIC S9(4) COMP.
       01 WS-FIN-BALAYAGE PIC X(1).
       01 WS-SEQ-MAX PIC 9(2).
       01 WS-SAISIE-OK PIC X(1).
      *-- RECLAMATION (FICHIER FRECLAM, 80 OCTETS)
      *-- CATEGORIES : TA TARIFICATION, MP MOYENS DE PAIEMENT,
      *-- CR CREDIT, FR FRAUDE, AC ACCUEIL, AU AUTRE
      *-- CANAUX : G GUICHET, C COURRIER, T TELEPHONE, E EMAIL
      *-- STATUTS : O OUVERTE, E EN COURS, R RESOLUE
       01 WS-RECLAM.
          05 WS-REC-CLE.
             10 WS-REC-NUM-COMPTE PIC X(6).
             10 WS-REC-SEQ PIC 9(2).
          05 WS-REC-CATEGORIE PIC X(2).
          05 WS-REC-DATE-RECEP PIC X(10).
          05 WS-REC-CANAL PIC X(1).
          05 WS-REC-DESCRIPTION PIC X(40).
          05 WS-REC-OPERATEUR PIC X(4).
          05 WS-REC-STATUT PIC X(1).
          05 WS-REC-DATE-RESOL PIC X(10).
          05 FILLER PIC X(4).
       01 WS-REC-KEY PIC X(8).
      *-- SESSION OPERATEUR DU TERMINAL (FICHIER FSESSION TENU PAR
      *-- PGLOGON) : LE CODE INDIVIDUEL EST PORTE DANS CHAQUE
      *-- ENTREE DE LA PISTE FAUDIT
       01 WS-SESSION-REC.
          05 WS-SES-TRMID PIC X(4).
          05 WS-SES-OPERID PIC X(4).
          05 WS-SES-PROFIL PIC X(1).
          05 WS-SES-DATE PIC 9(7).
          05 WS-SES-TIME PIC 9(7).
          05 FILLER PIC X(57).
       01 WS-SES-REC-LEN PIC S9(4) COMP.
       01 WS-SES-RESP PIC S9(8) COMP.
       COPY WSAUDIT.
       COPY WSCLIENT.
       PROCEDURE DIVISION.
           PERFORM MAIN-PARA
           PERFORM FIN-PROGRAMME.
       MAIN-PARA.
           EXEC CICS HANDLE AID
                PF3(FIN-PROGRAMME)
                CLEAR(FIN-PROGRAMME)
           END-EXEC
           PERFORM FONCTION-CONTROLER-HABILITATION
           MOVE 'O' TO FLAGERRI
           PERFORM FONCTION-MAJ UNTIL FLAGERRI = 'N'.
       FONCTION-MAJ.
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPREC')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPREC')
           END-EXEC.
           MOVE 80 TO WS-REC-LEN.
           MOVE 8 TO WS-KEY-LEN.
           MOVE 101 TO WS-CLI-REC-LEN.
           MOVE SPACES TO WS-REC-KEY
           MOVE CPTRECI TO WS-REC-KEY(1:6)
           MOVE SEQRECI TO WS-REC-KEY(7:2)
           PERFORM FONCTION-CONTROLER-COMPTE
           IF WS-HABILITE = 'O'
              AND FONCTI NOT = 'C'
              AND WS-AUT-NIVEAU NOT = 'M'
              AND WS-AUT-NIVEAU NOT = 'S'
              MOVE 'MISE A JOUR NON AUTORISEE, CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-HABILITE
           END-IF
           IF WS-HABILITE = 'O'
              EVALUATE FONCTI
                 WHEN 'A'
                    PERFORM FONCTION-AJOUTER-RECLAMATION
                 WHEN 'M'
                    PERFORM FONCTION-MODIFIER-RECLAMATION
                 WHEN 'C'
                    PERFORM FONCTION-CONSULTER-RECLAMATION
                 WHEN OTHER
                    MOVE 'FONCTION INVALIDE, CONTINUEZ?' TO MSGINFO
              END-EVALUATE
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPREC')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPREC')
           END-EXEC.
      *-- LE COMPTE DOIT EXISTER DANS FCLIEN ; UNE RECLAMATION
      *-- PEUT CONCERNER UN COMPTE DEJA CLOTURE
       FONCTION-CONTROLER-COMPTE.
           MOVE 'O' TO WS-HABILITE
           MOVE CPTRECI TO WS-CLI-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-CLI-REC-LEN)
                RIDFLD(WS-CLI-KEY)
                KEYLENGTH(6)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'COMPTE INCONNU, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-HABILITE
           END-IF.
      *-- ZONES SAISIES : CATEGORIE ET CANAL CONNUS, DATES AU
      *-- FORMAT AAAA-MM-JJ, RESOLUTION NON ANTERIEURE A LA
      *-- RECEPTION ET OBLIGATOIRE POUR LE STATUT 'R'
       FONCTION-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK
           IF WS-REC-CATEGORIE NOT = 'TA'
              AND WS-REC-CATEGORIE NOT = 'MP'
              AND WS-REC-CATEGORIE NOT = 'CR'
              AND WS-REC-CATEGORIE NOT = 'FR'
              AND WS-REC-CATEGORIE NOT = 'AC'
              AND WS-REC-CATEGORIE NOT = 'AU'
              MOVE 'CATEGORIE INVALIDE, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND WS-REC-CANAL NOT = 'G' AND WS-REC-CANAL NOT = 'C'
              AND WS-REC-CANAL NOT = 'T' AND WS-REC-CANAL NOT = 'E'
              MOVE 'CANAL INVALIDE, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF WS-REC-DATE-RECEP(1:4) NOT NUMERIC
                 OR WS-REC-DATE-RECEP(5:1) NOT = '-'
                 OR WS-REC-DATE-RECEP(6:2) NOT NUMERIC
                 OR WS-REC-DATE-RECEP(8:1) NOT = '-'
                 OR WS-REC-DATE-RECEP(9:2) NOT NUMERIC
                 MOVE 'DATE DE RECEPTION INVALIDE, CONTINUEZ?'
                      TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND WS-REC-STATUT NOT = 'O' AND WS-REC-STATUT NOT = 'E'
              AND WS-REC-STATUT NOT = 'R'
              MOVE 'STATUT INVALIDE, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF WS-REC-STATUT = 'R'
                 IF WS-REC-DATE-RESOL(1:4) NOT NUMERIC
                    OR WS-REC-DATE-RESOL(5:1) NOT = '-'
                    OR WS-REC-DATE-RESOL(6:2) NOT NUMERIC
                    OR WS-REC-DATE-RESOL(8:1) NOT = '-'
                    OR WS-REC-DATE-RESOL(9:2) NOT NUMERIC
                    OR WS-REC-DATE-RESOL < WS-REC-DATE-RECEP
                    MOVE 'DATE DE RESOLUTION INVALIDE, CONTINUEZ?'
                         TO MSGINFO
                    MOVE 'N' TO WS-SAISIE-OK
                 END-IF
              ELSE
                 MOVE SPACES TO WS-REC-DATE-RESOL
              END-IF
           END-IF.
       FONCTION-AJOUTER-RECLAMATION.
           PERFORM FONCTION-CHERCHER-SEQUENCE
           MOVE SPACES TO WS-RECLAM
           MOVE CPTRECI TO WS-REC-NUM-COMPTE
           COMPUTE WS-REC-SEQ = WS-SEQ-MAX + 1
           MOVE CATRECI TO WS-REC-CATEGORIE
           MOVE DTRRECI TO WS-REC-DATE-RECEP
           MOVE CANRECI TO WS-REC-CANAL
           MOVE DESRECI TO WS-REC-DESCRIPTION
           MOVE 'O' TO WS-REC-STATUT
           MOVE SPACES TO WS-REC-DATE-RESOL
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE WS-SES-OPERID TO WS-REC-OPERATEUR
           PERFORM FONCTION-CONTROLER-SAISIE
           IF WS-SAISIE-OK = 'O'
              AND WS-SEQ-MAX = 99
              MOVE 'SEQUENCE DU COMPTE SATUREE, CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              MOVE WS-REC-CLE TO WS-REC-KEY
              EXEC CICS WRITE FILE('FRECLAM') FROM (WS-RECLAM)
                   LENGTH(WS-REC-LEN)
                   RIDFLD(WS-REC-KEY)
                   KEYLENGTH(WS-KEY-LEN)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE = DFHRESP(DUPREC)
                 MOVE 'RECLAMATION DEJA EXISTANTE, CONTINUEZ?'
                      TO MSGINFO
              ELSE
                 PERFORM FONCTION-MESSAGE-MAJ
                 IF WS-RESPCODE = DFHRESP(NORMAL)
                    MOVE SPACES TO MSGINFO
                    STRING 'RECLAMATION ' DELIMITED SIZE
                           WS-REC-KEY DELIMITED SIZE
                           ' ENREGISTREE, CONTINUEZ?' DELIMITED SIZE
                           INTO MSGINFO
                    PERFORM FONCTION-TRACER-AUDIT
                 END-IF
              END-IF
           END-IF.
      *-- DERNIERE SEQUENCE DU COMPTE : BALAYAGE GENERIQUE SUR LE
      *-- PREFIXE COMPTE DE LA CLE
       FONCTION-CHERCHER-SEQUENCE.
           MOVE 0 TO WS-SEQ-MAX
           MOVE SPACES TO WS-REC-KEY
           MOVE CPTRECI TO WS-REC-KEY(1:6)
           EXEC CICS STARTBR FILE('FRECLAM')
                RIDFLD(WS-REC-KEY)
                REQID(06)
                KEYLENGTH(6)
                GENERIC
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BALAYAGE
              PERFORM FONCTION-LIRE-SEQUENCE
                 UNTIL WS-FIN-BALAYAGE = 'Y'
              EXEC CICS ENDBR FILE('FRECLAM')
                   REQID(06)
              END-EXEC
           END-IF.
       FONCTION-LIRE-SEQUENCE.
           EXEC CICS READNEXT FILE('FRECLAM') INTO (WS-RECLAM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-REC-KEY)
                KEYLENGTH(8)
                REQID(06)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-REC-NUM-COMPTE = CPTRECI
              MOVE WS-REC-SEQ TO WS-SEQ-MAX
           ELSE
              MOVE 'Y' TO WS-FIN-BALAYAGE
           END-IF.
      *-- LA MISE A JOUR REAFFECTE LA RECLAMATION A L OPERATEUR QUI
      *-- LA TRAITE ; UNE RECLAMATION RESOLUE N EST PLUS MODIFIABLE
       FONCTION-MODIFIER-RECLAMATION.
           EXEC CICS READ FILE('FRECLAM') INTO (WS-RECLAM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-REC-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
                UPDATE
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'RECLAMATION INEXISTANTE, CONTINUEZ?' TO MSGINFO
           ELSE
              IF WS-REC-STATUT = 'R'
                 MOVE 'RECLAMATION DEJA RESOLUE, CONTINUEZ?'
                      TO MSGINFO
                 EXEC CICS UNLOCK FILE('FRECLAM')
                 END-EXEC
              ELSE
                 MOVE STARECI TO WS-REC-STATUT
                 MOVE DTSRECI TO WS-REC-DATE-RESOL
                 IF DESRECI NOT = SPACES
                    MOVE DESRECI TO WS-REC-DESCRIPTION
                 END-IF
                 PERFORM FONCTION-CHERCHER-OPERATEUR
                 IF WS-SES-OPERID NOT = SPACES
                    MOVE WS-SES-OPERID TO WS-REC-OPERATEUR
                 END-IF
                 PERFORM FONCTION-CONTROLER-SAISIE
                 IF WS-SAISIE-OK = 'O'
                    EXEC CICS REWRITE FILE('FRECLAM') FROM (WS-RECLAM)
                         LENGTH(WS-REC-LEN)
                         RESP(WS-RESPCODE)
                    END-EXEC
                    PERFORM FONCTION-MESSAGE-MAJ
                    IF WS-RESPCODE = DFHRESP(NORMAL)
                       PERFORM FONCTION-TRACER-AUDIT
                    END-IF
                 ELSE
                    EXEC CICS UNLOCK FILE('FRECLAM')
                    END-EXEC
                 END-IF
              END-IF
           END-IF.
       FONCTION-CONSULTER-RECLAMATION.
           EXEC CICS READ FILE('FRECLAM') INTO (WS-RECLAM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-REC-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'RECLAMATION INEXISTANTE, CONTINUEZ?' TO MSGINFO
           ELSE
              MOVE WS-REC-NUM-COMPTE TO CPTRECO
              MOVE WS-REC-SEQ TO SEQRECO
              MOVE WS-REC-CATEGORIE TO CATRECO
              MOVE WS-REC-DATE-RECEP TO DTRRECO
              MOVE WS-REC-CANAL TO CANRECO
              MOVE WS-REC-DESCRIPTION TO DESRECO
              MOVE WS-REC-OPERATEUR TO OPERECO
              MOVE WS-REC-STATUT TO STARECO
              MOVE WS-REC-DATE-RESOL TO DTSRECO
              EXEC CICS SEND MAP('MAP2')
                   MAPSET('MAPREC')
                   FREEKB
                   ERASE
              END-EXEC
              EXEC CICS RECEIVE MAP('MAP2')
                   MAPSET('MAPREC')
              END-EXEC
              MOVE 'CONSULTATION TERMINEE, CONTINUEZ?' TO MSGINFO
           END-IF.
      *-- CHAQUE MISE A JOUR EST TRACEE AVEC L IMAGE DE LA
      *-- RECLAMATION CONCERNEE
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE SPACES TO WS-AUD-OPERATION
           MOVE 'REC' TO WS-AUD-OPERATION(1:3)
           MOVE FONCTI TO WS-AUD-OPERATION(5:1)
           MOVE WS-REC-NUM-COMPTE TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-RECLAM(1:80) TO WS-AUD-AVANT(1:80)
           EXEC CICS WRITE FILE('FAUDIT') FROM (WS-AUDIT-REC)
                LENGTH(WS-AUD-REC-LEN)
                RESP(WS-RESPCODE)
           END-EXEC.
       FONCTION-MESSAGE-MAJ.
           EVALUATE TRUE
              WHEN WS-RESPCODE = DFHRESP(FILENOTFOUND)
                 MOVE 'FICHIER INEXISTANT, CONTINUEZ?' TO MSGINFO
              WHEN WS-RESPCODE = DFHRESP(IOERR)
                 MOVE 'ERREUR E/S SUR LE FICHIER, CONTINUEZ?'
                      TO MSGINFO
              WHEN WS-RESPCODE = DFHRESP(INVREQ)
                 MOVE 'REQUETE INVALIDE, CONTINUEZ?' TO MSGINFO
              WHEN WS-RESPCODE = DFHRESP(NORMAL)
                 MOVE 'MISE A JOUR VALIDE, CONTINUEZ?' TO MSGINFO
              WHEN OTHER
                 MOVE 'WHEN OTHER, CONTINUEZ?' TO MSGINFO
           END-EVALUATE.
      *-- LE PROFIL DU TERMINAL EST CONTROLE AVANT TOUT TRAITEMENT :
      *-- UN TERMINAL SANS PROFIL EST REFUSE AVEC MESSAGE ET LE
      *-- REFUS EST TRACE DANS LA PISTE D'AUDIT FAUDIT ; LE NIVEAU
      *-- EST ENSUITE CONTROLE FONCTION PAR FONCTION
       FONCTION-CONTROLER-HABILITATION.
           MOVE 'N' TO WS-HABILITE
           MOVE 80 TO WS-AUT-REC-LEN
           MOVE 4 TO WS-AUT-KEY-LEN
           MOVE EIBTRMID TO WS-AUT-TRMID
           EXEC CICS READ FILE('FAUTOR') INTO (WS-AUTOR-REC)
                LENGTH(WS-AUT-REC-LEN)
                RIDFLD(WS-AUT-TRMID)
                KEYLENGTH(WS-AUT-KEY-LEN)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              IF WS-AUT-NIVEAU = 'L' OR WS-AUT-NIVEAU = 'M'
                 OR WS-AUT-NIVEAU = 'S'
                 MOVE 'O' TO WS-HABILITE
              END-IF
           END-IF
           IF WS-HABILITE = 'N'
              MOVE 'ACCES REFUSE - PROFIL INSUFFISANT' TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPREC')
                   FREEKB
              END-EXEC
              PERFORM FONCTION-TRACER-REFUS
              PERFORM FIN-PROGRAMME
           END-IF.
       FONCTION-TRACER-REFUS.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE 'REFUS' TO WS-AUD-OPERATION
           MOVE SPACES TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           EXEC CICS WRITE FILE('FAUDIT') FROM (WS-AUDIT-REC)
                LENGTH(WS-AUD-REC-LEN)
                RESP(WS-RESPCODE)
           END-EXEC.
      *-- IDENTITE INDIVIDUELLE DE L OPERATEUR : LA SESSION OUVERTE
      *-- PAR PGLOGON POUR CE TERMINAL (FICHIER FSESSION) DONNE LE
      *-- CODE OPERATEUR AFFECTE A LA RECLAMATION ET PORTE DANS LA
      *-- PISTE FAUDIT ; SANS SESSION OUVERTE, LE CODE RESTE A BLANC
       FONCTION-CHERCHER-OPERATEUR.
           MOVE 80 TO WS-SES-REC-LEN
           MOVE EIBTRMID TO WS-SES-TRMID
           EXEC CICS READ FILE('FSESSION') INTO (WS-SESSION-REC)
                LENGTH(WS-SES-REC-LEN)
                RIDFLD(WS-SES-TRMID)
                KEYLENGTH(4)
                RESP(WS-SES-RESP)
           END-EXEC
           IF WS-SES-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-SES-OPERID
           END-IF.
       FIN-PROGRAMME.
           EXEC CICS
                RETURN
           END-EXEC.
