      *PROGRAMME DE SAISIE AU GUICHET DES REMISES DE CHEQUES, SUR LE
      *MODELE DE PGOPPSAI : LE GUICHETIER SAISIT LE COMPTE DU CLIENT
      *REMETTANT, LA BANQUE, LE GUICHET ET LE COMPTE DU TIREUR, LE
      *NUMERO ET LE MONTANT DU CHEQUE. LA REMISE EST ECRITE DANS
      *FREMCHQ AU STATUT 'S' (SAISIE) ; LA PASSE BATCH QUEST144 LA
      *PORTE LE SOIR MEME DANS LE FICHIER DE COMPENSATION ET PASSE
      *LE CREDIT SOUS RESERVE D ENCAISSEMENT, QUEST145 TRAITE LES
      *RETOURS IMPAYES DE LA CHAMBRE DE COMPENSATION.
      *LE COMPTE DOIT EXISTER DANS FCLIEN ET NE PAS ETRE CLOTURE.
      *LE NUMERO DE CONFIRMATION (DATE, HEURE ET TERMINAL DE LA
      *SAISIE) EST LA CLE DE LA REMISE ET LA REFERENCE PORTEE DANS
      *LE FICHIER DE COMPENSATION ; IL EST AFFICHE ET IMPRIME SUR
      *L IMPRIMANTE DU TERMINAL AVEC LE BORDEREAU REMIS AU CLIENT.
      *ACCES RESERVE AUX PROFILS FAUTOR 'M' ET 'S' ; CHAQUE SAISIE
      *EST TRACEE DANS FAUDIT AVEC L OPERATEUR FSESSION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGREMSAI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPREM.
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
       01 WS-CLI-KEY PIC X(6).
       01 WS-CLI-REC-LEN PIC S9(4) COMP.
       01 WS-SAISIE-OK PIC X(1).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
       01 WS-MNT-X PIC X(8).
       01 WS-MNT-N REDEFINES WS-MNT-X PIC 9(6)V99.
       01 WS-MNT-EDIT PIC ZZZZZ9.99.
      *-- REMISE DE CHEQUE (FICHIER FREMCHQ, 100 OCTETS)
      *-- STATUT : 'S' SAISIE, 'R' REMISE EN COMPENSATION,
      *-- 'I' RETOURNEE IMPAYEE
       01 WS-REMCHQ-REC.
          05 WS-REM-CLE PIC X(15).
          05 WS-REM-NUM-COMPTE PIC X(6).
          05 WS-REM-BANQUE PIC X(5).
          05 WS-REM-GUICHET PIC X(5).
          05 WS-REM-CPT-TIREUR PIC X(11).
          05 WS-REM-NUM-CHEQUE PIC X(7).
          05 WS-REM-MONTANT PIC 9(6)V99.
          05 WS-REM-DATE-SAISIE PIC X(10).
          05 WS-REM-STATUT PIC X(1).
          05 WS-REM-OPERID PIC X(4).
          05 WS-REM-DATE-REMISE PIC X(8).
          05 WS-REM-DATE-VALEUR PIC X(8).
          05 WS-REM-MOTIF-RETOUR PIC X(2).
          05 WS-REM-DATE-RETOUR PIC X(8).
          05 FILLER PIC X(2).
       01 WS-REM-KEY PIC X(15).
      *-- NUMERO DE CONFIRMATION : DATE 0CYYDDD ET HEURE 0HHMMSS DE
      *-- LA TACHE, TERMINAL DE SAISIE
       01 WS-CONFIRMATION.
          05 WS-CNF-DATE PIC 9(5).
          05 WS-CNF-HEURE PIC 9(6).
          05 WS-CNF-TRMID PIC X(4).
       01 WS-EIB-DATE PIC 9(7).
       01 WS-EIB-HEURE PIC 9(7).
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
           PERFORM FONCTION-SAISIE UNTIL FLAGERRI = 'N'.
       FONCTION-SAISIE.
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPREM')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPREM')
           END-EXEC.
           MOVE 100 TO WS-REC-LEN.
           MOVE 101 TO WS-CLI-REC-LEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-JOUR)
                DATESEP('-')
           END-EXEC
           PERFORM FONCTION-CONTROLER-SAISIE
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-ECRIRE-REMISE
           END-IF
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-TRACER-AUDIT
              PERFORM FONCTION-CONFIRMER
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPREM')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPREM')
           END-EXEC.
      *-- COMPTE REMETTANT CONNU DE FCLIEN ET NON CLOTURE,
      *-- COORDONNEES DU TIREUR RENSEIGNEES, NUMERO DE CHEQUE ET
      *-- MONTANT (EN CENTIMES) NUMERIQUES, MONTANT NON NUL
       FONCTION-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK
           MOVE CPTREMI TO WS-CLI-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-CLI-REC-LEN)
                RIDFLD(WS-CLI-KEY)
                KEYLENGTH(6)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'COMPTE INCONNU, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           ELSE
              IF WS-STATUT-CPT = 'C'
                 MOVE 'COMPTE CLOTURE, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF BQEREMI NOT NUMERIC OR GUIREMI NOT NUMERIC
                 MOVE 'BANQUE/GUICHET TIRE INVALIDE, CONTINUEZ?'
                      TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND CPDREMI = SPACES
              MOVE 'COMPTE DU TIREUR OBLIGATOIRE, CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND CHQREMI NOT NUMERIC
              MOVE 'NUMERO DE CHEQUE INVALIDE, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF MNTREMI NOT NUMERIC
                 MOVE 'MONTANT NON NUMERIQUE, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              ELSE
                 MOVE MNTREMI TO WS-MNT-X
                 IF WS-MNT-N = 0
                    MOVE 'MONTANT NUL, CONTINUEZ?' TO MSGINFO
                    MOVE 'N' TO WS-SAISIE-OK
                 END-IF
              END-IF
           END-IF.
      *-- LA REMISE EST CREEE AU STATUT 'S' ; UNE CLE EN DOUBLE
      *-- (DEUX SAISIES DANS LA MEME SECONDE SUR LE TERMINAL) EST
      *-- REFUSEE ET LE GUICHETIER RESSAISIT
       FONCTION-ECRIRE-REMISE.
           MOVE EIBDATE TO WS-EIB-DATE
           MOVE EIBTIME TO WS-EIB-HEURE
           MOVE WS-EIB-DATE(3:5) TO WS-CNF-DATE
           MOVE WS-EIB-HEURE(2:6) TO WS-CNF-HEURE
           MOVE EIBTRMID TO WS-CNF-TRMID
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE SPACES TO WS-REMCHQ-REC
           MOVE WS-CONFIRMATION TO WS-REM-CLE
           MOVE CPTREMI TO WS-REM-NUM-COMPTE
           MOVE BQEREMI TO WS-REM-BANQUE
           MOVE GUIREMI TO WS-REM-GUICHET
           MOVE CPDREMI TO WS-REM-CPT-TIREUR
           MOVE CHQREMI TO WS-REM-NUM-CHEQUE
           MOVE WS-MNT-N TO WS-REM-MONTANT
           MOVE WS-DATE-JOUR TO WS-REM-DATE-SAISIE
           MOVE 'S' TO WS-REM-STATUT
           MOVE WS-SES-OPERID TO WS-REM-OPERID
           MOVE WS-REM-CLE TO WS-REM-KEY
           EXEC CICS WRITE FILE('FREMCHQ') FROM (WS-REMCHQ-REC)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-REM-KEY)
                KEYLENGTH(15)
                RESP(WS-RESPCODE)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESPCODE = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESPCODE = DFHRESP(DUPREC)
                 MOVE 'SAISIE TROP RAPIDE - RESSAISISSEZ' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              WHEN OTHER
                 PERFORM FONCTION-MESSAGE-MAJ
                 MOVE 'N' TO WS-SAISIE-OK
           END-EVALUATE.
      *-- LE BORDEREAU DE REMISE EST AFFICHE ET IMPRIME SUR
      *-- L IMPRIMANTE ASSOCIEE AU TERMINAL POUR ETRE REMIS AU CLIENT
       FONCTION-CONFIRMER.
           MOVE CPTREMI TO CPTCNFO
           MOVE WS-NOM TO NOMCNFO
           MOVE CHQREMI TO CHQCNFO
           MOVE WS-MNT-N TO WS-MNT-EDIT
           MOVE WS-MNT-EDIT TO MNTCNFO
           MOVE WS-DATE-JOUR TO DTECNFO
           MOVE WS-CONFIRMATION TO NUMCNFO
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPREM')
                FREEKB
                ERASE
                PRINT
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP2')
                MAPSET('MAPREM')
           END-EXEC
           MOVE SPACES TO MSGINFO
           STRING 'REMISE ' DELIMITED SIZE
                  WS-CONFIRMATION DELIMITED SIZE
                  ' ENREGISTREE, CONTINUEZ?' DELIMITED SIZE
                  INTO MSGINFO.
      *-- UNE ENTREE DE PISTE PAR REMISE : IMAGE DE LA REMISE ECRITE
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE 'REM' TO WS-AUD-OPERATION
           MOVE CPTREMI TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-REMCHQ-REC TO WS-AUD-AVANT(1:100)
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
      *-- UN NIVEAU INSUFFISANT EST REFUSE AVEC MESSAGE ET LE REFUS
      *-- EST TRACE DANS LA PISTE D'AUDIT FAUDIT
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
              IF WS-AUT-NIVEAU = 'M' OR WS-AUT-NIVEAU = 'S'
                 MOVE 'O' TO WS-HABILITE
              END-IF
           END-IF
           IF WS-HABILITE = 'N'
              MOVE 'ACCES REFUSE - PROFIL INSUFFISANT' TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPREM')
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
      *-- CODE OPERATEUR PORTE SUR LA REMISE ET DANS LA PISTE
      *-- FAUDIT ; SANS SESSION OUVERTE, LE CODE RESTE A BLANC
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
