      *PROGRAMME DE MAINTENANCE EN LIGNE DU REGISTRE DES
      *CONSENTEMENTS FCONSENT (CLE NUMERO DE PERSONNE FPERSON +
      *CANAL), SUR LE MODELE DE PGORDMAJ. CANAUX 'E' COURRIEL,
      *'S' SMS, 'P' COURRIER POSTAL COMMERCIAL, 'M' UTILISATION
      *DES DONNEES DE SEGMENT A DES FINS MARKETING. FONCTIONS
      *'L' LISTER LES QUATRE CANAUX DE LA PERSONNE, 'M'
      *ENREGISTRER L ACCORD ('O') OU LE REFUS ('N') DU CLIENT
      *SUR UN CANAL, DATE DU JOUR, AVEC SA SOURCE (AGC PAR
      *DEFAUT, FOR, WEB, TEL). UN CHANGEMENT CONSERVE L ETAT
      *PRECEDENT : UN PASSAGE DE 'O' A 'N' EST UN RETRAIT, SUIVI
      *PAR L ETAT QUEST165. IL N Y A PAS DE SUPPRESSION. LA
      *PERSONNE EST CONTROLEE SUR FPERSON. LA LISTE EST OUVERTE A
      *TOUT PROFIL FAUTOR, L ENREGISTREMENT EST RESERVE AUX
      *PROFILS 'M' ET 'S' ET CHAQUE MISE A JOUR EST TRACEE DANS
      *FAUDIT AVEC L OPERATEUR DE LA SESSION FSESSION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGCONMAJ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPCNS.
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
       01 WS-SAISIE-OK PIC X(1).
       01 WS-I PIC 9(2).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
      *-- PERSONNE DU REFERENTIEL (FICHIER FPERSON, 80 OCTETS)
       01 WS-PERSON-REC.
          05 WS-PER-NUM-CLIENT PIC X(8).
          05 WS-PER-NOM PIC X(10).
          05 WS-PER-PRENOM PIC X(10).
          05 WS-PER-DATE-NAIS PIC 9(8).
          05 WS-PER-TEL PIC X(10).
          05 WS-PER-EMAIL PIC X(9).
          05 FILLER PIC X(25).
       01 WS-PER-REC-LEN PIC S9(4) COMP.
       01 WS-PER-KEY PIC X(8).
      *-- CONSENTEMENT (FICHIER FCONSENT, 80 OCTETS, COPY CONSENT
      *-- COTE BATCH) : ACCORD 'O' DONNE, 'N' REFUSE OU RETIRE
       01 WS-CONSENT.
          05 WS-CNS-CLE.
             10 WS-CNS-NUM-CLIENT PIC X(8).
             10 WS-CNS-CANAL PIC X(1).
          05 WS-CNS-ACCORD PIC X(1).
          05 WS-CNS-DATE PIC X(10).
          05 WS-CNS-SOURCE PIC X(3).
          05 WS-CNS-OPERID PIC X(4).
          05 WS-CNS-ACCORD-PREC PIC X(1).
          05 WS-CNS-DATE-PREC PIC X(10).
          05 FILLER PIC X(42).
       01 WS-CNS-KEY PIC X(9).
       01 WS-CANAUX PIC X(4) VALUE 'ESPM'.
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
                MAPSET('MAPCNS')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPCNS')
           END-EXEC.
           MOVE 80 TO WS-REC-LEN.
           MOVE 9 TO WS-KEY-LEN.
           MOVE 80 TO WS-PER-REC-LEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-JOUR)
                DATESEP('-')
           END-EXEC
           PERFORM FONCTION-CONTROLER-PERSONNE
           IF WS-HABILITE = 'O'
              AND FONCTI NOT = 'L'
              AND WS-AUT-NIVEAU NOT = 'M'
              AND WS-AUT-NIVEAU NOT = 'S'
              MOVE 'MISE A JOUR NON AUTORISEE, CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-HABILITE
           END-IF
           IF WS-HABILITE = 'O'
              EVALUATE FONCTI
                 WHEN 'L'
                    PERFORM FONCTION-LISTER-CONSENTEMENTS
                 WHEN 'M'
                    PERFORM FONCTION-ENREGISTRER-CONSENTEMENT
                 WHEN OTHER
                    MOVE 'FONCTION INVALIDE, CONTINUEZ?' TO MSGINFO
              END-EVALUATE
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPCNS')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPCNS')
           END-EXEC.
      *-- LA PERSONNE DOIT EXISTER DANS LE REFERENTIEL FPERSON
       FONCTION-CONTROLER-PERSONNE.
           MOVE 'O' TO WS-HABILITE
           MOVE PERCNSI TO WS-PER-KEY
           EXEC CICS READ FILE('FPERSON') INTO (WS-PERSON-REC)
                LENGTH(WS-PER-REC-LEN)
                RIDFLD(WS-PER-KEY)
                KEYLENGTH(8)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'PERSONNE INCONNUE, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-HABILITE
           END-IF.
      *-- UNE LIGNE PAR CANAL, DANS L ORDRE E, S, P, M ; UN CANAL
      *-- SANS ENREGISTREMENT EST AFFICHE NON RENSEIGNE
       FONCTION-LISTER-CONSENTEMENTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
              MOVE PERCNSI TO WS-CNS-KEY(1:8)
              MOVE WS-CANAUX(WS-I:1) TO WS-CNS-KEY(9:1)
              EXEC CICS READ FILE('FCONSENT') INTO (WS-CONSENT)
                   LENGTH(WS-REC-LEN)
                   RIDFLD(WS-CNS-KEY)
                   KEYLENGTH(WS-KEY-LEN)
                   RESP(WS-RESPCODE)
              END-EXEC
              MOVE WS-CANAUX(WS-I:1) TO CANLSTO(WS-I)
              IF WS-RESPCODE = DFHRESP(NORMAL)
                 MOVE WS-CNS-ACCORD TO ACCLSTO(WS-I)
                 MOVE WS-CNS-DATE TO DATLSTO(WS-I)
                 MOVE WS-CNS-SOURCE TO SRCLSTO(WS-I)
                 MOVE WS-CNS-ACCORD-PREC TO PRCLSTO(WS-I)
                 MOVE WS-CNS-DATE-PREC TO DPRLSTO(WS-I)
              ELSE
                 MOVE '?' TO ACCLSTO(WS-I)
                 MOVE 'NON RENSEIGNE' TO DATLSTO(WS-I)
                 MOVE SPACES TO SRCLSTO(WS-I)
                 MOVE SPACES TO PRCLSTO(WS-I)
                 MOVE SPACES TO DPRLSTO(WS-I)
              END-IF
           END-PERFORM
           MOVE PERCNSI TO PERLSTO
           MOVE WS-PER-NOM TO NOMLSTO
           MOVE WS-PER-PRENOM TO PRELSTO
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPCNS')
                FREEKB
                ERASE
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP2')
                MAPSET('MAPCNS')
           END-EXEC
           MOVE 'LISTE TERMINEE, CONTINUEZ?' TO MSGINFO.
       FONCTION-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK
           IF CANCNSI NOT = 'E' AND CANCNSI NOT = 'S'
              AND CANCNSI NOT = 'P' AND CANCNSI NOT = 'M'
              MOVE 'CANAL INVALIDE (E/S/P/M), CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND ACCCNSI NOT = 'O' AND ACCCNSI NOT = 'N'
              MOVE 'ACCORD INVALIDE (O/N), CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF SRCCNSI = SPACES OR SRCCNSI = LOW-VALUES
              MOVE 'AGC' TO SRCCNSI
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND SRCCNSI NOT = 'AGC' AND SRCCNSI NOT = 'FOR'
              AND SRCCNSI NOT = 'WEB' AND SRCCNSI NOT = 'TEL'
              MOVE 'SOURCE INVALIDE (AGC/FOR/WEB/TEL), CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF.
      *-- UN CANAL SANS ENREGISTREMENT EST CREE ; SINON L ETAT
      *-- EN PLACE DEVIENT L ETAT PRECEDENT, SAUF SI LE CLIENT
      *-- CONFIRME LE MEME CHOIX (SEULES DATE ET SOURCE CHANGENT)
       FONCTION-ENREGISTRER-CONSENTEMENT.
           PERFORM FONCTION-CONTROLER-SAISIE
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-CHERCHER-OPERATEUR
              MOVE PERCNSI TO WS-CNS-KEY(1:8)
              MOVE CANCNSI TO WS-CNS-KEY(9:1)
              EXEC CICS READ FILE('FCONSENT') INTO (WS-CONSENT)
                   LENGTH(WS-REC-LEN)
                   RIDFLD(WS-CNS-KEY)
                   KEYLENGTH(WS-KEY-LEN)
                   RESP(WS-RESPCODE)
                   UPDATE
              END-EXEC
              IF WS-RESPCODE = DFHRESP(NOTFND)
                 MOVE SPACES TO WS-CONSENT
                 MOVE WS-CNS-KEY TO WS-CNS-CLE
                 MOVE ACCCNSI TO WS-CNS-ACCORD
                 MOVE WS-DATE-JOUR TO WS-CNS-DATE
                 MOVE SRCCNSI TO WS-CNS-SOURCE
                 MOVE WS-SES-OPERID TO WS-CNS-OPERID
                 EXEC CICS WRITE FILE('FCONSENT') FROM (WS-CONSENT)
                      LENGTH(WS-REC-LEN)
                      RIDFLD(WS-CNS-KEY)
                      KEYLENGTH(WS-KEY-LEN)
                      RESP(WS-RESPCODE)
                 END-EXEC
              ELSE
                 IF WS-RESPCODE = DFHRESP(NORMAL)
                    IF WS-CNS-ACCORD NOT = ACCCNSI
                       MOVE WS-CNS-ACCORD TO WS-CNS-ACCORD-PREC
                       MOVE WS-CNS-DATE TO WS-CNS-DATE-PREC
                    END-IF
                    MOVE ACCCNSI TO WS-CNS-ACCORD
                    MOVE WS-DATE-JOUR TO WS-CNS-DATE
                    MOVE SRCCNSI TO WS-CNS-SOURCE
                    MOVE WS-SES-OPERID TO WS-CNS-OPERID
                    EXEC CICS REWRITE FILE('FCONSENT')
                         FROM (WS-CONSENT)
                         LENGTH(WS-REC-LEN)
                         RESP(WS-RESPCODE)
                    END-EXEC
                 END-IF
              END-IF
              PERFORM FONCTION-MESSAGE-MAJ
              IF WS-RESPCODE = DFHRESP(NORMAL)
                 PERFORM FONCTION-TRACER-AUDIT
              END-IF
           END-IF.
      *-- CHAQUE MISE A JOUR EST TRACEE AVEC L IMAGE DU
      *-- CONSENTEMENT ENREGISTRE (LE CONSENTEMENT EST PORTE PAR LA
      *-- PERSONNE, LA ZONE COMPTE DE LA PISTE RESTE A BLANC)
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE SPACES TO WS-AUD-OPERATION
           MOVE 'CNS' TO WS-AUD-OPERATION(1:3)
           MOVE FONCTI TO WS-AUD-OPERATION(5:1)
           MOVE SPACES TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-CONSENT(1:80) TO WS-AUD-AVANT(1:80)
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
      *-- SANS PROFIL FAUTOR L ACCES EST REFUSE AVEC MESSAGE ET LE
      *-- REFUS EST TRACE DANS LA PISTE D'AUDIT FAUDIT
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
              MOVE 'O' TO WS-HABILITE
           END-IF
           IF WS-HABILITE = 'N'
              MOVE 'ACCES REFUSE - PROFIL INSUFFISANT' TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPCNS')
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
      *-- CODE OPERATEUR PORTE DANS LE CONSENTEMENT ET LA PISTE
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
