      *PROGRAMME D OUVERTURE ET DE FERMETURE DU TIROIR-CAISSE DU
      *GUICHETIER : LA POSITION DE CAISSE QUEST81 EST TENUE PAR
      *AGENCE ET NE DIT PAS QUEL GUICHET A CREE UN ECART. CHAQUE
      *GUICHETIER, IDENTIFIE PAR LA SESSION PGLOGON DE SON TERMINAL
      *(FICHIER FSESSION), OUVRE LE MATIN SON TIROIR AVEC LE
      *COMPTAGE PAR COUPURE ET LE FERME LE SOIR AVEC UN SECOND
      *COMPTAGE. LE TIROIR EST POSE DANS FTIROIR SOUS LA CLE
      *OPERATEUR + DATE DU JOUR AVEC L AGENCE ET LE TERMINAL
      *D OUVERTURE : LES MOUVEMENTS 'ESP' SAISIS PAR PGMOUSAI SUR
      *CE TERMINAL (FILE FMOUVQ) LUI SONT RAPPROCHES PAR QUEST127.
      *FONCTIONS : 'O' OUVERTURE, 'F' FERMETURE. SANS SESSION
      *OUVERTE LA SAISIE EST REFUSEE. CHAQUE OUVERTURE ET CHAQUE
      *FERMETURE EST TRACEE DANS FAUDIT (TIR O, TIR F)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGTIROIR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPTIR.
       01 WS-RESPCODE PIC S9(8) COMP.
       01 WS-AUD-REC-LEN PIC S9(4) COMP.
       01 WS-SAISIE-OK PIC X(1).
      *-- TIROIR-CAISSE DU GUICHETIER (FICHIER FTIROIR, 120 OCTETS) :
      *-- ETAT 'O' OUVERT, 'F' FERME, 'R' RAPPROCHE PAR QUEST127
       01 WS-TIROIR-REC.
          05 WS-TIR-CLE.
             10 WS-TIR-OPERID PIC X(4).
             10 WS-TIR-DATE PIC 9(7).
          05 WS-TIR-AGENCE PIC X(3).
          05 WS-TIR-TRMID PIC X(4).
          05 WS-TIR-ETAT PIC X(1).
          05 WS-TIR-OUVERTURE.
             10 WS-TIR-OUV-B500 PIC 9(5).
             10 WS-TIR-OUV-B200 PIC 9(5).
             10 WS-TIR-OUV-B100 PIC 9(5).
             10 WS-TIR-OUV-B050 PIC 9(5).
             10 WS-TIR-OUV-B020 PIC 9(5).
             10 WS-TIR-OUV-B010 PIC 9(5).
             10 WS-TIR-OUV-PIECES PIC 9(6)V99.
          05 WS-TIR-FERMETURE.
             10 WS-TIR-FER-B500 PIC 9(5).
             10 WS-TIR-FER-B200 PIC 9(5).
             10 WS-TIR-FER-B100 PIC 9(5).
             10 WS-TIR-FER-B050 PIC 9(5).
             10 WS-TIR-FER-B020 PIC 9(5).
             10 WS-TIR-FER-B010 PIC 9(5).
             10 WS-TIR-FER-PIECES PIC 9(6)V99.
          05 WS-TIR-HEURE-OUV PIC 9(7).
          05 WS-TIR-HEURE-FER PIC 9(7).
          05 FILLER PIC X(11).
       01 WS-TIR-REC-LEN PIC S9(4) COMP.
       01 WS-TIR-KEY PIC X(11).
      *-- AVANT-IMAGE DU TIROIR POUR LA PISTE FAUDIT
       01 WS-TIR-IMAGE PIC X(120).
      *-- COMPTAGE SAISI, CONTROLE NUMERIQUE AVANT REPORT DANS LE
      *-- TIROIR
       01 WS-COMPTAGE.
          05 WS-CPG-B500 PIC 9(5).
          05 WS-CPG-B200 PIC 9(5).
          05 WS-CPG-B100 PIC 9(5).
          05 WS-CPG-B050 PIC 9(5).
          05 WS-CPG-B020 PIC 9(5).
          05 WS-CPG-B010 PIC 9(5).
          05 WS-CPG-PIECES PIC 9(6)V99.
       01 WS-MONTANT-TIROIR PIC 9(8)V99.
       01 WS-MONTANT-ED PIC ZZZZZZZ9.99.
      *-- REFERENTIEL AGENCE (FICHIER FAGENCE)
       01 WS-AGENCE-REC.
          05 WS-AGE-CODE PIC X(3).
          05 WS-AGE-NOM PIC X(15).
          05 FILLER PIC X(62).
       01 WS-AGE-REC-LEN PIC S9(4) COMP.
       01 WS-AGE-KEY PIC X(3).
      *-- SESSION OPERATEUR DU TERMINAL (FICHIER FSESSION TENU PAR
      *-- PGLOGON) : LE TIROIR EST CELUI DE L OPERATEUR SIGNE
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
           PERFORM FONCTION-CONTROLER-SESSION
           MOVE 'O' TO FLAGERRI
           PERFORM FONCTION-SAISIE UNTIL FLAGERRI = 'N'.
       FONCTION-SAISIE.
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPTIR')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPTIR')
           END-EXEC.
           MOVE 120 TO WS-TIR-REC-LEN
           MOVE WS-SES-OPERID TO WS-TIR-KEY(1:4)
           MOVE EIBDATE TO WS-TIR-DATE
           MOVE WS-TIR-DATE TO WS-TIR-KEY(5:7)
           PERFORM FONCTION-CONTROLER-COMPTAGE
           IF WS-SAISIE-OK = 'O'
              EVALUATE FONCTI
                 WHEN 'O'
                    PERFORM FONCTION-OUVRIR-TIROIR
                 WHEN 'F'
                    PERFORM FONCTION-FERMER-TIROIR
                 WHEN OTHER
                    MOVE 'FONCTION INVALIDE (O/F), CONTINUEZ?'
                         TO MSGINFO
              END-EVALUATE
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPTIR')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPTIR')
           END-EXEC.
      *-- CHAQUE NOMBRE DE COUPURES ET LE MONTANT DES PIECES
      *-- DOIVENT ETRE NUMERIQUES (ZEROS A GAUCHE)
       FONCTION-CONTROLER-COMPTAGE.
           MOVE 'O' TO WS-SAISIE-OK
           IF B500TII NOT NUMERIC OR B200TII NOT NUMERIC
              OR B100TII NOT NUMERIC OR B050TII NOT NUMERIC
              OR B020TII NOT NUMERIC OR B010TII NOT NUMERIC
              OR PIETIRI NOT NUMERIC
              MOVE 'COMPTAGE NON NUMERIQUE, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           ELSE
              MOVE B500TII TO WS-CPG-B500
              MOVE B200TII TO WS-CPG-B200
              MOVE B100TII TO WS-CPG-B100
              MOVE B050TII TO WS-CPG-B050
              MOVE B020TII TO WS-CPG-B020
              MOVE B010TII TO WS-CPG-B010
              MOVE PIETIRI TO WS-CPG-PIECES
              COMPUTE WS-MONTANT-TIROIR =
                      WS-CPG-B500 * 500 + WS-CPG-B200 * 200
                    + WS-CPG-B100 * 100 + WS-CPG-B050 * 50
                    + WS-CPG-B020 * 20 + WS-CPG-B010 * 10
                    + WS-CPG-PIECES
              MOVE WS-MONTANT-TIROIR TO WS-MONTANT-ED
           END-IF.
      *-- OUVERTURE : UN SEUL TIROIR PAR OPERATEUR ET PAR JOUR,
      *-- RATTACHE A UNE AGENCE CONNUE DU REFERENTIEL
       FONCTION-OUVRIR-TIROIR.
           MOVE 80 TO WS-AGE-REC-LEN
           MOVE AGETIRI TO WS-AGE-KEY
           EXEC CICS READ FILE('FAGENCE') INTO (WS-AGENCE-REC)
                LENGTH(WS-AGE-REC-LEN)
                RIDFLD(WS-AGE-KEY)
                KEYLENGTH(3)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'AGENCE INCONNUE, CONTINUEZ?' TO MSGINFO
           ELSE
              MOVE SPACES TO WS-TIROIR-REC
              MOVE WS-SES-OPERID TO WS-TIR-OPERID
              MOVE AGETIRI TO WS-TIR-AGENCE
              MOVE EIBTRMID TO WS-TIR-TRMID
              MOVE 'O' TO WS-TIR-ETAT
              MOVE WS-COMPTAGE TO WS-TIR-OUVERTURE
              MOVE ZEROS TO WS-TIR-FERMETURE
              MOVE EIBTIME TO WS-TIR-HEURE-OUV
              MOVE 0 TO WS-TIR-HEURE-FER
              EXEC CICS WRITE FILE('FTIROIR') FROM (WS-TIROIR-REC)
                   LENGTH(WS-TIR-REC-LEN)
                   RIDFLD(WS-TIR-KEY)
                   KEYLENGTH(11)
                   RESP(WS-RESPCODE)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESPCODE = DFHRESP(NORMAL)
                    MOVE SPACES TO WS-TIR-IMAGE
                    PERFORM FONCTION-TRACER-AUDIT
                    MOVE SPACES TO MSGINFO
                    STRING 'TIROIR OUVERT A ' DELIMITED SIZE
                           WS-MONTANT-ED DELIMITED SIZE
                           ', CONTINUEZ?' DELIMITED SIZE
                           INTO MSGINFO
                 WHEN WS-RESPCODE = DFHRESP(DUPREC)
                    MOVE 'TIROIR DEJA OUVERT CE JOUR, CONTINUEZ?'
                         TO MSGINFO
                 WHEN OTHER
                    PERFORM FONCTION-MESSAGE-MAJ
              END-EVALUATE
           END-IF.
      *-- FERMETURE : LE TIROIR OUVERT DU JOUR RECOIT LE COMPTAGE
      *-- DU SOIR ; UN TIROIR DEJA FERME NE SE RECOMPTE PAS
       FONCTION-FERMER-TIROIR.
           EXEC CICS READ FILE('FTIROIR') INTO (WS-TIROIR-REC)
                LENGTH(WS-TIR-REC-LEN)
                RIDFLD(WS-TIR-KEY)
                KEYLENGTH(11)
                UPDATE
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NOTFND)
              MOVE 'AUCUN TIROIR OUVERT CE JOUR, CONTINUEZ?'
                   TO MSGINFO
           ELSE
              IF WS-RESPCODE NOT = DFHRESP(NORMAL)
                 PERFORM FONCTION-MESSAGE-MAJ
              ELSE
                 IF WS-TIR-ETAT NOT = 'O'
                    EXEC CICS UNLOCK FILE('FTIROIR')
                    END-EXEC
                    MOVE 'TIROIR DEJA FERME, CONTINUEZ?' TO MSGINFO
                 ELSE
                    MOVE WS-TIROIR-REC TO WS-TIR-IMAGE
                    MOVE 'F' TO WS-TIR-ETAT
                    MOVE WS-COMPTAGE TO WS-TIR-FERMETURE
                    MOVE EIBTIME TO WS-TIR-HEURE-FER
                    EXEC CICS REWRITE FILE('FTIROIR')
                         FROM (WS-TIROIR-REC)
                         LENGTH(WS-TIR-REC-LEN)
                         RESP(WS-RESPCODE)
                    END-EXEC
                    IF WS-RESPCODE = DFHRESP(NORMAL)
                       PERFORM FONCTION-TRACER-AUDIT
                       MOVE SPACES TO MSGINFO
                       STRING 'TIROIR FERME A ' DELIMITED SIZE
                              WS-MONTANT-ED DELIMITED SIZE
                              ', CONTINUEZ?' DELIMITED SIZE
                              INTO MSGINFO
                    ELSE
                       PERFORM FONCTION-MESSAGE-MAJ
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *-- LA PISTE PORTE L AGENCE DANS LE NUMERO DE COMPTE ET
      *-- L AVANT-IMAGE DU TIROIR (A BLANC POUR UNE OUVERTURE)
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE SPACES TO WS-AUD-OPERATION
           MOVE 'TIR' TO WS-AUD-OPERATION(1:3)
           MOVE FONCTI TO WS-AUD-OPERATION(5:1)
           MOVE SPACES TO WS-AUD-NUM-CPT
           MOVE WS-TIR-AGENCE TO WS-AUD-NUM-CPT(1:3)
           MOVE WS-TIR-IMAGE TO WS-AUD-AVANT
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
              WHEN OTHER
                 MOVE 'WHEN OTHER, CONTINUEZ?' TO MSGINFO
           END-EVALUATE.
      *-- LE TIROIR APPARTIENT A L OPERATEUR SIGNE SUR LE TERMINAL :
      *-- SANS SESSION PGLOGON OUVERTE, LA TRANSACTION EST REFUSEE
      *-- ET LE REFUS EST TRACE DANS LA PISTE FAUDIT
       FONCTION-CONTROLER-SESSION.
           MOVE 80 TO WS-SES-REC-LEN
           MOVE EIBTRMID TO WS-SES-TRMID
           EXEC CICS READ FILE('FSESSION') INTO (WS-SESSION-REC)
                LENGTH(WS-SES-REC-LEN)
                RIDFLD(WS-SES-TRMID)
                KEYLENGTH(4)
                RESP(WS-SES-RESP)
           END-EXEC
           IF WS-SES-RESP NOT = DFHRESP(NORMAL)
              OR WS-SES-OPERID = SPACES
              MOVE 'AUCUNE SESSION OUVERTE - SIGNEZ PAR TLOG'
                   TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPTIR')
                   FREEKB
              END-EXEC
              PERFORM FONCTION-TRACER-REFUS
              PERFORM FIN-PROGRAMME
           END-IF.
       FONCTION-TRACER-REFUS.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE SPACES TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE 'REFUS' TO WS-AUD-OPERATION
           MOVE SPACES TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           EXEC CICS WRITE FILE('FAUDIT') FROM (WS-AUDIT-REC)
                LENGTH(WS-AUD-REC-LEN)
                RESP(WS-RESPCODE)
           END-EXEC.
       FIN-PROGRAMME.
           EXEC CICS
                RETURN
           END-EXEC.
