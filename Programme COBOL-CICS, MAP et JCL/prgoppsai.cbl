      *PROGRAMME DE SAISIE EN LIGNE DES OPPOSITIONS SUR CHEQUES,
      *SUR LE MODELE DE PGLIMMAJ : UN CLIENT QUI PERD SON CHEQUIER
      *N ATTEND PLUS LA PASSE BATCH QUEST73 DE LA NUIT, L OPPOSITION
      *EST ECRITE DIRECTEMENT DANS FOPPOSIT ET LE CONTROLE D ENTREE
      *QUEST33 LA VOIT DES SON PROCHAIN PASSAGE.
      *TYPES : 'C' UN SEUL CHEQUE, 'S' TOUTE LA SERIE DU REGISTRE
      *FCHEQREG QUI CONTIENT LE NUMERO SAISI. LE NUMERO DOIT
      *APPARTENIR A UNE SERIE DELIVREE AU COMPTE. MOTIFS : 'P'
      *PERTE, 'V' VOL, 'F' FRAUDE. LES CHEQUES DEJA PAYES
      *(FCHQPAYE) OU DEJA EN OPPOSITION SONT ECARTES ET COMPTES.
      *UN NUMERO DE CONFIRMATION (DATE, HEURE ET TERMINAL DE LA
      *SAISIE) EST PORTE SUR CHAQUE OPPOSITION, AFFICHE ET IMPRIME
      *SUR L IMPRIMANTE DU TERMINAL AVEC LE RECAPITULATIF REMIS AU
      *CLIENT. ACCES RESERVE AUX PROFILS FAUTOR 'M' ET 'S' ; CHAQUE
      *SAISIE EST TRACEE DANS FAUDIT AVEC L OPERATEUR FSESSION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGOPPSAI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPOPP.
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
       01 WS-FIN-BALAYAGE PIC X(1).
       01 WS-SAISIE-OK PIC X(1).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
      *-- SERIE DU REGISTRE DES CHEQUIERS (FICHIER FCHEQREG)
       01 WS-CHEQREG-REC.
          05 WS-CHQ-NUM-COMPTE PIC X(6).
          05 WS-CHQ-NUM-DEBUT PIC 9(6).
          05 WS-CHQ-NUM-FIN PIC 9(6).
          05 WS-CHQ-DATE-DELIV PIC X(10).
          05 FILLER PIC X(52).
       01 WS-CHQ-KEY PIC X(12).
       01 WS-SERIE-TROUVEE PIC X(1).
      *-- OPPOSITION (FICHIER FOPPOSIT, 80 OCTETS)
       01 WS-OPPOSIT-REC.
          05 WS-OPP-CLE.
             10 WS-OPP-NUM-COMPTE PIC X(6).
             10 WS-OPP-NUM-CHEQUE PIC 9(6).
          05 WS-OPP-DATE-POSE PIC X(10).
          05 WS-OPP-MOTIF PIC X(20).
          05 WS-OPP-CODE-MOTIF PIC X(1).
          05 WS-OPP-CONFIRMATION PIC X(15).
          05 WS-OPP-OPERID PIC X(4).
          05 FILLER PIC X(18).
       01 WS-OPP-KEY PIC X(12).
      *-- CHEQUE DEJA PAYE (FICHIER FCHQPAYE TENU PAR QUEST33)
       01 WS-CHQPAYE-REC.
          05 WS-PAY-NUM-COMPTE PIC X(6).
          05 WS-PAY-NUM-CHEQUE PIC 9(6).
          05 WS-PAY-DATE-PAIE PIC X(10).
          05 FILLER PIC X(58).
       01 WS-PAY-KEY PIC X(12).
      *-- PLAGE A FRAPPER D OPPOSITION ET COMPTEURS DE LA SAISIE
       01 WS-NUM-SAISI PIC 9(6).
       01 WS-NUM-DEBUT PIC 9(6).
       01 WS-NUM-FIN PIC 9(6).
       01 WS-NUM-COURANT PIC 9(6).
       01 WS-NB-POSEES PIC 9(4).
       01 WS-NB-DEJA-OPPOSES PIC 9(4).
       01 WS-NB-DEJA-PAYES PIC 9(4).
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
                MAPSET('MAPOPP')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPOPP')
           END-EXEC.
           MOVE 80 TO WS-REC-LEN.
           MOVE 101 TO WS-CLI-REC-LEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-JOUR)
                DATESEP('-')
           END-EXEC
           PERFORM FONCTION-CONTROLER-SAISIE
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-CHERCHER-SERIE
           END-IF
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-POSER-OPPOSITIONS
              IF WS-NB-POSEES > 0
                 PERFORM FONCTION-TRACER-AUDIT
                 PERFORM FONCTION-CONFIRMER
              ELSE
                 MOVE 'AUCUNE OPPOSITION POSEE, CONTINUEZ?' TO MSGINFO
              END-IF
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPOPP')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPOPP')
           END-EXEC.
      *-- COMPTE CONNU DE FCLIEN (UN COMPTE CLOTURE PEUT ENCORE
      *-- AVOIR DES CHEQUES EN CIRCULATION), TYPE, MOTIF ET NUMERO
      *-- DE CHEQUE RENSEIGNES
       FONCTION-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK
           MOVE CPTOPPI TO WS-CLI-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-CLI-REC-LEN)
                RIDFLD(WS-CLI-KEY)
                KEYLENGTH(6)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'COMPTE INCONNU, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND TYPOPPI NOT = 'C' AND TYPOPPI NOT = 'S'
              MOVE 'TYPE INVALIDE (C/S), CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              EVALUATE MOTOPPI
                 WHEN 'P'
                    MOVE 'PERTE' TO WS-OPP-MOTIF
                 WHEN 'V'
                    MOVE 'VOL' TO WS-OPP-MOTIF
                 WHEN 'F'
                    MOVE 'FRAUDE' TO WS-OPP-MOTIF
                 WHEN OTHER
                    MOVE 'MOTIF INVALIDE (P/V/F), CONTINUEZ?'
                         TO MSGINFO
                    MOVE 'N' TO WS-SAISIE-OK
              END-EVALUATE
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF CHQOPPI NOT NUMERIC
                 MOVE 'NUMERO DE CHEQUE INVALIDE, CONTINUEZ?'
                      TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              ELSE
                 MOVE CHQOPPI TO WS-NUM-SAISI
              END-IF
           END-IF.
      *-- LE NUMERO SAISI DOIT TOMBER DANS UNE SERIE DELIVREE AU
      *-- COMPTE : BALAYAGE GENERIQUE DU REGISTRE SUR LE PREFIXE
      *-- COMPTE, COMME LE CONTROLE D ENTREE QUEST33. LA PLAGE A
      *-- FRAPPER EST LE CHEQUE SEUL OU LA SERIE ENTIERE
       FONCTION-CHERCHER-SERIE.
           MOVE 'N' TO WS-SERIE-TROUVEE
           MOVE SPACES TO WS-CHQ-KEY
           MOVE CPTOPPI TO WS-CHQ-KEY(1:6)
           EXEC CICS STARTBR FILE('FCHEQREG')
                RIDFLD(WS-CHQ-KEY)
                REQID(01)
                KEYLENGTH(6)
                GENERIC
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BALAYAGE
              PERFORM FONCTION-LIRE-SERIE
                 UNTIL WS-FIN-BALAYAGE = 'Y'
              EXEC CICS ENDBR FILE('FCHEQREG')
                   REQID(01)
              END-EXEC
           END-IF
           IF WS-SERIE-TROUVEE = 'N'
              MOVE 'CHEQUE HORS SERIE DU COMPTE, CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           ELSE
              IF TYPOPPI = 'S'
                 MOVE WS-CHQ-NUM-DEBUT TO WS-NUM-DEBUT
                 MOVE WS-CHQ-NUM-FIN TO WS-NUM-FIN
              ELSE
                 MOVE WS-NUM-SAISI TO WS-NUM-DEBUT
                 MOVE WS-NUM-SAISI TO WS-NUM-FIN
              END-IF
           END-IF.
       FONCTION-LIRE-SERIE.
           EXEC CICS READNEXT FILE('FCHEQREG') INTO (WS-CHEQREG-REC)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-CHQ-KEY)
                KEYLENGTH(12)
                REQID(01)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-CHQ-NUM-COMPTE = CPTOPPI
              IF WS-NUM-SAISI NOT < WS-CHQ-NUM-DEBUT
                 AND WS-NUM-SAISI NOT > WS-CHQ-NUM-FIN
                 MOVE 'O' TO WS-SERIE-TROUVEE
                 MOVE 'Y' TO WS-FIN-BALAYAGE
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-BALAYAGE
           END-IF.
      *-- UNE OPPOSITION PAR NUMERO DE LA PLAGE ; LE CHEQUE DEJA
      *-- PAYE N EST PLUS OPPOSABLE, LE CHEQUE DEJA OPPOSE (DUPREC)
      *-- GARDE SA PREMIERE OPPOSITION
       FONCTION-POSER-OPPOSITIONS.
           MOVE 0 TO WS-NB-POSEES
           MOVE 0 TO WS-NB-DEJA-OPPOSES
           MOVE 0 TO WS-NB-DEJA-PAYES
           MOVE EIBDATE TO WS-EIB-DATE
           MOVE EIBTIME TO WS-EIB-HEURE
           MOVE WS-EIB-DATE(3:5) TO WS-CNF-DATE
           MOVE WS-EIB-HEURE(2:6) TO WS-CNF-HEURE
           MOVE EIBTRMID TO WS-CNF-TRMID
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE WS-NUM-DEBUT TO WS-NUM-COURANT
           PERFORM FONCTION-POSER-OPPOSITION
              UNTIL WS-NUM-COURANT > WS-NUM-FIN.
       FONCTION-POSER-OPPOSITION.
           MOVE CPTOPPI TO WS-PAY-KEY(1:6)
           MOVE WS-NUM-COURANT TO WS-PAY-KEY(7:6)
           EXEC CICS READ FILE('FCHQPAYE') INTO (WS-CHQPAYE-REC)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-PAY-KEY)
                KEYLENGTH(12)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              ADD 1 TO WS-NB-DEJA-PAYES
           ELSE
              MOVE CPTOPPI TO WS-OPP-NUM-COMPTE
              MOVE WS-NUM-COURANT TO WS-OPP-NUM-CHEQUE
              MOVE WS-DATE-JOUR TO WS-OPP-DATE-POSE
              MOVE MOTOPPI TO WS-OPP-CODE-MOTIF
              MOVE WS-CONFIRMATION TO WS-OPP-CONFIRMATION
              MOVE WS-SES-OPERID TO WS-OPP-OPERID
              MOVE WS-OPP-CLE TO WS-OPP-KEY
              EXEC CICS WRITE FILE('FOPPOSIT') FROM (WS-OPPOSIT-REC)
                   LENGTH(WS-REC-LEN)
                   RIDFLD(WS-OPP-KEY)
                   KEYLENGTH(12)
                   RESP(WS-RESPCODE)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESPCODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-NB-POSEES
                 WHEN WS-RESPCODE = DFHRESP(DUPREC)
                    ADD 1 TO WS-NB-DEJA-OPPOSES
                 WHEN OTHER
                    PERFORM FONCTION-MESSAGE-MAJ
              END-EVALUATE
           END-IF
           ADD 1 TO WS-NUM-COURANT.
      *-- LE RECAPITULATIF EST AFFICHE ET IMPRIME SUR L IMPRIMANTE
      *-- ASSOCIEE AU TERMINAL POUR ETRE REMIS AU CLIENT
       FONCTION-CONFIRMER.
           MOVE CPTOPPI TO CPTCNFO
           MOVE WS-NOM TO NOMCNFO
           MOVE WS-NUM-DEBUT TO DEBCNFO
           MOVE WS-NUM-FIN TO FINCNFO
           MOVE WS-OPP-MOTIF TO MOTCNFO
           MOVE WS-DATE-JOUR TO DTECNFO
           MOVE WS-CONFIRMATION TO NUMCNFO
           MOVE WS-NB-POSEES TO NBPCNFO
           MOVE WS-NB-DEJA-OPPOSES TO NBOCNFO
           MOVE WS-NB-DEJA-PAYES TO NBACNFO
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPOPP')
                FREEKB
                ERASE
                PRINT
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP2')
                MAPSET('MAPOPP')
           END-EXEC
           MOVE SPACES TO MSGINFO
           STRING 'OPPOSITION ' DELIMITED SIZE
                  WS-CONFIRMATION DELIMITED SIZE
                  ' ENREGISTREE, CONTINUEZ?' DELIMITED SIZE
                  INTO MSGINFO.
      *-- UNE ENTREE DE PISTE PAR SAISIE : IMAGE DE LA PREMIERE
      *-- OPPOSITION DE LA PLAGE SUIVIE DU DERNIER NUMERO FRAPPE
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE SPACES TO WS-AUD-OPERATION
           MOVE 'OPP' TO WS-AUD-OPERATION(1:3)
           MOVE TYPOPPI TO WS-AUD-OPERATION(5:1)
           MOVE CPTOPPI TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-NUM-DEBUT TO WS-OPP-NUM-CHEQUE
           MOVE WS-OPPOSIT-REC TO WS-AUD-AVANT(1:80)
           MOVE WS-NUM-FIN TO WS-AUD-AVANT(81:6)
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
                   MAPSET('MAPOPP')
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
      *-- CODE OPERATEUR PORTE SUR L OPPOSITION ET DANS LA PISTE
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
