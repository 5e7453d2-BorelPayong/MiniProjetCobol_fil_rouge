      *PROGRAMME DE VALIDATION PAR LE SUPERVISEUR DES SAISIES
      *RETENUES DE LA FILE D ATTENTE FMOUVQ : UNE SAISIE PGMOUSAI
      *OU PGVIRSAI DONT LE MONTANT DEPASSE LE PLAFOND DE SAISIE DE
      *SON OPERATEUR (FICHIER FOPERAT) EST ECRITE AU STATUT 'R'
      *(RETENUE) ET N EST PAS DEVERSEE PAR QUEST62. L ECRAN LISTE
      *LES SAISIES RETENUES DE TOUS LES TERMINAUX, DIX PAR PAGE
      *(PF8 = PAGE SUIVANTE) ; LE SUPERVISEUR DONNE LE NUMERO DE
      *LIGNE ET L ACTION 'V' (VALIDER : LA SAISIE REDEVIENT
      *DEVERSABLE) OU 'R' (REFUSER : LA SAISIE EST RETIREE DE LA
      *FILE). LES DEUX JAMBES D UN VIREMENT SONT TRAITEES ENSEMBLE.
      *RESERVE AUX OPERATEURS DE PROFIL 'S' SIGNES PAR PGLOGON, QUI
      *NE PEUVENT VALIDER LEURS PROPRES SAISIES. CHAQUE DECISION
      *EST TRACEE DANS FAUDIT (LIBSAISI, REFSAISI) AVEC LE CODE DU
      *SUPERVISEUR ET CELUI DE L OPERATEUR DE SAISIE.
      *VERSION PSEUDO-CONVERSATIONNELLE : ETAPES ' ' LISTE INITIALE,
      *'1' DECISION RECUE, TRAITEE ET LISTE REAFFICHEE. PF3 TERMINE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGLIBSAI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPLIB.
       01 WS-RESPCODE PIC S9(8) COMP.
       01 WS-Q-REC-LEN PIC S9(4) COMP.
       01 WS-Q-KEY PIC X(21).
       01 WS-FIN-BALAYAGE PIC X(1).
       01 WS-AUD-REC-LEN PIC S9(4) COMP.
       01 WS-I PIC 9(2).
       01 WS-LIGNE PIC 9(2).
       01 WS-DECISION-OK PIC X(1).
       01 C-TRANSID PIC X(4) VALUE 'TLIB'.
      *-- ENREGISTREMENT DE LA FILE D ATTENTE DE SAISIE FMOUVQ,
      *-- MEME DESSIN QUE DANS PGMOUSAI ET QUEST62
       01 WS-QUEUE-REC.
          05 WS-QUE-CLE.
             10 WS-QUE-TRMID PIC X(4).
             10 WS-QUE-DATE PIC 9(7).
             10 WS-QUE-TIME PIC 9(7).
             10 WS-QUE-SEQ PIC 9(3).
          05 WS-QUE-NUM-COMPTE PIC X(6).
          05 WS-QUE-MONTANT PIC 9(6)V99.
          05 WS-QUE-SENS PIC X(2).
          05 WS-QUE-NAT PIC X(3).
          05 WS-QUE-LIBELLE PIC X(15).
          05 WS-QUE-DATE-VALEUR PIC X(8).
          05 WS-QUE-STATUT PIC X(1).
          05 WS-QUE-OPERID PIC X(4).
          05 FILLER PIC X(12).
      *-- CLE DE LA JAMBE JUMELLE D UN VIREMENT : MEME TERMINAL,
      *-- DATE ET HEURE, SEQUENCE SUIVANTE (JAMBE DEBIT) OU
      *-- PRECEDENTE (JAMBE CREDIT)
       01 WS-CLE-JUMELLE.
          05 WS-JUM-DEBUT PIC X(18).
          05 WS-JUM-SEQ PIC 9(3).
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS : CLES DES SAISIES DE
      *-- LA PAGE AFFICHEE ET CLE DE REPRISE DE LA PAGE SUIVANTE
       01 WS-COMMAREA.
          05 CA-ETAPE PIC X(1).
          05 CA-NB PIC 9(2).
          05 CA-CLE OCCURS 10 PIC X(21).
          05 CA-CLE-DEBUT PIC X(21).
          05 CA-CLE-SUIVANTE PIC X(21).
      *-- SESSION OPERATEUR DU TERMINAL (FICHIER FSESSION TENU PAR
      *-- PGLOGON) : SEUL UN PROFIL 'S' DECIDE
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
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(255).
       PROCEDURE DIVISION.
           MOVE 80 TO WS-Q-REC-LEN
           PERFORM FONCTION-CONTROLER-SUPERVISEUR
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              MOVE 0 TO CA-NB
              MOVE LOW-VALUES TO CA-CLE-DEBUT
              PERFORM FONCTION-AFFICHER-LISTE
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM FIN-PROGRAMME
              END-IF
              IF EIBAID = DFHPF8
                 MOVE CA-CLE-SUIVANTE TO CA-CLE-DEBUT
                 PERFORM FONCTION-AFFICHER-LISTE
              ELSE
                 EVALUATE CA-ETAPE
                    WHEN '1'
                       PERFORM FONCTION-TRAITER-DECISION
                       PERFORM FONCTION-AFFICHER-LISTE
                    WHEN OTHER
                       MOVE LOW-VALUES TO CA-CLE-DEBUT
                       PERFORM FONCTION-AFFICHER-LISTE
                 END-EVALUATE
              END-IF
           END-IF
           EXEC CICS RETURN
                TRANSID(C-TRANSID)
                COMMAREA(WS-COMMAREA)
                LENGTH(255)
           END-EXEC.
      *-- LA FILE EST BALAYEE DEPUIS LA CLE DE DEBUT DE PAGE ; SEULES
      *-- LES SAISIES RETENUES SONT LISTEES. UNE ONZIEME SAISIE
      *-- RETENUE DONNE LA CLE DE REPRISE DE LA PAGE SUIVANTE
       FONCTION-AFFICHER-LISTE.
           MOVE 0 TO CA-NB
           MOVE LOW-VALUES TO CA-CLE-SUIVANTE
           PERFORM FONCTION-VIDER-LIGNE
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
           MOVE CA-CLE-DEBUT TO WS-Q-KEY
           EXEC CICS STARTBR FILE('FMOUVQ')
                RIDFLD(WS-Q-KEY)
                REQID(07)
                KEYLENGTH(21)
                GTEQ
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BALAYAGE
              PERFORM FONCTION-LIRE-SAISIE
                 UNTIL WS-FIN-BALAYAGE = 'Y'
              EXEC CICS ENDBR FILE('FMOUVQ')
                   REQID(07)
              END-EXEC
           END-IF
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPLIB')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPLIB')
                DATAONLY
                FREEKB
           END-EXEC
           IF CA-NB = 0
              MOVE 'AUCUNE SAISIE RETENUE - PF3 = FIN' TO MSGINFO
           ELSE
              IF CA-CLE-SUIVANTE NOT = LOW-VALUES
                 MOVE 'LIGNE + V/R, PF8 = SUITE, PF3 = FIN' TO MSGINFO
              ELSE
                 MOVE 'LIGNE + V/R, PF3 = FIN' TO MSGINFO
              END-IF
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPLIB')
                FREEKB
           END-EXEC
           MOVE '1' TO CA-ETAPE.
       FONCTION-LIRE-SAISIE.
           EXEC CICS READNEXT FILE('FMOUVQ') INTO (WS-QUEUE-REC)
                LENGTH(WS-Q-REC-LEN)
                RIDFLD(WS-Q-KEY)
                KEYLENGTH(21)
                REQID(07)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FIN-BALAYAGE
           ELSE
              IF WS-QUE-STATUT = 'R'
                 IF CA-NB < 10
                    ADD 1 TO CA-NB
                    MOVE WS-QUE-CLE TO CA-CLE(CA-NB)
                    MOVE CA-NB TO NUMLSTO(CA-NB)
                    MOVE WS-QUE-TRMID TO TRMLSTO(CA-NB)
                    MOVE WS-QUE-OPERID TO OPELSTO(CA-NB)
                    MOVE WS-QUE-NUM-COMPTE TO CPTLSTO(CA-NB)
                    MOVE WS-QUE-MONTANT TO MNTLSTO(CA-NB)
                    MOVE WS-QUE-SENS TO SNSLSTO(CA-NB)
                    MOVE WS-QUE-NAT TO NATLSTO(CA-NB)
                    MOVE WS-QUE-LIBELLE TO LIBLSTO(CA-NB)
                 ELSE
                    MOVE WS-QUE-CLE TO CA-CLE-SUIVANTE
                    MOVE 'Y' TO WS-FIN-BALAYAGE
                 END-IF
              END-IF
           END-IF.
       FONCTION-VIDER-LIGNE.
           MOVE 0 TO NUMLSTO(WS-I)
           MOVE SPACES TO TRMLSTO(WS-I)
           MOVE SPACES TO OPELSTO(WS-I)
           MOVE SPACES TO CPTLSTO(WS-I)
           MOVE 0 TO MNTLSTO(WS-I)
           MOVE SPACES TO SNSLSTO(WS-I)
           MOVE SPACES TO NATLSTO(WS-I)
           MOVE SPACES TO LIBLSTO(WS-I).
      *-- LA SAISIE CHOISIE EST RELUE EN MISE A JOUR : ELLE A PU ETRE
      *-- DEVERSEE, ANNULEE OU DECIDEE AILLEURS DEPUIS L AFFICHAGE
       FONCTION-TRAITER-DECISION.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPLIB')
                RESP(WS-RESPCODE)
           END-EXEC
           MOVE 'O' TO WS-DECISION-OK
           IF NUMLIBI NOT NUMERIC
              MOVE 'N' TO WS-DECISION-OK
           ELSE
              MOVE NUMLIBI TO WS-LIGNE
              IF WS-LIGNE < 1 OR WS-LIGNE > CA-NB
                 MOVE 'N' TO WS-DECISION-OK
              END-IF
           END-IF
           IF WS-DECISION-OK = 'N'
              MOVE 'NUMERO DE LIGNE INVALIDE' TO MSGINFO
           ELSE
              IF ACTLIBI NOT = 'V' AND ACTLIBI NOT = 'R'
                 MOVE 'N' TO WS-DECISION-OK
                 MOVE 'ACTION INVALIDE (V/R)' TO MSGINFO
              END-IF
           END-IF
           IF WS-DECISION-OK = 'O'
              MOVE CA-CLE(WS-LIGNE) TO WS-Q-KEY
              PERFORM FONCTION-DECIDER-SAISIE
              IF WS-DECISION-OK = 'O' AND WS-QUE-NAT = 'VIT'
                 MOVE WS-QUE-CLE TO WS-CLE-JUMELLE
                 IF WS-QUE-SENS = 'DB'
                    ADD 1 TO WS-JUM-SEQ
                 ELSE
                    SUBTRACT 1 FROM WS-JUM-SEQ
                 END-IF
                 MOVE WS-CLE-JUMELLE TO WS-Q-KEY
                 PERFORM FONCTION-DECIDER-SAISIE
                 MOVE 'O' TO WS-DECISION-OK
              END-IF
           END-IF
           IF WS-DECISION-OK = 'O'
              IF ACTLIBI = 'V'
                 MOVE 'SAISIE VALIDEE - DEVERSEE CE SOIR' TO MSGINFO
              ELSE
                 MOVE 'SAISIE REFUSEE - RETIREE DE LA FILE' TO MSGINFO
              END-IF
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPLIB')
                FREEKB
           END-EXEC.
       FONCTION-DECIDER-SAISIE.
           EXEC CICS READ FILE('FMOUVQ') INTO (WS-QUEUE-REC)
                LENGTH(WS-Q-REC-LEN)
                RIDFLD(WS-Q-KEY)
                KEYLENGTH(21)
                UPDATE
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-DECISION-OK
              MOVE 'SAISIE DEJA DEVERSEE OU ANNULEE' TO MSGINFO
           ELSE
              IF WS-QUE-STATUT NOT = 'R'
                 OR WS-QUE-OPERID = WS-SES-OPERID
                 EXEC CICS UNLOCK FILE('FMOUVQ')
                 END-EXEC
                 MOVE 'N' TO WS-DECISION-OK
                 IF WS-QUE-STATUT NOT = 'R'
                    MOVE 'SAISIE DEJA DECIDEE' TO MSGINFO
                 ELSE
                    MOVE 'VALIDATION DE SA PROPRE SAISIE INTERDITE'
                         TO MSGINFO
                 END-IF
              ELSE
                 PERFORM FONCTION-APPLIQUER-DECISION
              END-IF
           END-IF.
       FONCTION-APPLIQUER-DECISION.
           IF ACTLIBI = 'V'
              MOVE SPACE TO WS-QUE-STATUT
              EXEC CICS REWRITE FILE('FMOUVQ') FROM (WS-QUEUE-REC)
                   LENGTH(WS-Q-REC-LEN)
                   RESP(WS-RESPCODE)
              END-EXEC
           ELSE
              EXEC CICS DELETE FILE('FMOUVQ')
                   RESP(WS-RESPCODE)
              END-EXEC
           END-IF
           IF WS-RESPCODE = DFHRESP(NORMAL)
              PERFORM FONCTION-TRACER-AUDIT
           ELSE
              MOVE 'N' TO WS-DECISION-OK
              MOVE 'ERREUR MISE A JOUR FILE ATTENTE' TO MSGINFO
           END-IF.
      *-- LE SUPERVISEUR EST L OPERATEUR DE LA PISTE, L OPERATEUR DE
      *-- SAISIE EST PORTE DANS L IMAGE ET REPETE EN FIN D IMAGE
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           IF ACTLIBI = 'V'
              MOVE 'LIBSAISI' TO WS-AUD-OPERATION
           ELSE
              MOVE 'REFSAISI' TO WS-AUD-OPERATION
           END-IF
           MOVE WS-QUE-NUM-COMPTE TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-QUEUE-REC TO WS-AUD-AVANT(1:80)
           MOVE WS-QUE-OPERID TO WS-AUD-AVANT(81:4)
           EXEC CICS WRITE FILE('FAUDIT') FROM (WS-AUDIT-REC)
                LENGTH(WS-AUD-REC-LEN)
                RESP(WS-RESPCODE)
           END-EXEC.
      *-- LA SESSION PGLOGON DU TERMINAL DOIT ETRE CELLE D UN
      *-- SUPERVISEUR ; SINON REFUS AFFICHE ET TRACE DANS FAUDIT
       FONCTION-CONTROLER-SUPERVISEUR.
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
              MOVE SPACES TO WS-SES-PROFIL
           END-IF
           IF WS-SES-PROFIL NOT = 'S'
              MOVE 'ACCES REFUSE - PROFIL SUPERVISEUR REQUIS'
                   TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPLIB')
                   FREEKB
                   ERASE
              END-EXEC
              PERFORM FONCTION-TRACER-REFUS
              PERFORM FIN-PROGRAMME
           END-IF.
       FONCTION-TRACER-REFUS.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
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
       FIN-PROGRAMME.
           EXEC CICS
                RETURN
           END-EXEC.
