      *OPERATIONS DE MAINTENANCE TRACEES DANS FAUDIT POUR CE
      *COMPTE, AINSI QUE L INDICATEUR DE DOSSIER KYC (FICHIER FKYC
      *TENU PAR QUEST114) : INCOMPLET, EXPIRE OU A JOUR.
      *UNE LIGNE PRETS RESUME LES PRETS FPRET DU COMPTE (NOMBRE,
      *CAPITAL RESTANT DU ET ECHEANCES IMPAYEES FECHEANC) ; PF5
      *BASCULE SUR LA CONSULTATION DETAILLEE PGPRET DU PRET EN
      *ARRIERE, A DEFAUT DU PREMIER PRET DU COMPTE.
      *UNE LIGNE OPPOSITIONS DONNE LE NOMBRE DE CHEQUES FRAPPES
      *D OPPOSITION (FICHIER FOPPOSIT, Y COMPRIS LES SAISIES EN
      *LIGNE PGOPPSAI) AVEC LA DATE ET LA CONFIRMATION DE LA
      *DERNIERE OPPOSITION POSEE.
      *VERSION PSEUDO-CONVERSATIONNELLE : ETAPES ' ' MAP DU COMPTE,
      *'1' COMPTE RECU ET SYNTHESE AFFICHEE, '2' ENTREE = AUTRE
      *COMPTE. PF3 TERMINE
       01 WS-NB-EXPIREES PIC 9(3).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
      *-- PRETS DU COMPTE (MAITRE FPRET ET ECHEANCIER FECHEANC)
       01 WS-PRET-REC.
          05 WS-PRT-NUM-COMPTE PIC X(6).
          05 WS-PRT-SEQ PIC 9(2).
          05 WS-PRT-CAPITAL PIC 9(8)V99.
          05 WS-PRT-TAUX PIC 9(3)V99.
          05 WS-PRT-DUREE-MOIS PIC 9(3).
          05 WS-PRT-DATE-DEBUT PIC X(10).
          05 WS-PRT-STATUT PIC X(1).
          05 FILLER PIC X(42).
       01 WS-PRT-REC-LEN PIC S9(4) COMP.
       01 WS-PRT-KEY PIC X(8).
       01 WS-ECHEANC-REC.
          05 WS-ECH-NUM-COMPTE PIC X(6).
          05 WS-ECH-SEQ-PRET PIC 9(2).
          05 WS-ECH-NUMERO PIC 9(3).
          05 WS-ECH-DATE PIC X(10).
          05 WS-ECH-MENSUALITE PIC 9(8)V99.
          05 WS-ECH-PART-CAPITAL PIC 9(8)V99.
          05 WS-ECH-PART-INTERET PIC 9(8)V99.
          05 WS-ECH-RESTANT-DU PIC 9(8)V99.
          05 WS-ECH-STATUT PIC X(1).
          05 FILLER PIC X(18).
       01 WS-ECH-REC-LEN PIC S9(4) COMP.
       01 WS-ECH-KEY PIC X(11).
       01 WS-NB-PRETS PIC 9(2).
       01 WS-ARRIERE-TROUVE PIC X(1).
       01 WS-NB-IMPAYEES PIC 9(3).
       01 WS-CAPITAL-RESTANT PIC 9(9)V99.
      *-- OPPOSITIONS SUR CHEQUES DU COMPTE (FICHIER FOPPOSIT)
       01 WS-OPPOSIT-REC.
          05 WS-OPP-NUM-COMPTE PIC X(6).
          05 WS-OPP-NUM-CHEQUE PIC 9(6).
          05 WS-OPP-DATE-POSE PIC X(10).
          05 WS-OPP-MOTIF PIC X(20).
          05 WS-OPP-CODE-MOTIF PIC X(1).
          05 WS-OPP-CONFIRMATION PIC X(15).
          05 WS-OPP-OPERID PIC X(4).
          05 FILLER PIC X(18).
       01 WS-OPP-REC-LEN PIC S9(4) COMP.
       01 WS-OPP-KEY PIC X(12).
       01 WS-NB-OPPOSITIONS PIC 9(4).
       01 WS-OPP-DERNIERE-DATE PIC X(10).
       01 WS-OPP-DERNIERE-CONF PIC X(15).
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS : LE PRET CIBLE DU
      *-- ZOOM PF5 (ZERO = AUCUN PRET SUR LE COMPTE)
       01 WS-COMMAREA.
          05 CA-ETAPE PIC X(1).
          05 CA-COMPTE PIC X(6).
          05 CA-SEQ-PRET PIC 9(2).
      *-- COMMAREA PRE-REMPLIE POUR LE ZOOM XCTL VERS PGPRET, AU
      *-- FORMAT DE LA COMMAREA DE CE PROGRAMME
       01 WS-XCTL-COMMAREA.
          05 XC-ETAPE PIC X(1).
          05 XC-COMPTE PIC X(6).
          05 XC-SEQ PIC 9(2).
          05 XC-PREMIERE PIC 9(3).
       COPY WSAUDIT.
       COPY WSCLIENT.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(9).
       PROCEDURE DIVISION.
           MOVE 101 TO WS-REC-LEN
           MOVE 6 TO WS-KEY-LEN
              IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM FIN-PROGRAMME
              END-IF
              IF EIBAID = DFHPF5 AND CA-SEQ-PRET NOT = 0
                 PERFORM FONCTION-ZOOM-PRET
              END-IF
              EVALUATE CA-ETAPE
                 WHEN '1'
                    PERFORM FONCTION-TRAITER-COMPTE
           EXEC CICS RETURN
                TRANSID(C-TRANSID)
                COMMAREA(WS-COMMAREA)
                LENGTH(9)
           END-EXEC.
      *-- LA COMMAREA PRE-REMPLIE (ETAPE '1', COMPTE ET SEQUENCE)
      *-- FAIT AFFICHER LE PRET PAR PGPRET SANS RESSAISIE
       FONCTION-ZOOM-PRET.
           MOVE SPACES TO WS-XCTL-COMMAREA
           MOVE '1' TO XC-ETAPE
           MOVE CA-COMPTE TO XC-COMPTE
           MOVE CA-SEQ-PRET TO XC-SEQ
           MOVE 1 TO XC-PREMIERE
           EXEC CICS XCTL PROGRAM('PGPRET')
                COMMAREA(WS-XCTL-COMMAREA)
                LENGTH(12)
                RESP(WS-RESPCODE)
           END-EXEC.
       FONCTION-DEMANDER-COMPTE.
           EXEC CICS SEND MAP('MAP1')
                FREEKB
                ERASE
           END-EXEC
           MOVE 0 TO CA-SEQ-PRET
           MOVE '1' TO CA-ETAPE.
       FONCTION-TRAITER-COMPTE.
           EXEC CICS RECEIVE MAP('MAP1')
                   MAPSET('MAPSYN')
                   FREEKB
              END-EXEC
              MOVE 0 TO CA-SEQ-PRET
              MOVE SPACES TO CA-ETAPE
           ELSE
              PERFORM FONCTION-AFFICHER-SYNTHESE
           PERFORM FONCTION-LIRE-LIMITE
           PERFORM FONCTION-LIRE-SCORE
           PERFORM FONCTION-CONTROLER-KYC
           PERFORM FONCTION-LIRE-PRETS
           PERFORM FONCTION-LIRE-OPPOSITIONS
           PERFORM FONCTION-LIRE-MOUVEMENTS
           PERFORM FONCTION-LIRE-AUDIT
           EXEC CICS SEND MAP('MAP2')
                DATAONLY
                FREEKB
           END-EXEC
           IF CA-SEQ-PRET NOT = 0
              MOVE 'ENTREE = AUTRE COMPTE, PF5 = PRET, PF3 = FIN'
                TO MSGINFO
           ELSE
              MOVE 'ENTREE = AUTRE COMPTE, PF3 = FIN' TO MSGINFO
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPSYN')
                FREEKB
           ELSE
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF.
      *-- LIGNE PRETS : NOMBRE DE PRETS FPRET DU COMPTE, CAPITAL
      *-- RESTANT DU (PART CAPITAL DES ECHEANCES NON PAYEES) ET
      *-- ECHEANCES IMPAYEES ; LE ZOOM PF5 VISE LE PREMIER PRET EN
      *-- ARRIERE, A DEFAUT LE PREMIER PRET DU COMPTE
       FONCTION-LIRE-PRETS.
           MOVE 0 TO WS-NB-PRETS
           MOVE 0 TO WS-NB-IMPAYEES
           MOVE 0 TO WS-CAPITAL-RESTANT
           MOVE 0 TO CA-SEQ-PRET
           MOVE 80 TO WS-PRT-REC-LEN
           MOVE CA-COMPTE TO WS-PRT-KEY(1:6)
           MOVE '00' TO WS-PRT-KEY(7:2)
           EXEC CICS STARTBR FILE('FPRET')
                RIDFLD(WS-PRT-KEY)
                GTEQ
                REQID(04)
                KEYLENGTH(8)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BROWSE
              PERFORM FONCTION-LIRE-PRET
                 UNTIL WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FPRET')
                   REQID(04)
              END-EXEC
           END-IF
           IF WS-NB-PRETS > 0
              PERFORM FONCTION-CUMULER-ECHEANCES
           END-IF
           MOVE WS-NB-PRETS TO NBPSYO
           MOVE WS-CAPITAL-RESTANT TO CRDSYO
           MOVE WS-NB-IMPAYEES TO IMPSYO.
       FONCTION-LIRE-PRET.
           EXEC CICS READNEXT FILE('FPRET') INTO (WS-PRET-REC)
                LENGTH(WS-PRT-REC-LEN)
                RIDFLD(WS-PRT-KEY)
                KEYLENGTH(8)
                REQID(04)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-PRT-NUM-COMPTE = CA-COMPTE
              ADD 1 TO WS-NB-PRETS
              IF CA-SEQ-PRET = 0
                 MOVE WS-PRT-SEQ TO CA-SEQ-PRET
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF.
       FONCTION-CUMULER-ECHEANCES.
           MOVE 80 TO WS-ECH-REC-LEN
           MOVE SPACES TO WS-ECH-KEY
           MOVE CA-COMPTE TO WS-ECH-KEY(1:6)
           EXEC CICS STARTBR FILE('FECHEANC')
                RIDFLD(WS-ECH-KEY)
                REQID(05)
                KEYLENGTH(6)
                GENERIC
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BROWSE
              MOVE 'N' TO WS-ARRIERE-TROUVE
              PERFORM FONCTION-LIRE-ECHEANCE
                 UNTIL WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FECHEANC')
                   REQID(05)
              END-EXEC
           END-IF.
       FONCTION-LIRE-ECHEANCE.
           EXEC CICS READNEXT FILE('FECHEANC') INTO (WS-ECHEANC-REC)
                LENGTH(WS-ECH-REC-LEN)
                RIDFLD(WS-ECH-KEY)
                KEYLENGTH(11)
                REQID(05)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-ECH-NUM-COMPTE = CA-COMPTE
              IF WS-ECH-STATUT NOT = 'P'
                 ADD WS-ECH-PART-CAPITAL TO WS-CAPITAL-RESTANT
              END-IF
              IF WS-ECH-STATUT = 'I'
                 ADD 1 TO WS-NB-IMPAYEES
                 IF WS-ARRIERE-TROUVE = 'N'
                    MOVE 'O' TO WS-ARRIERE-TROUVE
                    MOVE WS-ECH-SEQ-PRET TO CA-SEQ-PRET
                 END-IF
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF.
      *-- OPPOSITIONS DU COMPTE : NOMBRE DE CHEQUES FRAPPES ET
      *-- DERNIERE OPPOSITION POSEE (DATE LA PLUS RECENTE)
       FONCTION-LIRE-OPPOSITIONS.
           MOVE 0 TO WS-NB-OPPOSITIONS
           MOVE SPACES TO WS-OPP-DERNIERE-DATE
           MOVE SPACES TO WS-OPP-DERNIERE-CONF
           MOVE 80 TO WS-OPP-REC-LEN
           MOVE SPACES TO WS-OPP-KEY
           MOVE CA-COMPTE TO WS-OPP-KEY(1:6)
           EXEC CICS STARTBR FILE('FOPPOSIT')
                RIDFLD(WS-OPP-KEY)
                REQID(07)
                KEYLENGTH(6)
                GENERIC
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BROWSE
              PERFORM FONCTION-LIRE-OPPOSITION
                 UNTIL WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FOPPOSIT')
                   REQID(07)
              END-EXEC
           END-IF
           MOVE WS-NB-OPPOSITIONS TO NBOSYO
           MOVE WS-OPP-DERNIERE-DATE TO DTOSYO
           MOVE WS-OPP-DERNIERE-CONF TO CNOSYO.
       FONCTION-LIRE-OPPOSITION.
           EXEC CICS READNEXT FILE('FOPPOSIT') INTO (WS-OPPOSIT-REC)
                LENGTH(WS-OPP-REC-LEN)
                RIDFLD(WS-OPP-KEY)
                KEYLENGTH(12)
                REQID(07)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-OPP-NUM-COMPTE = CA-COMPTE
              ADD 1 TO WS-NB-OPPOSITIONS
              IF WS-OPP-DATE-POSE NOT < WS-OPP-DERNIERE-DATE
                 MOVE WS-OPP-DATE-POSE TO WS-OPP-DERNIERE-DATE
                 MOVE WS-OPP-CONFIRMATION TO WS-OPP-DERNIERE-CONF
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF.
      *-- DIX DERNIERS MOUVEMENTS DU PLUS RECENT AU PLUS ANCIEN :
      *-- MEME CALAGE READNEXT PUIS READPREV QUE PGRELEVE, LE
      *-- STARTBR GTEQ NE TOMBANT JAMAIS SUR UNE CLE EXACTE
