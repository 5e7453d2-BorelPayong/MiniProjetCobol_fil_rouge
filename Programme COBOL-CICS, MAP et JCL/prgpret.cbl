      *PROGRAMME DE CONSULTATION D UN PRET AU GUICHET : SUR SAISIE
      *D UN NUMERO DE COMPTE ET D UNE SEQUENCE DE PRET, LE PRET EST
      *LU SUR LE MAITRE FPRET (CAPITAL, TAUX, DUREE, DATE DE DEBUT,
      *STATUT) ET SON ECHEANCIER FECHEANC (GENERE PAR QUEST79, TENU
      *PAR LE PRELEVEMENT MENSUEL QUEST80) EST PARCOURU POUR EN
      *TIRER LE NOMBRE D ECHEANCES PAYEES ('P'), LES ECHEANCES EN
      *ARRIERE ('I' = IMPAYEE) AVEC LEUR MONTANT ET LE CAPITAL
      *RESTANT DU (PART CAPITAL DES ECHEANCES NON PAYEES).
      *L ECHEANCIER EST AFFICHE PAGE PAR PAGE DE DIX ECHEANCES :
      *PF8 = PAGE SUIVANTE, PF7 = PAGE PRECEDENTE, ENTREE = AUTRE
      *PRET, PF3 = FIN.
      *VERSION PSEUDO-CONVERSATIONNELLE COMME PGRELEVE : CHAQUE
      *PAGE EST UNE TACHE, LE NUMERO DE LA PREMIERE ECHEANCE DE LA
      *PAGE EST PORTE EN COMMAREA ET LE PARCOURS EST REOUVERT A
      *CHAQUE INTERACTION.
      *ETAPES : ' ' MAP DU PRET, '1' PRET RECU ET PREMIERE PAGE,
      *'2' NAVIGATION DANS L ECHEANCIER. UNE COMMAREA PRE-REMPLIE
      *(ETAPE '1', COMPTE ET SEQUENCE RENSEIGNES) EST RECUE DU
      *ZOOM XCTL DE PGSYNTH ET AFFICHE LE PRET SANS RESSAISIE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGPRET.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPPRT.
       01 WS-RESPCODE PIC S9(8) COMP.
       01 WS-REC-LEN PIC S9(4) COMP.
       01 WS-KEY-LEN PIC S9(4) COMP.
       01 WS-REC-KEY PIC X(6).
       01 WS-PRT-REC-LEN PIC S9(4) COMP.
       01 WS-PRT-KEY PIC X(8).
       01 WS-ECH-REC-LEN PIC S9(4) COMP.
       01 WS-ECH-CLE PIC X(11).
       01 WS-FIN-BROWSE PIC X(1).
       01 WS-LIGNE-PAGE PIC 9(2).
       01 WS-I PIC 9(2).
       01 WS-DERNIERE PIC 9(3).
       01 C-TRANSID PIC X(4) VALUE 'TPRT'.
      *-- PRET (FICHIER FPRET, 80 OCTETS) : STATUT 'N' NOUVEAU EN
      *-- ATTENTE D ECHEANCIER, 'A' ACTIF
       01 WS-PRET-REC.
          05 WS-PRT-NUM-COMPTE PIC X(6).
          05 WS-PRT-SEQ PIC 9(2).
          05 WS-PRT-CAPITAL PIC 9(8)V99.
          05 WS-PRT-TAUX PIC 9(3)V99.
          05 WS-PRT-DUREE-MOIS PIC 9(3).
          05 WS-PRT-DATE-DEBUT PIC X(10).
          05 WS-PRT-STATUT PIC X(1).
          05 FILLER PIC X(42).
      *-- ECHEANCE (FICHIER FECHEANC, 80 OCTETS) : STATUT 'P' PAYEE,
      *-- 'I' IMPAYEE, BLANC A VENIR
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
      *-- SITUATION DU PRET CUMULEE SUR TOUT L ECHEANCIER
       01 WS-NB-PAYEES PIC 9(3).
       01 WS-NB-IMPAYEES PIC 9(3).
       01 WS-MONT-IMPAYES PIC 9(8)V99.
       01 WS-CAPITAL-RESTANT PIC 9(8)V99.
       01 WS-MENSUALITE PIC 9(8)V99.
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS : PRET CONSULTE ET
      *-- NUMERO DE LA PREMIERE ECHEANCE DE LA PAGE AFFICHEE
       01 WS-COMMAREA.
          05 CA-ETAPE PIC X(1).
          05 CA-COMPTE PIC X(6).
          05 CA-SEQ PIC 9(2).
          05 CA-PREMIERE PIC 9(3).
       COPY WSCLIENT.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(12).
       PROCEDURE DIVISION.
           MOVE 101 TO WS-REC-LEN
           MOVE 6 TO WS-KEY-LEN
           MOVE 80 TO WS-PRT-REC-LEN
           MOVE 80 TO WS-ECH-REC-LEN
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              PERFORM FONCTION-DEMANDER-PRET
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM FIN-PROGRAMME
              END-IF
              EVALUATE CA-ETAPE
                 WHEN '1'
                    PERFORM FONCTION-TRAITER-PRET
                 WHEN '2'
                    PERFORM FONCTION-NAVIGUER
                 WHEN OTHER
                    PERFORM FONCTION-DEMANDER-PRET
              END-EVALUATE
           END-IF
           EXEC CICS RETURN
                TRANSID(C-TRANSID)
                COMMAREA(WS-COMMAREA)
                LENGTH(12)
           END-EXEC.
      *-- LE PRET PORTE EN COMMAREA EST EFFACE AVEC L ENVOI DE LA
      *-- MAP : UN COMPTE NON BLANC A L ETAPE '1' SIGNIFIE UN ZOOM
      *-- XCTL DEJA RENSEIGNE
       FONCTION-DEMANDER-PRET.
           MOVE SPACES TO CA-COMPTE
           MOVE 0 TO CA-SEQ
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPPRT')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC
           MOVE '1' TO CA-ETAPE.
       FONCTION-TRAITER-PRET.
           IF CA-COMPTE = SPACES
              EXEC CICS RECEIVE MAP('MAP1')
                   MAPSET('MAPPRT')
                   RESP(WS-RESPCODE)
              END-EXEC
              MOVE CPTPRI TO CA-COMPTE
              MOVE SEQPRI TO CA-SEQ
           END-IF
           MOVE CA-COMPTE TO WS-REC-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-REC-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE CA-COMPTE TO WS-PRT-KEY(1:6)
              MOVE CA-SEQ TO WS-PRT-KEY(7:2)
              EXEC CICS READ FILE('FPRET') INTO (WS-PRET-REC)
                   LENGTH(WS-PRT-REC-LEN)
                   RIDFLD(WS-PRT-KEY)
                   KEYLENGTH(8)
                   RESP(WS-RESPCODE)
              END-EXEC
           END-IF
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'PRET INCONNU - AUTRE PRET ?' TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPPRT')
                   FREEKB
              END-EXEC
              MOVE SPACES TO CA-ETAPE
           ELSE
              MOVE 1 TO CA-PREMIERE
              PERFORM FONCTION-AFFICHER-PAGE
           END-IF.
      *-- PF8 AVANCE, PF7 RECULE DE DIX ECHEANCES DANS LES BORNES
      *-- DE LA DUREE DU PRET ; ENTREE REVIENT A LA SAISIE
       FONCTION-NAVIGUER.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF8
                 PERFORM FONCTION-RELIRE-PRET
                 IF CA-PREMIERE + 10 NOT > WS-PRT-DUREE-MOIS
                    ADD 10 TO CA-PREMIERE
                 END-IF
                 PERFORM FONCTION-AFFICHER-PAGE
              WHEN EIBAID = DFHPF7
                 PERFORM FONCTION-RELIRE-PRET
                 IF CA-PREMIERE > 10
                    SUBTRACT 10 FROM CA-PREMIERE
                 ELSE
                    MOVE 1 TO CA-PREMIERE
                 END-IF
                 PERFORM FONCTION-AFFICHER-PAGE
              WHEN OTHER
                 PERFORM FONCTION-DEMANDER-PRET
           END-EVALUATE.
       FONCTION-RELIRE-PRET.
           MOVE CA-COMPTE TO WS-REC-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-REC-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
           END-EXEC
           MOVE CA-COMPTE TO WS-PRT-KEY(1:6)
           MOVE CA-SEQ TO WS-PRT-KEY(7:2)
           EXEC CICS READ FILE('FPRET') INTO (WS-PRET-REC)
                LENGTH(WS-PRT-REC-LEN)
                RIDFLD(WS-PRT-KEY)
                KEYLENGTH(8)
                RESP(WS-RESPCODE)
           END-EXEC.
      *-- L ECHEANCIER DU PRET EST PARCOURU EN ENTIER A CHAQUE PAGE :
      *-- LES CUMULS DE SITUATION PORTENT SUR TOUTES LES ECHEANCES,
      *-- SEULES CELLES DE LA PAGE COURANTE SONT AFFICHEES
       FONCTION-AFFICHER-PAGE.
           MOVE 0 TO WS-LIGNE-PAGE
           MOVE 0 TO WS-NB-PAYEES
           MOVE 0 TO WS-NB-IMPAYEES
           MOVE 0 TO WS-MONT-IMPAYES
           MOVE 0 TO WS-CAPITAL-RESTANT
           MOVE 0 TO WS-MENSUALITE
           COMPUTE WS-DERNIERE = CA-PREMIERE + 9
           MOVE 'N' TO WS-FIN-BROWSE
           MOVE CA-COMPTE TO WS-ECH-CLE(1:6)
           MOVE CA-SEQ TO WS-ECH-CLE(7:2)
           MOVE '000' TO WS-ECH-CLE(9:3)
           EXEC CICS STARTBR FILE('FECHEANC')
                RIDFLD(WS-ECH-CLE)
                GTEQ
                REQID(01)
                KEYLENGTH(11)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FIN-BROWSE
           ELSE
              PERFORM FONCTION-LIRE-ECHEANCE
                 UNTIL WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FECHEANC')
                   REQID(01)
              END-EXEC
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
              IF WS-I > WS-LIGNE-PAGE
                 MOVE 0 TO NUMECO(WS-I)
                 MOVE SPACES TO DTEECO(WS-I)
                 MOVE 0 TO MNTECO(WS-I)
                 MOVE 0 TO CAPECO(WS-I)
                 MOVE 0 TO INTECO(WS-I)
                 MOVE 0 TO RSTECO(WS-I)
                 MOVE SPACES TO STAECO(WS-I)
              END-IF
           END-PERFORM
           MOVE CA-COMPTE TO CPTPRO
           MOVE WS-NOM TO NOMPRO
           MOVE CA-SEQ TO SEQPRO
           MOVE WS-PRT-CAPITAL TO CAPPRO
           MOVE WS-PRT-TAUX TO TAUPRO
           MOVE WS-PRT-DUREE-MOIS TO DURPRO
           MOVE WS-PRT-DATE-DEBUT TO DDBPRO
           MOVE WS-PRT-STATUT TO STAPRO
           MOVE WS-MENSUALITE TO MENPRO
           MOVE WS-NB-PAYEES TO NBPPRO
           MOVE WS-NB-IMPAYEES TO NBIPRO
           MOVE WS-MONT-IMPAYES TO MNIPRO
           MOVE WS-CAPITAL-RESTANT TO CRDPRO
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPPRT')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPPRT')
                DATAONLY
                FREEKB
           END-EXEC
           EVALUATE TRUE
              WHEN WS-PRT-STATUT = 'N'
                 MOVE 'ECHEANCIER NON ENCORE ETABLI - PF3 = FIN'
                   TO MSGINFO
              WHEN WS-NB-IMPAYEES > 0
                 MOVE 'ARRIERES ! PF7/PF8 = PAGES, ENTREE = AUTRE PRET'
                   TO MSGINFO
              WHEN OTHER
                 MOVE 'PF7/PF8 = PAGES, ENTREE = AUTRE PRET, PF3 = FIN'
                   TO MSGINFO
           END-EVALUATE
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPPRT')
                FREEKB
           END-EXEC
           MOVE '2' TO CA-ETAPE.
       FONCTION-LIRE-ECHEANCE.
           EXEC CICS READNEXT FILE('FECHEANC') INTO (WS-ECHEANC-REC)
                LENGTH(WS-ECH-REC-LEN)
                RIDFLD(WS-ECH-CLE)
                KEYLENGTH(11)
                REQID(01)
                RESP(WS-RESPCODE)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN WS-ECH-NUM-COMPTE NOT = CA-COMPTE
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN WS-ECH-SEQ-PRET NOT = CA-SEQ
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN OTHER
                 PERFORM FONCTION-CUMULER-ECHEANCE
           END-EVALUATE.
      *-- LE CAPITAL RESTANT DU EST LA PART CAPITAL DES ECHEANCES
      *-- NON PAYEES, COMME DANS LE RAPPROCHEMENT QUEST118
       FONCTION-CUMULER-ECHEANCE.
           IF WS-ECH-NUMERO = 1
              MOVE WS-ECH-MENSUALITE TO WS-MENSUALITE
           END-IF
           EVALUATE WS-ECH-STATUT
              WHEN 'P'
                 ADD 1 TO WS-NB-PAYEES
              WHEN 'I'
                 ADD 1 TO WS-NB-IMPAYEES
                 ADD WS-ECH-MENSUALITE TO WS-MONT-IMPAYES
           END-EVALUATE
           IF WS-ECH-STATUT NOT = 'P'
              ADD WS-ECH-PART-CAPITAL TO WS-CAPITAL-RESTANT
           END-IF
           IF WS-ECH-NUMERO NOT < CA-PREMIERE
              AND WS-ECH-NUMERO NOT > WS-DERNIERE
              AND WS-LIGNE-PAGE < 10
              ADD 1 TO WS-LIGNE-PAGE
              MOVE WS-ECH-NUMERO TO NUMECO(WS-LIGNE-PAGE)
              MOVE WS-ECH-DATE TO DTEECO(WS-LIGNE-PAGE)
              MOVE WS-ECH-MENSUALITE TO MNTECO(WS-LIGNE-PAGE)
              MOVE WS-ECH-PART-CAPITAL TO CAPECO(WS-LIGNE-PAGE)
              MOVE WS-ECH-PART-INTERET TO INTECO(WS-LIGNE-PAGE)
              MOVE WS-ECH-RESTANT-DU TO RSTECO(WS-LIGNE-PAGE)
              MOVE WS-ECH-STATUT TO STAECO(WS-LIGNE-PAGE)
           END-IF.
       FIN-PROGRAMME.
           EXEC CICS
                RETURN
           END-EXEC.
