      *FIN DE NUIT. UN JOB TERMINE AVEC COMPTEUR A ZERO LA OU DU
      *VOLUME EST ATTENDU EST MARQUE EN ANOMALIE : L OPERATEUR VOIT
      *UNE CHAINE PLANTEE EN QUELQUES MINUTES AU LIEU DE LA
      *DECOUVRIR A LA RELEVE. LA COLONNE ERREURS COMPTE, POUR
      *CHAQUE JOB, LES ERREURS DE LA DATE SAISIE DEJA ECRITES DANS
      *LE JOURNAL FERRLOG PAR LE SERVICE PGMERR.
      *VERSION PSEUDO-CONVERSATIONNELLE : ETAPES ' ' MAP DE DATE,
      *'1' DATE RECUE ET TABLEAU AFFICHE, ENTREE = RAFRAICHIR.
      *PF3 TERMINE
       01 WS-RESPCODE PIC S9(8) COMP.
       01 WS-RUN-REC-LEN PIC S9(4) COMP.
       01 WS-CTL-REC-LEN PIC S9(4) COMP.
       01 WS-ERL-REC-LEN PIC S9(4) COMP.
       01 WS-RBA PIC S9(8) COMP.
       01 WS-FIN-BROWSE PIC X(1).
       01 WS-I PIC 9(2).
          05 WS-CTL-LIBELLE PIC X(30).
          05 WS-CTL-COMPTEUR PIC 9(7).
          05 FILLER PIC X(35).
      *-- ENREGISTREMENT DU JOURNAL DES ERREURS FERRLOG (PGMERR)
       01 WS-ERRLOG-REC.
          05 WS-ERL-JOB PIC X(8).
          05 WS-ERL-PROGRAMME PIC X(8).
          05 WS-ERL-DATE PIC X(10).
          05 FILLER PIC X(124).
      *-- JOBS ATTENDUS DE LA CHAINE, DANS L ORDRE D ENCHAINEMENT ;
      *-- POUR CHACUN, VOLUME ATTENDU ('O') OU COMPTEUR A ZERO
      *-- ADMIS ('N', ETATS D EXCEPTION)
             10 WS-TAB-ET-STATUT PIC X(1).
             10 WS-TAB-ET-COMPTEUR PIC 9(7).
             10 WS-TAB-ET-CTL-VU PIC X(1).
             10 WS-TAB-ET-NB-ERR PIC 9(5).
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS
       01 WS-COMMAREA.
          05 CA-ETAPE PIC X(1).
       PROCEDURE DIVISION.
           MOVE 80 TO WS-RUN-REC-LEN
           MOVE 80 TO WS-CTL-REC-LEN
           MOVE 150 TO WS-ERL-REC-LEN
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              PERFORM FONCTION-DEMANDER-DATE
           PERFORM FONCTION-INITIALISER-ETATS
           PERFORM FONCTION-BALAYER-RUNREG
           PERFORM FONCTION-BALAYER-CTLLOG
           PERFORM FONCTION-BALAYER-ERRLOG
           MOVE CA-DATE TO DATSUO
           PERFORM FONCTION-GARNIR-LIGNES
           EXEC CICS SEND MAP('MAP2')
              MOVE SPACE TO WS-TAB-ET-STATUT(WS-I)
              MOVE 0 TO WS-TAB-ET-COMPTEUR(WS-I)
              MOVE 'N' TO WS-TAB-ET-CTL-VU(WS-I)
              MOVE 0 TO WS-TAB-ET-NB-ERR(WS-I)
           END-PERFORM.
      *-- LE REGISTRE DE PASSAGE EST UN ESDS ECRIT AU FIL DE L EAU
      *-- PAR PGMCHAIN : IL EST BALAYE DU DEBUT (RBA ZERO) ET LE
                 END-IF
              END-PERFORM
           END-IF.
      *-- LE JOURNAL DES ERREURS EST UN ESDS ECRIT EN EXTENSION PAR
      *-- PGMERR SUR PLUSIEURS NUITS : SEULES LES LIGNES DE LA DATE
      *-- DEMANDEE SONT COMPTEES. UN JOURNAL ABSENT OU VIDE LAISSE
      *-- LES COMPTEURS A ZERO
       FONCTION-BALAYER-ERRLOG.
           MOVE 'N' TO WS-FIN-BROWSE
           MOVE 0 TO WS-RBA
           EXEC CICS STARTBR FILE('FERRLOG')
                RIDFLD(WS-RBA)
                RBA
                REQID(06)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF
           PERFORM FONCTION-LIRE-ERRLOG
              UNTIL WS-FIN-BROWSE = 'Y'
           IF WS-RESPCODE = DFHRESP(NORMAL)
              OR WS-RESPCODE = DFHRESP(ENDFILE)
              EXEC CICS ENDBR FILE('FERRLOG')
                   REQID(06)
              END-EXEC
           END-IF.
       FONCTION-LIRE-ERRLOG.
           EXEC CICS READNEXT FILE('FERRLOG') INTO (WS-ERRLOG-REC)
                LENGTH(WS-ERL-REC-LEN)
                RIDFLD(WS-RBA)
                RBA
                REQID(06)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FIN-BROWSE
           ELSE
              IF WS-ERL-DATE = CA-DATE
                 PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                    IF WS-JOB-NOM(WS-I) = WS-ERL-JOB
                       ADD 1 TO WS-TAB-ET-NB-ERR(WS-I)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
      *-- UNE LIGNE PAR JOB ATTENDU : ETAT, COMPTEUR, ET COLONNE
      *-- D ANOMALIE QUAND UN JOB TERMINE N A PRODUIT AUCUN VOLUME
      *-- LA OU IL EN FAUT, PUIS NOMBRE D ERREURS JOURNALISEES
       FONCTION-GARNIR-LIGNES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
              MOVE WS-JOB-NOM(WS-I) TO JOBSUO(WS-I)
                    MOVE 'NON LANCE' TO ETASUO(WS-I)
              END-EVALUATE
              MOVE WS-TAB-ET-COMPTEUR(WS-I) TO CPTSUO(WS-I)
              MOVE WS-TAB-ET-NB-ERR(WS-I) TO ERRSUO(WS-I)
              IF WS-TAB-ET-STATUT(WS-I) = 'F'
                 AND WS-JOB-VOLUME(WS-I) = 'O'
                 AND (WS-TAB-ET-CTL-VU(WS-I) = 'N'
