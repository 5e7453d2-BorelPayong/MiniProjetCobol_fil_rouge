      *AJOUTEES ENSEMBLE A LA FILE D ATTENTE FMOUVQ : LA JAMBE
      *OUBLIEE N EXISTE PLUS, LE DEVERSEMENT QUEST62 ET LE
      *CONTROLE D APPARIEMENT QUEST68 RETROUVENT TOUJOURS LE
      *COUPLE COMPLET. UN MONTANT AU DELA DU PLAFOND DE SAISIE DE
      *L OPERATEUR SIGNE (FOPERAT) REND LES DEUX JAMBES RETENUES
      *JUSQU A LA VALIDATION DU SUPERVISEUR (PGLIBSAI).
      *VERSION PSEUDO-CONVERSATIONNELLE COMME PGMOUSAI : ETAPES
      *' ' MAP DE SAISIE, '1' SAISIE RECUE ET CONTROLEE,
      *CONFIRMATION DEMANDEE, '2' CONFIRMATION RECUE ET ECRITURE
          05 WS-QUE-SENS PIC X(2).
          05 WS-QUE-NAT PIC X(3).
          05 WS-QUE-LIBELLE PIC X(15).
          05 FILLER PIC X(8).
          05 WS-QUE-STATUT PIC X(1).
          05 WS-QUE-OPERID PIC X(4).
          05 FILLER PIC X(12).
      *-- PLAFOND DE SAISIE DE L OPERATEUR SIGNE (SESSION FSESSION
      *-- DE PGLOGON, FICHIER MAITRE FOPERAT TENU PAR QUEST102) : AU
      *-- DELA, OU SANS SESSION, LA SAISIE EST ECRITE RETENUE ('R')
      *-- ET ATTEND LA VALIDATION D UN SUPERVISEUR PAR PGLIBSAI
       01 WS-SESSION-REC.
          05 WS-SES-TRMID PIC X(4).
          05 WS-SES-OPERID PIC X(4).
          05 WS-SES-PROFIL PIC X(1).
          05 WS-SES-DATE PIC 9(7).
          05 WS-SES-TIME PIC 9(7).
          05 FILLER PIC X(57).
       01 WS-SES-REC-LEN PIC S9(4) COMP.
       01 WS-OPERAT-REC.
          05 WS-OPE-CODE PIC X(4).
          05 WS-OPE-NOM PIC X(10).
          05 WS-OPE-PRENOM PIC X(10).
          05 WS-OPE-PROFIL PIC X(1).
          05 WS-OPE-PASSE PIC X(8).
          05 WS-OPE-NB-ECHECS PIC 9(1).
          05 WS-OPE-VERROU PIC X(1).
          05 WS-OPE-PLAFOND PIC 9(7)V99.
          05 WS-OPE-AGENCE PIC X(3).
          05 WS-OPE-DERN-CNX PIC 9(7).
          05 WS-OPE-ORIG-CNX PIC X(1).
          05 WS-OPE-DATE-RECERT PIC X(10).
          05 WS-OPE-DECISION PIC X(1).
          05 WS-OPE-RESPONSABLE PIC X(4).
          05 WS-OPE-DATE-NAIS PIC 9(8).
          05 FILLER PIC X(2).
       01 WS-OPE-REC-LEN PIC S9(4) COMP.
       01 WS-OPE-KEY PIC X(4).
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS : LA SAISIE VALIDEE
      *-- ATTEND LA CONFIRMATION VISUELLE DU GUICHETIER
       01 WS-COMMAREA.
           MOVE 'VIT' TO WS-QUE-NAT
           MOVE 'VIR VERS ' TO WS-QUE-LIBELLE(1:9)
           MOVE CA-COMPTE-CR TO WS-QUE-LIBELLE(10:6)
           PERFORM FONCTION-CONTROLER-PLAFOND
           PERFORM FONCTION-ECRIRE-QUEUE
           IF WS-RESPCODE = DFHRESP(NORMAL)
              ADD 1 TO CA-SEQ
              PERFORM FONCTION-ECRIRE-QUEUE
           END-IF
           EVALUATE TRUE
              WHEN WS-RESPCODE = DFHRESP(NORMAL)
                 AND WS-QUE-STATUT = 'R'
                 MOVE 'VIREMENT RETENU - VALIDATION SUPERVISEUR'
                      TO MSGINFO
              WHEN WS-RESPCODE = DFHRESP(NORMAL)
                 MOVE 'VIREMENT ENREGISTRE - AUTRE VIREMENT ?'
                      TO MSGINFO
                KEYLENGTH(WS-Q-KEY-LEN)
                RESP(WS-RESPCODE)
           END-EXEC.
      *-- UN PLAFOND NUL OU NON RENSEIGNE LAISSE LA SAISIE LIBRE ;
      *-- SANS SESSION OUVERTE, L OPERATEUR N EST PAS IDENTIFIE ET
      *-- LA SAISIE EST RETENUE
       FONCTION-CONTROLER-PLAFOND.
           MOVE SPACE TO WS-QUE-STATUT
           MOVE 80 TO WS-SES-REC-LEN
           MOVE EIBTRMID TO WS-SES-TRMID
           EXEC CICS READ FILE('FSESSION') INTO (WS-SESSION-REC)
                LENGTH(WS-SES-REC-LEN)
                RIDFLD(WS-SES-TRMID)
                KEYLENGTH(4)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-QUE-OPERID
              MOVE 'R' TO WS-QUE-STATUT
           ELSE
              MOVE WS-SES-OPERID TO WS-QUE-OPERID
              MOVE 80 TO WS-OPE-REC-LEN
              MOVE WS-SES-OPERID TO WS-OPE-KEY
              EXEC CICS READ FILE('FOPERAT') INTO (WS-OPERAT-REC)
                   LENGTH(WS-OPE-REC-LEN)
                   RIDFLD(WS-OPE-KEY)
                   KEYLENGTH(4)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE = DFHRESP(NORMAL)
                 AND WS-OPE-PLAFOND NUMERIC
                 IF WS-OPE-PLAFOND > 0
                    AND WS-QUE-MONTANT > WS-OPE-PLAFOND
                    MOVE 'R' TO WS-QUE-STATUT
                 END-IF
              END-IF
           END-IF.
       FIN-PROGRAMME.
           EXEC CICS
                RETURN
