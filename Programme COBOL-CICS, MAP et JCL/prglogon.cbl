      *PISTE FAUDIT NE DIT QUE LE CLAVIER. CE PROGRAMME IDENTIFIE
      *L INDIVIDU : L OPERATEUR SAISIT SON CODE ET SON MOT DE PASSE
      *CONTROLES SUR LE FICHIER MAITRE FOPERAT (TENU PAR QUEST102),
      *TROIS ECHECS CONSECUTIFS VERROUILLENT LE CODE, UN CODE
      *REVOQUE EST REFUSE, LA DATE DE LA SIGNATURE REUSSIE EST
      *GARDEE DANS FOPERAT POUR LA RECERTIFICATION, ET UNE
      *SESSION OUVERTE EST POSEE DANS FSESSION SOUS LA CLE DU
      *TERMINAL. LA SUITE DE MAINTENANCE LIT CETTE SESSION ET PORTE
      *LE CODE OPERATEUR DANS CHAQUE ENTREE FAUDIT, REPRIS SUR
      *-- FICHIER MAITRE DES OPERATEURS FOPERAT (KSDS PAR CODE) :
      *-- PROFIL COMME DANS FAUTOR ('L','M','S'), MOT DE PASSE,
      *-- COMPTEUR D ECHECS ET VERROU ('V' = CODE VERROUILLE,
      *-- DEBLOCAGE PAR QUEST102, 'R' = CODE REVOQUE A LA
      *-- RECERTIFICATION QUEST130), DATE DE DERNIERE SIGNATURE
      *-- REUSSIE SUIVIE PAR LA RECERTIFICATION QUEST129
       01 WS-OPERAT-REC.
          05 WS-OPE-CODE PIC X(4).
          05 WS-OPE-NOM PIC X(10).
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
      *-- SESSION DU TERMINAL (FICHIER FSESSION LU PAR LA SUITE DE
      *-- MAINTENANCE POUR TRACER L OPERATEUR DANS FAUDIT)
       01 WS-SESSION-REC.
              WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'CODE OPERATEUR INCONNU' TO MSGINFO
                 PERFORM FONCTION-TRACER-REFUS
              WHEN WS-OPE-VERROU = 'R'
                 EXEC CICS UNLOCK FILE('FOPERAT')
                      RESP(WS-RESPCODE)
                 END-EXEC
                 MOVE 'CODE REVOQUE - ACCES RETIRE' TO MSGINFO
                 PERFORM FONCTION-TRACER-REFUS
              WHEN WS-OPE-VERROU = 'V'
                 EXEC CICS UNLOCK FILE('FOPERAT')
                      RESP(WS-RESPCODE)
           PERFORM FONCTION-TRACER-REFUS.
       FONCTION-POSER-SESSION.
           MOVE 0 TO WS-OPE-NB-ECHECS
           MOVE EIBDATE TO WS-OPE-DERN-CNX
           MOVE 'C' TO WS-OPE-ORIG-CNX
           EXEC CICS REWRITE FILE('FOPERAT') FROM (WS-OPERAT-REC)
                LENGTH(WS-OPE-REC-LEN)
                RESP(WS-RESPCODE)
