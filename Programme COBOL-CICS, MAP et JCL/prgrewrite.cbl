      *DANS LE FICHIER DES MODIFICATIONS EN ATTENTE FATTMAJ ; UN
      *SUPERVISEUR ('S' DANS FAUTOR) LA VALIDE OU LA REJETTE SUR
      *L ECRAN DEDIE PGVALMAJ, ET SEULE LA VALIDATION DECLENCHE LA
      *REECRITURE ET LA PISTE FAUDIT PORTANT LES DEUX IDENTITES.
      *LA CREATION OU LA MODIFICATION DE L EXTENSION D ADRESSE
      *FADRESSE EST TRACEE DANS FAUDIT SOUS 'ADRESSE' AVEC L IMAGE
      *AVANT DE L EXTENSION. UNE ADRESSE EFFECTIVEMENT CHANGEE LEVE
      *LE MARQUAGE D ADRESSE INVALIDE POSE PAR LA SAISIE DES RETOURS
      *DE COURRIER (QUEST161)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGREWRIT.
       DATA DIVISION.
          05 WS-ADR-VILLE PIC X(15).
          05 WS-ADR-CODE-POSTAL PIC X(5).
          05 WS-ADR-PAYS PIC X(10).
          05 WS-ADR-STATUT PIC X(1).
          05 WS-ADR-DATE-RETOUR PIC X(10).
          05 WS-ADR-TYPE-DOC PIC X(2).
          05 FILLER PIC X(1).
       01 WS-ADR-REC-LEN PIC S9(4) COMP.
       01 WS-ADR-KEY PIC X(6).
      *-- IMAGE AVANT DE L EXTENSION (ESPACES SI ELLE EST CREEE),
      *-- PORTEE DANS LA PISTE FAUDIT 'ADRESSE'
       01 WS-ADR-AVANT PIC X(80).
      *-- BLOCAGE JURIDIQUE EVENTUEL DU COMPTE (FICHIER FBLOCAGE
      *-- TENU PAR QUEST107 : SAISIE, SUCCESSION, JUDICIAIRE)
       01 WS-BLOCAGE-REC.
                   KEYLENGTH(6)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-ADR-AVANT
                 PERFORM FONCTION-TRACER-ADRESSE
              END-IF
              IF WS-RESPCODE = DFHRESP(DUPREC)
                 EXEC CICS READ FILE('FADRESSE')
                      INTO (WS-ADRESSE-REC)
                      UPDATE
                 END-EXEC
                 IF WS-RESPCODE = DFHRESP(NORMAL)
                    MOVE WS-ADRESSE-REC TO WS-ADR-AVANT
                    MOVE NRUCPTI TO WS-ADR-NUMERO
                    MOVE RUECPTI TO WS-ADR-RUE
                    MOVE VILCPTI TO WS-ADR-VILLE
                    MOVE CPOCPTI TO WS-ADR-CODE-POSTAL
                    MOVE PAYCPTI TO WS-ADR-PAYS
                    IF WS-ADRESSE-REC(1:66) NOT = WS-ADR-AVANT(1:66)
                       MOVE SPACE TO WS-ADR-STATUT
                       MOVE SPACES TO WS-ADR-DATE-RETOUR
                       MOVE SPACES TO WS-ADR-TYPE-DOC
                    END-IF
                    EXEC CICS REWRITE FILE('FADRESSE')
                         FROM (WS-ADRESSE-REC)
                         LENGTH(WS-ADR-REC-LEN)
                         RESP(WS-RESPCODE)
                    END-EXEC
                    IF WS-RESPCODE = DFHRESP(NORMAL)
                       AND WS-ADRESSE-REC NOT = WS-ADR-AVANT
                       PERFORM FONCTION-TRACER-ADRESSE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *-- TOUTE CREATION OU MODIFICATION EFFECTIVE DE L EXTENSION
      *-- EST TRACEE DANS FAUDIT SOUS 'ADRESSE' AVEC L IMAGE AVANT
      *-- DE L EXTENSION, POUR LES AVIS DE CHANGEMENT DE
      *-- COORDONNEES ENVOYES AU CLIENT
       FONCTION-TRACER-ADRESSE.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE 'ADRESSE' TO WS-AUD-OPERATION
           MOVE WS-REC-KEY TO WS-AUD-NUM-CPT
           MOVE WS-ADR-AVANT TO WS-AUD-AVANT
           EXEC CICS WRITE FILE('FAUDIT') FROM (WS-AUDIT-REC)
                LENGTH(WS-AUD-REC-LEN)
                RESP(WS-RESPCODE)
           END-EXEC.
       FONCTION-CONTROLER-BLOCAGE.
           MOVE 'N' TO WS-BLOQUE
           MOVE 80 TO WS-BLO-REC-LEN
