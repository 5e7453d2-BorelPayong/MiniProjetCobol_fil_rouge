      *PROGRAMME DE MAINTENANCE EN LIGNE DES ORDRES PERMANENTS
      *FORDPERM, SUR LE MODELE DE PGLIMMAJ : UN CLIENT QUI ANNULE
      *SON ORDRE DE LOYER LE MATIN N ATTEND PLUS LA PASSE BATCH
      *QUEST65 ET L ORDRE NE PART PLUS LE SOIR MEME DANS QUEST66.
      *FONCTIONS 'L' LISTER LES ORDRES DU COMPTE, 'A' AJOUTER,
      *'M' MODIFIER (SEULES LES ZONES SAISIES SONT REPRISES),
      *'S' SUSPENDRE JUSQU A UNE DATE DE REPRISE, 'R' REPRENDRE
      *UN ORDRE SUSPENDU, 'D' ANNULER (SUPPRESSION DE L ORDRE).
      *LE COMPTE EST CONTROLE SUR FCLIEN (EXISTENCE, NON CLOTURE),
      *LA NATURE DE MOUVEMENT SUR FNATMOUV, ET LA DATE DE PROCHAINE
      *EXECUTION DOIT ETRE A VENIR ; UNE DATE FERIEE DU CALENDRIER
      *BANCAIRE (CHEMIN D ACCES FCALIX DU FICHIER FCALEND) EST
      *ROULEE AU PROCHAIN JOUR OUVRE COMME LE FAIT QUEST66 AVEC
      *PGMCALEN. LA LISTE EST OUVERTE A TOUT PROFIL FAUTOR, LES
      *MISES A JOUR SONT RESERVEES AUX PROFILS 'M' ET 'S' ET
      *CHAQUE MISE A JOUR EST TRACEE DANS FAUDIT AVEC L OPERATEUR
      *DE LA SESSION FSESSION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGORDMAJ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPORD.
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
       01 WS-CLI-KEY PIC X(6).
       01 WS-CLI-REC-LEN PIC S9(4) COMP.
       01 WS-FIN-BALAYAGE PIC X(1).
       01 WS-SAISIE-OK PIC X(1).
       01 WS-I PIC 9(2).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
      *-- ORDRE PERMANENT (FICHIER FORDPERM, 80 OCTETS)
      *-- PERIODICITE : M MENSUEL, T TRIMESTRIEL, A ANNUEL
      *-- STATUT : BLANC ACTIF, S SUSPENDU JUSQU A LA DATE DE
      *-- REPRISE (INCLUSE), ECHEANCES SAUTEES PAR QUEST66
       01 WS-ORDPERM.
          05 WS-ORD-CLE.
             10 WS-ORD-NUM-COMPTE PIC X(6).
             10 WS-ORD-SEQ PIC 9(2).
          05 WS-ORD-LIBELLE PIC X(15).
          05 WS-ORD-MONTANT PIC 9(6)V99.
          05 WS-ORD-SENS PIC X(2).
          05 WS-ORD-NAT PIC X(3).
          05 WS-ORD-PERIODICITE PIC X(1).
          05 WS-ORD-DATE-PROCH PIC X(10).
          05 WS-ORD-DATE-FIN PIC X(10).
          05 WS-ORD-STATUT PIC X(1).
          05 WS-ORD-DATE-REPRISE PIC X(10).
          05 FILLER PIC X(12).
       01 WS-ORD-KEY PIC X(8).
       01 WS-ORD-IMAGE PIC X(80).
       01 WS-DATE-CONTROLE PIC X(10).
      *-- NATURE DE MOUVEMENT (FICHIER FNATMOUV)
       01 WS-NATMOUV-REC.
          05 WS-NM-CODE PIC X(3).
          05 WS-NM-LIBELLE PIC X(20).
          05 FILLER PIC X(57).
       01 WS-NAT-REC-LEN PIC S9(4) COMP.
       01 WS-NAT-KEY PIC X(3).
      *-- CALENDRIER BANCAIRE (CHEMIN D ACCES FCALIX PAR DATE DU
      *-- FICHIER FCALEND : 'O' OUVRE, 'F' FERIE)
       01 WS-CALEND-REC.
          05 WS-CAL-DATE PIC X(10).
          05 WS-CAL-TYPE PIC X(1).
          05 FILLER PIC X(69).
       01 WS-CAL-REC-LEN PIC S9(4) COMP.
       01 WS-CAL-KEY PIC X(10).
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
           PERFORM FONCTION-MAJ UNTIL FLAGERRI = 'N'.
       FONCTION-MAJ.
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPORD')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPORD')
           END-EXEC.
           MOVE 80 TO WS-REC-LEN.
           MOVE 8 TO WS-KEY-LEN.
           MOVE 101 TO WS-CLI-REC-LEN.
           MOVE 80 TO WS-NAT-REC-LEN.
           MOVE 80 TO WS-CAL-REC-LEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-JOUR)
                DATESEP('-')
           END-EXEC
           MOVE SPACES TO WS-ORD-KEY
           MOVE CPTORDI TO WS-ORD-KEY(1:6)
           MOVE SEQORDI TO WS-ORD-KEY(7:2)
           PERFORM FONCTION-CONTROLER-COMPTE
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
                    PERFORM FONCTION-LISTER-ORDRES
                 WHEN 'A'
                    PERFORM FONCTION-AJOUTER-ORDRE
                 WHEN 'M'
                    PERFORM FONCTION-MODIFIER-ORDRE
                 WHEN 'S'
                    PERFORM FONCTION-SUSPENDRE-ORDRE
                 WHEN 'R'
                    PERFORM FONCTION-REPRENDRE-ORDRE
                 WHEN 'D'
                    PERFORM FONCTION-ANNULER-ORDRE
                 WHEN OTHER
                    MOVE 'FONCTION INVALIDE, CONTINUEZ?' TO MSGINFO
              END-EVALUATE
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPORD')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPORD')
           END-EXEC.
      *-- LE COMPTE DOIT EXISTER DANS FCLIEN ; SEULE LA LISTE RESTE
      *-- POSSIBLE SUR UN COMPTE CLOTURE
       FONCTION-CONTROLER-COMPTE.
           MOVE 'O' TO WS-HABILITE
           MOVE CPTORDI TO WS-CLI-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-CLI-REC-LEN)
                RIDFLD(WS-CLI-KEY)
                KEYLENGTH(6)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'COMPTE INCONNU, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-HABILITE
           ELSE
              IF WS-STATUT-CPT = 'C' AND FONCTI NOT = 'L'
                 MOVE 'COMPTE CLOTURE, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-HABILITE
              END-IF
           END-IF.
      *-- LES ORDRES DU COMPTE SONT LISTES PAR BALAYAGE GENERIQUE
      *-- SUR LE PREFIXE COMPTE DE LA CLE (DOUZE LIGNES AU PLUS)
       FONCTION-LISTER-ORDRES.
           MOVE 0 TO WS-I
           MOVE SPACES TO WS-ORD-KEY
           MOVE CPTORDI TO WS-ORD-KEY(1:6)
           EXEC CICS STARTBR FILE('FORDPERM')
                RIDFLD(WS-ORD-KEY)
                REQID(01)
                KEYLENGTH(6)
                GENERIC
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BALAYAGE
              PERFORM FONCTION-LIRE-ORDRE-SUIVANT
                 UNTIL WS-FIN-BALAYAGE = 'Y'
              EXEC CICS ENDBR FILE('FORDPERM')
                   REQID(01)
              END-EXEC
           END-IF
           IF WS-I = 0
              MOVE 'AUCUN ORDRE SUR LE COMPTE, CONTINUEZ?' TO MSGINFO
           ELSE
              PERFORM FONCTION-VIDER-LIGNE
                 UNTIL WS-I >= 12
              MOVE CPTORDI TO CPTLSTO
              MOVE WS-NOM TO NOMLSTO
              EXEC CICS SEND MAP('MAP2')
                   MAPSET('MAPORD')
                   FREEKB
                   ERASE
              END-EXEC
              EXEC CICS RECEIVE MAP('MAP2')
                   MAPSET('MAPORD')
              END-EXEC
              MOVE 'LISTE TERMINEE, CONTINUEZ?' TO MSGINFO
           END-IF.
       FONCTION-LIRE-ORDRE-SUIVANT.
           EXEC CICS READNEXT FILE('FORDPERM') INTO (WS-ORDPERM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-ORD-KEY)
                KEYLENGTH(8)
                REQID(01)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-ORD-NUM-COMPTE = CPTORDI
              AND WS-I < 12
              ADD 1 TO WS-I
              MOVE WS-ORD-SEQ TO SEQLSTO(WS-I)
              MOVE WS-ORD-LIBELLE TO LIBLSTO(WS-I)
              MOVE WS-ORD-MONTANT TO MNTLSTO(WS-I)
              MOVE WS-ORD-SENS TO SNSLSTO(WS-I)
              MOVE WS-ORD-NAT TO NATLSTO(WS-I)
              MOVE WS-ORD-PERIODICITE TO PERLSTO(WS-I)
              MOVE WS-ORD-DATE-PROCH TO PRCLSTO(WS-I)
              MOVE WS-ORD-DATE-FIN TO FINLSTO(WS-I)
              MOVE WS-ORD-STATUT TO STALSTO(WS-I)
              MOVE WS-ORD-DATE-REPRISE TO REPLSTO(WS-I)
           ELSE
              MOVE 'Y' TO WS-FIN-BALAYAGE
           END-IF.
       FONCTION-VIDER-LIGNE.
           ADD 1 TO WS-I
           MOVE 0 TO SEQLSTO(WS-I)
           MOVE SPACES TO LIBLSTO(WS-I)
           MOVE 0 TO MNTLSTO(WS-I)
           MOVE SPACES TO SNSLSTO(WS-I)
           MOVE SPACES TO NATLSTO(WS-I)
           MOVE SPACES TO PERLSTO(WS-I)
           MOVE SPACES TO PRCLSTO(WS-I)
           MOVE SPACES TO FINLSTO(WS-I)
           MOVE SPACES TO STALSTO(WS-I)
           MOVE SPACES TO REPLSTO(WS-I).
      *-- ZONES DE L ORDRE : SENS, PERIODICITE ET NATURE FNATMOUV
      *-- CONNUS, MONTANT NON NUL, PROCHAINE EXECUTION A VENIR
      *-- (ROULEE AU JOUR OUVRE SUIVANT SI FERIEE), DATE DE FIN
      *-- BLANCHE OU POSTERIEURE A LA PROCHAINE EXECUTION
       FONCTION-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK
           IF WS-ORD-SENS NOT = 'DB' AND WS-ORD-SENS NOT = 'CR'
              MOVE 'SENS INVALIDE (DB/CR), CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND WS-ORD-PERIODICITE NOT = 'M'
              AND WS-ORD-PERIODICITE NOT = 'T'
              AND WS-ORD-PERIODICITE NOT = 'A'
              MOVE 'PERIODICITE INVALIDE (M/T/A), CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND WS-ORD-MONTANT = 0
              MOVE 'MONTANT NUL, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 'O'
              MOVE WS-ORD-NAT TO WS-NAT-KEY
              EXEC CICS READ FILE('FNATMOUV') INTO (WS-NATMOUV-REC)
                   LENGTH(WS-NAT-REC-LEN)
                   RIDFLD(WS-NAT-KEY)
                   KEYLENGTH(3)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'NATURE DE MOUVEMENT INCONNUE, CONTINUEZ?'
                      TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              MOVE WS-ORD-DATE-PROCH TO WS-DATE-CONTROLE
              PERFORM FONCTION-CONTROLER-DATE
              IF WS-SAISIE-OK = 'O'
                 AND WS-ORD-DATE-PROCH <= WS-DATE-JOUR
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
              IF WS-SAISIE-OK = 'N'
                 MOVE 'PROCHAINE EXECUTION INVALIDE, CONTINUEZ?'
                      TO MSGINFO
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              AND WS-ORD-DATE-FIN NOT = SPACES
              MOVE WS-ORD-DATE-FIN TO WS-DATE-CONTROLE
              PERFORM FONCTION-CONTROLER-DATE
              IF WS-SAISIE-OK = 'O'
                 AND WS-ORD-DATE-FIN < WS-ORD-DATE-PROCH
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
              IF WS-SAISIE-OK = 'N'
                 MOVE 'DATE DE FIN INVALIDE, CONTINUEZ?' TO MSGINFO
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-ROULER-JOUR-OUVRE
           END-IF.
       FONCTION-CONTROLER-DATE.
           IF WS-DATE-CONTROLE(1:4) NOT NUMERIC
              OR WS-DATE-CONTROLE(5:1) NOT = '-'
              OR WS-DATE-CONTROLE(6:2) NOT NUMERIC
              OR WS-DATE-CONTROLE(8:1) NOT = '-'
              OR WS-DATE-CONTROLE(9:2) NOT NUMERIC
              MOVE 'N' TO WS-SAISIE-OK
           END-IF.
      *-- MEME REGLE QUE QUEST66 : UNE ECHEANCE FERIEE EST ROULEE AU
      *-- PROCHAIN JOUR OUVRE ; UNE DATE HORS CALENDRIER (ANNEE NON
      *-- ENCORE CHARGEE) EST LAISSEE TELLE QUELLE
       FONCTION-ROULER-JOUR-OUVRE.
           MOVE WS-ORD-DATE-PROCH TO WS-CAL-KEY
           EXEC CICS STARTBR FILE('FCALIX')
                RIDFLD(WS-CAL-KEY)
                GTEQ
                REQID(02)
                KEYLENGTH(10)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BALAYAGE
              PERFORM FONCTION-LIRE-JOUR-SUIVANT
                 UNTIL WS-FIN-BALAYAGE = 'Y'
              EXEC CICS ENDBR FILE('FCALIX')
                   REQID(02)
              END-EXEC
           END-IF.
       FONCTION-LIRE-JOUR-SUIVANT.
           EXEC CICS READNEXT FILE('FCALIX') INTO (WS-CALEND-REC)
                LENGTH(WS-CAL-REC-LEN)
                RIDFLD(WS-CAL-KEY)
                KEYLENGTH(10)
                REQID(02)
                RESP(WS-RESPCODE)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-FIN-BALAYAGE
              WHEN WS-CAL-TYPE = 'O'
                 MOVE WS-CAL-DATE TO WS-ORD-DATE-PROCH
                 MOVE 'Y' TO WS-FIN-BALAYAGE
           END-EVALUATE.
       FONCTION-AJOUTER-ORDRE.
           MOVE SPACES TO WS-ORDPERM
           MOVE CPTORDI TO WS-ORD-NUM-COMPTE
           MOVE SEQORDI TO WS-ORD-SEQ
           MOVE LIBORDI TO WS-ORD-LIBELLE
           MOVE MNTORDI TO WS-ORD-MONTANT
           MOVE SNSORDI TO WS-ORD-SENS
           MOVE NATORDI TO WS-ORD-NAT
           MOVE PERORDI TO WS-ORD-PERIODICITE
           MOVE PRCORDI TO WS-ORD-DATE-PROCH
           MOVE FINORDI TO WS-ORD-DATE-FIN
           MOVE SPACE TO WS-ORD-STATUT
           MOVE SPACES TO WS-ORD-DATE-REPRISE
           PERFORM FONCTION-CONTROLER-SAISIE
           IF WS-SAISIE-OK = 'O'
              EXEC CICS WRITE FILE('FORDPERM') FROM (WS-ORDPERM)
                   LENGTH(WS-REC-LEN)
                   RIDFLD(WS-ORD-KEY)
                   KEYLENGTH(WS-KEY-LEN)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE = DFHRESP(DUPREC)
                 MOVE 'ORDRE DEJA EXISTANT, CONTINUEZ?' TO MSGINFO
              ELSE
                 PERFORM FONCTION-MESSAGE-MAJ
                 IF WS-RESPCODE = DFHRESP(NORMAL)
                    MOVE WS-ORDPERM TO WS-ORD-IMAGE
                    PERFORM FONCTION-TRACER-AUDIT
                 END-IF
              END-IF
           END-IF.
      *-- SEULES LES ZONES SAISIES REMPLACENT CELLES DE L ORDRE ;
      *-- L ENSEMBLE EST RECONTROLE AVANT REECRITURE
       FONCTION-MODIFIER-ORDRE.
           EXEC CICS READ FILE('FORDPERM') INTO (WS-ORDPERM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-ORD-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
                UPDATE
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'ORDRE INEXISTANT, CONTINUEZ?' TO MSGINFO
           ELSE
              MOVE WS-ORDPERM TO WS-ORD-IMAGE
              IF LIBORDI NOT = SPACES
                 MOVE LIBORDI TO WS-ORD-LIBELLE
              END-IF
              IF MNTORDL > 0
                 MOVE MNTORDI TO WS-ORD-MONTANT
              END-IF
              IF SNSORDI NOT = SPACES
                 MOVE SNSORDI TO WS-ORD-SENS
              END-IF
              IF NATORDI NOT = SPACES
                 MOVE NATORDI TO WS-ORD-NAT
              END-IF
              IF PERORDI NOT = SPACES
                 MOVE PERORDI TO WS-ORD-PERIODICITE
              END-IF
              IF PRCORDI NOT = SPACES
                 MOVE PRCORDI TO WS-ORD-DATE-PROCH
              END-IF
              IF FINORDI NOT = SPACES
                 MOVE FINORDI TO WS-ORD-DATE-FIN
              END-IF
              PERFORM FONCTION-CONTROLER-SAISIE
              IF WS-SAISIE-OK = 'O'
                 PERFORM FONCTION-REECRIRE-ORDRE
              ELSE
                 EXEC CICS UNLOCK FILE('FORDPERM')
                 END-EXEC
              END-IF
           END-IF.
      *-- LA SUSPENSION PORTE UNE DATE DE REPRISE A VENIR : LES
      *-- ECHEANCES QUI TOMBENT AVANT SONT SAUTEES PAR QUEST66 ET
      *-- L ORDRE REPART DE LUI-MEME A LA DATE DE REPRISE
       FONCTION-SUSPENDRE-ORDRE.
           EXEC CICS READ FILE('FORDPERM') INTO (WS-ORDPERM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-ORD-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
                UPDATE
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'ORDRE INEXISTANT, CONTINUEZ?' TO MSGINFO
           ELSE
              MOVE 'O' TO WS-SAISIE-OK
              MOVE REPORDI TO WS-DATE-CONTROLE
              PERFORM FONCTION-CONTROLER-DATE
              IF WS-SAISIE-OK = 'O'
                 AND REPORDI <= WS-DATE-JOUR
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
              IF WS-SAISIE-OK = 'O'
                 MOVE WS-ORDPERM TO WS-ORD-IMAGE
                 MOVE 'S' TO WS-ORD-STATUT
                 MOVE REPORDI TO WS-ORD-DATE-REPRISE
                 PERFORM FONCTION-REECRIRE-ORDRE
              ELSE
                 MOVE 'DATE DE REPRISE INVALIDE, CONTINUEZ?'
                      TO MSGINFO
                 EXEC CICS UNLOCK FILE('FORDPERM')
                 END-EXEC
              END-IF
           END-IF.
       FONCTION-REPRENDRE-ORDRE.
           EXEC CICS READ FILE('FORDPERM') INTO (WS-ORDPERM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-ORD-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
                UPDATE
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'ORDRE INEXISTANT, CONTINUEZ?' TO MSGINFO
           ELSE
              IF WS-ORD-STATUT NOT = 'S'
                 MOVE 'ORDRE NON SUSPENDU, CONTINUEZ?' TO MSGINFO
                 EXEC CICS UNLOCK FILE('FORDPERM')
                 END-EXEC
              ELSE
                 MOVE WS-ORDPERM TO WS-ORD-IMAGE
                 MOVE SPACE TO WS-ORD-STATUT
                 MOVE SPACES TO WS-ORD-DATE-REPRISE
                 PERFORM FONCTION-REECRIRE-ORDRE
              END-IF
           END-IF.
      *-- L IMAGE AVANT, RETENUE A LA LECTURE, EST TRACEE UNE FOIS
      *-- LA REECRITURE FAITE
       FONCTION-REECRIRE-ORDRE.
           EXEC CICS REWRITE FILE('FORDPERM') FROM (WS-ORDPERM)
                LENGTH(WS-REC-LEN)
                RESP(WS-RESPCODE)
           END-EXEC
           PERFORM FONCTION-MESSAGE-MAJ
           IF WS-RESPCODE = DFHRESP(NORMAL)
              PERFORM FONCTION-TRACER-AUDIT
           END-IF.
       FONCTION-ANNULER-ORDRE.
           EXEC CICS READ FILE('FORDPERM') INTO (WS-ORDPERM)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-ORD-KEY)
                KEYLENGTH(WS-KEY-LEN)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'ORDRE INEXISTANT, CONTINUEZ?' TO MSGINFO
           ELSE
              MOVE WS-ORDPERM TO WS-ORD-IMAGE
              EXEC CICS DELETE FILE('FORDPERM')
                   RIDFLD(WS-ORD-KEY)
                   KEYLENGTH(WS-KEY-LEN)
                   RESP(WS-RESPCODE)
              END-EXEC
              PERFORM FONCTION-MESSAGE-MAJ
              IF WS-RESPCODE = DFHRESP(NORMAL)
                 PERFORM FONCTION-TRACER-AUDIT
              END-IF
           END-IF.
      *-- CHAQUE MISE A JOUR EST TRACEE AVEC L IMAGE DE L ORDRE :
      *-- IMAGE CREEE POUR L AJOUT, IMAGE AVANT POUR LES AUTRES
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE SPACES TO WS-AUD-OPERATION
           MOVE 'ORD' TO WS-AUD-OPERATION(1:3)
           MOVE FONCTI TO WS-AUD-OPERATION(5:1)
           MOVE WS-ORD-IMAGE(1:6) TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-ORD-IMAGE TO WS-AUD-AVANT(1:80)
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
      *-- UN TERMINAL SANS PROFIL EST REFUSE AVEC MESSAGE ET LE
      *-- REFUS EST TRACE DANS LA PISTE D'AUDIT FAUDIT ; LE NIVEAU
      *-- EST ENSUITE CONTROLE FONCTION PAR FONCTION
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
              IF WS-AUT-NIVEAU = 'L' OR WS-AUT-NIVEAU = 'M'
                 OR WS-AUT-NIVEAU = 'S'
                 MOVE 'O' TO WS-HABILITE
              END-IF
           END-IF
           IF WS-HABILITE = 'N'
              MOVE 'ACCES REFUSE - PROFIL INSUFFISANT' TO MSGINFO
              EXEC CICS SEND MAP('MAP3')
                   MAPSET('MAPORD')
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
      *-- CODE OPERATEUR PORTE DANS LA PISTE FAUDIT ; SANS SESSION
      *-- OUVERTE, LE CODE RESTE A BLANC
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
