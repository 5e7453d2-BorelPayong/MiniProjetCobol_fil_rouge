      *PROGRAMME DE SAISIE AU GUICHET DES CONTESTATIONS DE PAIEMENT
      *PAR CARTE, SUR LE MODELE DE PGREMSAI : LE GUICHETIER SAISIT LE
      *COMPTE DU CLIENT, LA REFERENCE DU REGLEMENT CARTE CONTESTE
      *(MOUVEMENT DB DE NATURE 'CAR' POSE PAR QUEST74), LE MOTIF DE
      *LA CONTESTATION ET LE MONTANT CONTESTE (A BLANC = MONTANT
      *TOTAL DU REGLEMENT). LE REGLEMENT EST RECHERCHE PARMI LES
      *MOUVEMENTS DU COMPTE DANS LE KSDS FMOUVIX ; LE MONTANT
      *CONTESTE NE PEUT DEPASSER LE MONTANT REGLE.
      *LE LITIGE EST ECRIT DANS FLITIGE AU STATUT 'O' (OUVERT), SOUS
      *LA REFERENCE DU REGLEMENT : UN MEME REGLEMENT NE PEUT ETRE
      *CONTESTE DEUX FOIS. LA PASSE DE NUIT QUEST146 EMET LA DEMANDE
      *DE REMBOURSEMENT AU RESEAU ET POSE LE CREDIT PROVISOIRE,
      *QUEST147 TRAITE LA REPONSE DU RESEAU.
      *MOTIFS : 'NR' MARCHANDISE OU SERVICE NON RECU, 'DD' DEBIT EN
      *DOUBLE, 'MI' MONTANT INEXACT, 'FR' OPERATION NON AUTORISEE,
      *'AN' ANNULATION NON REMBOURSEE.
      *LE COMPTE DOIT EXISTER DANS FCLIEN ET NE PAS ETRE CLOTURE.
      *ACCES RESERVE AUX PROFILS FAUTOR 'M' ET 'S' ; CHAQUE SAISIE
      *EST TRACEE DANS FAUDIT AVEC L OPERATEUR FSESSION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGLITSAI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPLIT.
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
       01 WS-SAISIE-OK PIC X(1).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
       01 WS-MNT-X PIC X(8).
       01 WS-MNT-N REDEFINES WS-MNT-X PIC 9(6)V99.
       01 WS-MNT-CONTESTE PIC 9(6)V99.
       01 WS-MNT-EDIT PIC ZZZZZ9.99.
       01 WS-REF-X PIC X(8).
       01 WS-REF-N REDEFINES WS-REF-X PIC 9(8).
      *-- MOUVEMENT DU KSDS FMOUVIX (COPY MOUVIDX COTE BATCH)
       01 WS-MOUVIX.
          05 WS-MV-NUM-COMPTE PIC X(6).
          05 WS-MV-DATE-MOUV PIC X(10).
          05 WS-MV-SEQ PIC 9(4).
          05 WS-MV-LIBELLE PIC X(15).
          05 WS-MV-MONTANT PIC 9(6)V99.
          05 WS-MV-SENS PIC X(2).
          05 WS-MV-NAT PIC X(3).
          05 WS-MV-REF PIC 9(8).
          05 WS-MV-AGENCE PIC X(3).
          05 WS-MV-DEVISE PIC X(3).
          05 WS-MV-MONT-DEVISE PIC 9(6)V99.
          05 WS-MV-DATE-VALEUR PIC X(8).
          05 FILLER PIC X(2).
       01 WS-MVX-CLE PIC X(20).
       01 WS-MVX-REC-LEN PIC S9(4) COMP.
       01 WS-FIN-BALAYAGE PIC X(1).
       01 WS-REGLEMENT-TROUVE PIC X(1).
      *-- LITIGE CARTE (FICHIER FLITIGE, 120 OCTETS, CLE = REFERENCE
      *-- DU REGLEMENT CONTESTE). STATUT : 'O' OUVERT, 'E' DEMANDE
      *-- EMISE AU RESEAU, 'P' CREDIT PROVISOIRE PASSE, 'A' ACCEPTE
      *-- PAR LE RESEAU, 'R' REFUSE PAR LE RESEAU. CANAL : 'G'
      *-- GUICHET, 'B' LOT DE CARTES
       01 WS-LITIGE-REC.
          05 WS-LIT-REF-MOUV PIC 9(8).
          05 WS-LIT-NUM-COMPTE PIC X(6).
          05 WS-LIT-MOTIF PIC X(2).
          05 WS-LIT-MONTANT PIC 9(6)V99.
          05 WS-LIT-DATE-LITIGE PIC X(10).
          05 WS-LIT-DATE-ORIGINE PIC X(10).
          05 WS-LIT-MONT-ORIGINE PIC 9(6)V99.
          05 WS-LIT-LIBELLE-ORIGINE PIC X(15).
          05 WS-LIT-STATUT PIC X(1).
          05 WS-LIT-CANAL PIC X(1).
          05 WS-LIT-OPERID PIC X(4).
          05 WS-LIT-DATE-EMISSION PIC X(10).
          05 WS-LIT-DATE-CREDIT PIC X(10).
          05 WS-LIT-DATE-REPONSE PIC X(10).
          05 WS-LIT-MOTIF-RESEAU PIC X(2).
          05 FILLER PIC X(15).
       01 WS-LIT-KEY PIC 9(8).
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
                MAPSET('MAPLIT')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPLIT')
           END-EXEC.
           MOVE 120 TO WS-REC-LEN.
           MOVE 101 TO WS-CLI-REC-LEN.
           MOVE 80 TO WS-MVX-REC-LEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-JOUR)
                DATESEP('-')
           END-EXEC
           PERFORM FONCTION-CONTROLER-SAISIE
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-CHERCHER-REGLEMENT
           END-IF
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-ECRIRE-LITIGE
           END-IF
           IF WS-SAISIE-OK = 'O'
              PERFORM FONCTION-TRACER-AUDIT
              PERFORM FONCTION-CONFIRMER
           END-IF
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPLIT')
                FREEKB
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP3')
                MAPSET('MAPLIT')
           END-EXEC.
      *-- COMPTE CONNU DE FCLIEN ET NON CLOTURE, REFERENCE DU
      *-- REGLEMENT NUMERIQUE, MOTIF CONNU, MONTANT CONTESTE
      *-- NUMERIQUE ET NON NUL S'IL EST SAISI
       FONCTION-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-OK
           MOVE CPTLITI TO WS-CLI-KEY
           EXEC CICS READ FILE('FCLIEN') INTO (WS-CLIENT)
                LENGTH(WS-CLI-REC-LEN)
                RIDFLD(WS-CLI-KEY)
                KEYLENGTH(6)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'COMPTE INCONNU, CONTINUEZ?' TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           ELSE
              IF WS-STATUT-CPT = 'C'
                 MOVE 'COMPTE CLOTURE, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF REFLITI NOT NUMERIC
                 MOVE 'REFERENCE DU REGLEMENT INVALIDE, CONTINUEZ?'
                      TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              ELSE
                 MOVE REFLITI TO WS-REF-X
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF MOTLITI NOT = 'NR' AND MOTLITI NOT = 'DD'
                 AND MOTLITI NOT = 'MI' AND MOTLITI NOT = 'FR'
                 AND MOTLITI NOT = 'AN'
                 MOVE 'MOTIF NR/DD/MI/FR/AN, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              END-IF
           END-IF
           IF WS-SAISIE-OK = 'O'
              IF MNTLITI = SPACES
                 MOVE 0 TO WS-MNT-CONTESTE
              ELSE
                 IF MNTLITI NOT NUMERIC
                    MOVE 'MONTANT NON NUMERIQUE, CONTINUEZ?'
                         TO MSGINFO
                    MOVE 'N' TO WS-SAISIE-OK
                 ELSE
                    MOVE MNTLITI TO WS-MNT-X
                    MOVE WS-MNT-N TO WS-MNT-CONTESTE
                    IF WS-MNT-CONTESTE = 0
                       MOVE 'MONTANT NUL, CONTINUEZ?' TO MSGINFO
                       MOVE 'N' TO WS-SAISIE-OK
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *-- LE REGLEMENT EST CHERCHE PARMI LES MOUVEMENTS DU COMPTE
      *-- (CLE GENERIQUE SUR LE NUMERO DE COMPTE, LA REFERENCE
      *-- N'ETANT PAS PORTEUSE DE CLE) ; IL DOIT ETRE UN DEBIT DE
      *-- NATURE 'CAR' AU MOINS EGAL AU MONTANT CONTESTE
       FONCTION-CHERCHER-REGLEMENT.
           MOVE 'N' TO WS-REGLEMENT-TROUVE
           MOVE SPACES TO WS-MVX-CLE
           MOVE CPTLITI TO WS-MVX-CLE(1:6)
           EXEC CICS STARTBR FILE('FMOUVIX')
                RIDFLD(WS-MVX-CLE)
                REQID(03)
                KEYLENGTH(6)
                GENERIC
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              MOVE 'N' TO WS-FIN-BALAYAGE
              PERFORM FONCTION-LIRE-MOUVEMENT
                 UNTIL WS-FIN-BALAYAGE = 'Y'
              EXEC CICS ENDBR FILE('FMOUVIX')
                   REQID(03)
              END-EXEC
           END-IF
           IF WS-REGLEMENT-TROUVE = 'N'
              MOVE 'REGLEMENT INTROUVABLE SUR LE COMPTE, CONTINUEZ?'
                   TO MSGINFO
              MOVE 'N' TO WS-SAISIE-OK
           ELSE
              IF WS-MV-NAT NOT = 'CAR' OR WS-MV-SENS NOT = 'DB'
                 MOVE 'PAS UN REGLEMENT CARTE, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              ELSE
                 IF WS-MNT-CONTESTE = 0
                    MOVE WS-MV-MONTANT TO WS-MNT-CONTESTE
                 END-IF
                 IF WS-MNT-CONTESTE > WS-MV-MONTANT
                    MOVE 'MONTANT SUPERIEUR AU REGLEMENT, CONTINUEZ?'
                         TO MSGINFO
                    MOVE 'N' TO WS-SAISIE-OK
                 END-IF
              END-IF
           END-IF.
       FONCTION-LIRE-MOUVEMENT.
           EXEC CICS READNEXT FILE('FMOUVIX') INTO (WS-MOUVIX)
                LENGTH(WS-MVX-REC-LEN)
                RIDFLD(WS-MVX-CLE)
                KEYLENGTH(20)
                REQID(03)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND WS-MV-NUM-COMPTE = CPTLITI
              IF WS-MV-REF = WS-REF-N
                 MOVE 'O' TO WS-REGLEMENT-TROUVE
                 MOVE 'Y' TO WS-FIN-BALAYAGE
              END-IF
           ELSE
              MOVE 'Y' TO WS-FIN-BALAYAGE
           END-IF.
      *-- LE LITIGE EST CREE AU STATUT 'O' ; UNE CLE EN DOUBLE
      *-- SIGNALE UN REGLEMENT DEJA CONTESTE
       FONCTION-ECRIRE-LITIGE.
           PERFORM FONCTION-CHERCHER-OPERATEUR
           MOVE SPACES TO WS-LITIGE-REC
           MOVE WS-REF-N TO WS-LIT-REF-MOUV
           MOVE CPTLITI TO WS-LIT-NUM-COMPTE
           MOVE MOTLITI TO WS-LIT-MOTIF
           MOVE WS-MNT-CONTESTE TO WS-LIT-MONTANT
           MOVE WS-DATE-JOUR TO WS-LIT-DATE-LITIGE
           MOVE WS-MV-DATE-MOUV TO WS-LIT-DATE-ORIGINE
           MOVE WS-MV-MONTANT TO WS-LIT-MONT-ORIGINE
           MOVE WS-MV-LIBELLE TO WS-LIT-LIBELLE-ORIGINE
           MOVE 'O' TO WS-LIT-STATUT
           MOVE 'G' TO WS-LIT-CANAL
           MOVE WS-SES-OPERID TO WS-LIT-OPERID
           MOVE WS-REF-N TO WS-LIT-KEY
           EXEC CICS WRITE FILE('FLITIGE') FROM (WS-LITIGE-REC)
                LENGTH(WS-REC-LEN)
                RIDFLD(WS-LIT-KEY)
                KEYLENGTH(8)
                RESP(WS-RESPCODE)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESPCODE = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESPCODE = DFHRESP(DUPREC)
                 MOVE 'REGLEMENT DEJA CONTESTE, CONTINUEZ?' TO MSGINFO
                 MOVE 'N' TO WS-SAISIE-OK
              WHEN OTHER
                 PERFORM FONCTION-MESSAGE-MAJ
                 MOVE 'N' TO WS-SAISIE-OK
           END-EVALUATE.
      *-- L ACCUSE DE LA CONTESTATION EST AFFICHE ET IMPRIME SUR
      *-- L IMPRIMANTE ASSOCIEE AU TERMINAL POUR ETRE REMIS AU CLIENT
       FONCTION-CONFIRMER.
           MOVE CPTLITI TO CPTCNFO
           MOVE WS-NOM TO NOMCNFO
           MOVE WS-REF-X TO REFCNFO
           MOVE MOTLITI TO MOTCNFO
           MOVE WS-MNT-CONTESTE TO WS-MNT-EDIT
           MOVE WS-MNT-EDIT TO MNTCNFO
           MOVE WS-DATE-JOUR TO DTECNFO
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPLIT')
                FREEKB
                ERASE
                PRINT
           END-EXEC
           EXEC CICS RECEIVE MAP('MAP2')
                MAPSET('MAPLIT')
           END-EXEC
           MOVE SPACES TO MSGINFO
           STRING 'CONTESTATION ' DELIMITED SIZE
                  WS-REF-X DELIMITED SIZE
                  ' ENREGISTREE, CONTINUEZ?' DELIMITED SIZE
                  INTO MSGINFO.
      *-- UNE ENTREE DE PISTE PAR LITIGE : IMAGE DU LITIGE ECRIT
       FONCTION-TRACER-AUDIT.
           MOVE 131 TO WS-AUD-REC-LEN
           MOVE EIBTRMID TO WS-AUD-TRMID
           MOVE WS-SES-OPERID TO WS-AUD-OPERID
           MOVE EIBDATE TO WS-AUD-DATE
           MOVE EIBTIME TO WS-AUD-TIME
           MOVE 'LIT' TO WS-AUD-OPERATION
           MOVE CPTLITI TO WS-AUD-NUM-CPT
           MOVE SPACES TO WS-AUD-AVANT
           MOVE WS-LITIGE-REC TO WS-AUD-AVANT(1:100)
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
                   MAPSET('MAPLIT')
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
      *-- CODE OPERATEUR PORTE SUR LE LITIGE ET DANS LA PISTE
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
