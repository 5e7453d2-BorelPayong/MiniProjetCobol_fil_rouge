      *PROGRAMME DE CONSULTATION EN LIGNE DES ETATS DE NUIT PAR LES
      *AGENCES : LES LISTES QUEST54 (ECLATEMENT PAR REGION), QUEST35
      *(DEPASSEMENTS) ET QUEST115 (REVUE KYC) SONT CHARGEES CHAQUE
      *NUIT PAR QUEST166 DANS LA BIBLIOTHEQUE FRAPPORT (CLE ETAT +
      *DATE + REGION + PAGE + LIGNE, PAGES DE 15 LIGNES) ; L AGENCE
      *N ATTEND PLUS LE PAPIER NI LE PDF.
      *L OPERATEUR NE VOIT QUE SA REGION : L OPERATEUR SIGNE SUR LE
      *TERMINAL (SESSION PGLOGON, FICHIER FSESSION) EST LU SUR
      *FOPERAT, SON AGENCE SUR FAGENCE QUI DONNE LA REGION. SANS
      *SESSION, OU SI L AGENCE N EST PAS RATTACHEE A UNE REGION,
      *LA CONSULTATION EST REFUSEE.
      *SAISIE : CODE DE L ETAT (QUEST54, QUEST35, QUEST115), DATE
      *AAAA-MM-JJ (A BLANC : DERNIERE DATE CHARGEE POUR LA REGION)
      *ET EVENTUELLEMENT UN NUMERO DE COMPTE : L AFFICHAGE PART
      *ALORS DE LA PREMIERE PAGE OU FIGURE LE COMPTE.
      *VERSION PSEUDO-CONVERSATIONNELLE COMME PGRELEVE : CHAQUE
      *PAGE EST UNE TACHE, LA COMMAREA PORTE L ETAT, LA DATE, LA
      *REGION ET LA PAGE AFFICHEE.
      *ENTREE OU PF8 = PAGE SUIVANTE, PF7 = PAGE PRECEDENTE,
      *PF5 = NOUVELLE RECHERCHE, PF3 = FIN.
      *ETAPES : ' ' MAP DE SAISIE, '1' SAISIE RECUE ET PREMIERE
      *PAGE, '2' NAVIGATION DE PAGE EN PAGE.
      *LES ETATS SONT SUPPRIMES PAR QUEST166 AU-DELA DE LA DUREE DE
      *CONSERVATION FPARAM QUEST166-JOURS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGRAPVUE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY MAPRAP.
       01 WS-RESPCODE PIC S9(8) COMP.
       01 WS-FIN-BROWSE PIC X(1).
       01 WS-LIGNE-PAGE PIC 9(2).
       01 WS-TROUVE PIC X(1).
       01 WS-REGION-OPER PIC X(2).
       01 WS-COMPTE PIC X(6).
       01 WS-ABSTIME PIC S9(15) COMP-3.
       01 WS-DATE-JOUR PIC X(10).
       01 C-TRANSID PIC X(4) VALUE 'TRAP'.
      *-- LIGNE DE LA BIBLIOTHEQUE D ETATS (FICHIER FRAPPORT,
      *-- 120 OCTETS, COPY RAPPORT DU BATCH)
       01 WS-RAPPORT-REC.
          05 WS-RAP-CLE.
             10 WS-RAP-RAPPORT PIC X(8).
             10 WS-RAP-DATE PIC X(10).
             10 WS-RAP-REGION PIC X(2).
             10 WS-RAP-PAGE PIC 9(4).
             10 WS-RAP-LIGNE PIC 9(2).
          05 WS-RAP-COMPTE PIC X(6).
          05 WS-RAP-TEXTE PIC X(80).
          05 FILLER PIC X(8).
       01 WS-RAP-REC-LEN PIC S9(4) COMP.
       01 WS-RAP-KEY-LEN PIC S9(4) COMP.
       01 WS-RAP-KEY PIC X(26).
      *-- SESSION OPERATEUR DU TERMINAL (FICHIER FSESSION TENU PAR
      *-- PGLOGON)
       01 WS-SESSION-REC.
          05 WS-SES-TRMID PIC X(4).
          05 WS-SES-OPERID PIC X(4).
          05 WS-SES-PROFIL PIC X(1).
          05 WS-SES-DATE PIC 9(7).
          05 WS-SES-TIME PIC 9(7).
          05 FILLER PIC X(57).
       01 WS-SES-REC-LEN PIC S9(4) COMP.
      *-- FICHIER MAITRE DES OPERATEURS FOPERAT (KSDS PAR CODE) :
      *-- SEULE L AGENCE DE RATTACHEMENT EST UTILISEE ICI
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
      *-- REFERENTIEL AGENCE (FICHIER FAGENCE) : REGION DE L AGENCE
       01 WS-AGENCE-REC.
          05 WS-AGE-CODE PIC X(3).
          05 WS-AGE-NOM PIC X(15).
          05 WS-AGE-REGION PIC X(2).
          05 FILLER PIC X(60).
       01 WS-AGE-REC-LEN PIC S9(4) COMP.
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS : ETAT, DATE ET REGION
      *-- CONSULTES, PAGE AFFICHEE
       01 WS-COMMAREA.
          05 CA-ETAPE PIC X(1).
          05 CA-RAPPORT PIC X(8).
          05 CA-DATE PIC X(10).
          05 CA-REGION PIC X(2).
          05 CA-PAGE PIC 9(4).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(25).
       PROCEDURE DIVISION.
           MOVE 120 TO WS-RAP-REC-LEN
           MOVE 26 TO WS-RAP-KEY-LEN
           IF EIBCALEN = 0
              MOVE SPACES TO WS-COMMAREA
              PERFORM FONCTION-DEMANDER-ETAT
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 PERFORM FIN-PROGRAMME
              END-IF
              IF EIBAID = DFHPF5
                 MOVE SPACES TO CA-ETAPE
              END-IF
              EVALUATE CA-ETAPE
                 WHEN '1'
                    PERFORM FONCTION-TRAITER-SAISIE
                 WHEN '2'
                    PERFORM FONCTION-NAVIGUER
                 WHEN OTHER
                    PERFORM FONCTION-DEMANDER-ETAT
              END-EVALUATE
           END-IF
           EXEC CICS RETURN
                TRANSID(C-TRANSID)
                COMMAREA(WS-COMMAREA)
                LENGTH(25)
           END-EXEC.
       FONCTION-DEMANDER-ETAT.
           EXEC CICS SEND MAP('MAP1')
                MAPSET('MAPRAP')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC
           MOVE '1' TO CA-ETAPE.
      *-- LA REGION EST CELLE DE L OPERATEUR SIGNE, JAMAIS UNE
      *-- SAISIE : ELLE EST RELUE A CHAQUE NOUVELLE RECHERCHE
       FONCTION-TRAITER-SAISIE.
           EXEC CICS RECEIVE MAP('MAP1')
                MAPSET('MAPRAP')
                RESP(WS-RESPCODE)
           END-EXEC
           PERFORM FONCTION-CHERCHER-REGION
           IF WS-REGION-OPER = SPACES
              PERFORM FONCTION-ENVOYER-MESSAGE
           ELSE
              MOVE ETARPI TO CA-RAPPORT
              MOVE DTERPI TO CA-DATE
              MOVE CPTRPI TO WS-COMPTE
              MOVE WS-REGION-OPER TO CA-REGION
              IF CA-DATE = SPACES
                 PERFORM FONCTION-CHERCHER-DERNIERE-DATE
              END-IF
              MOVE 1 TO CA-PAGE
              IF WS-COMPTE NOT = SPACES AND WS-COMPTE NOT = LOW-VALUES
                 PERFORM FONCTION-CHERCHER-COMPTE
              END-IF
              PERFORM FONCTION-AFFICHER-PAGE
              IF WS-LIGNE-PAGE = 0
                 MOVE 'ETAT ABSENT POUR VOTRE REGION A CETTE DATE'
                      TO MSGINFO
                 PERFORM FONCTION-ENVOYER-MESSAGE
              END-IF
           END-IF.
      *-- SESSION DU TERMINAL -> OPERATEUR FOPERAT -> AGENCE
      *-- FAGENCE -> REGION. TOUT MAILLON ABSENT REFUSE L ACCES
       FONCTION-CHERCHER-REGION.
           MOVE SPACES TO WS-REGION-OPER
           MOVE 80 TO WS-SES-REC-LEN
           MOVE EIBTRMID TO WS-SES-TRMID
           EXEC CICS READ FILE('FSESSION') INTO (WS-SESSION-REC)
                LENGTH(WS-SES-REC-LEN)
                RIDFLD(WS-SES-TRMID)
                KEYLENGTH(4)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              OR WS-SES-OPERID = SPACES
              MOVE 'AUCUNE SESSION OUVERTE - SIGNEZ PAR TLOG'
                   TO MSGINFO
           ELSE
              MOVE 80 TO WS-OPE-REC-LEN
              MOVE WS-SES-OPERID TO WS-OPE-CODE
              EXEC CICS READ FILE('FOPERAT') INTO (WS-OPERAT-REC)
                   LENGTH(WS-OPE-REC-LEN)
                   RIDFLD(WS-OPE-CODE)
                   KEYLENGTH(4)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'OPERATEUR INCONNU - CONSULTATION REFUSEE'
                      TO MSGINFO
              ELSE
                 MOVE 80 TO WS-AGE-REC-LEN
                 MOVE WS-OPE-AGENCE TO WS-AGE-CODE
                 EXEC CICS READ FILE('FAGENCE') INTO (WS-AGENCE-REC)
                      LENGTH(WS-AGE-REC-LEN)
                      RIDFLD(WS-AGE-CODE)
                      KEYLENGTH(3)
                      RESP(WS-RESPCODE)
                 END-EXEC
                 IF WS-RESPCODE NOT = DFHRESP(NORMAL)
                    OR WS-AGE-REGION = SPACES
                    MOVE 'AGENCE SANS REGION - CONSULTATION REFUSEE'
                         TO MSGINFO
                 ELSE
                    MOVE WS-AGE-REGION TO WS-REGION-OPER
                 END-IF
              END-IF
           END-IF.
      *-- DATE A BLANC : LA DERNIERE DATE CHARGEE DE L ETAT POUR LA
      *-- REGION, EN REMONTANT LA BIBLIOTHEQUE DEPUIS LA FIN DE
      *-- L ETAT. A DEFAUT, LA DATE DU JOUR
       FONCTION-CHERCHER-DERNIERE-DATE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-JOUR)
                DATESEP('-')
           END-EXEC
           MOVE WS-DATE-JOUR TO CA-DATE
           MOVE 'N' TO WS-FIN-BROWSE
           MOVE CA-RAPPORT TO WS-RAP-KEY(1:8)
           MOVE HIGH-VALUES TO WS-RAP-KEY(9:18)
           EXEC CICS STARTBR FILE('FRAPPORT')
                RIDFLD(WS-RAP-KEY)
                GTEQ
                REQID(01)
                KEYLENGTH(26)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE HIGH-VALUES TO WS-RAP-KEY
              EXEC CICS STARTBR FILE('FRAPPORT')
                   RIDFLD(WS-RAP-KEY)
                   REQID(01)
                   KEYLENGTH(26)
                   RESP(WS-RESPCODE)
              END-EXEC
              IF WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-FIN-BROWSE
              END-IF
           ELSE
              PERFORM FONCTION-CALER-ARRIERE
           END-IF
           IF WS-FIN-BROWSE NOT = 'Y'
              PERFORM FONCTION-REMONTER-LIGNE
                 UNTIL WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FRAPPORT')
                   REQID(01)
              END-EXEC
           END-IF.
      *-- COMME DANS PGRELEVE : LE STARTBR GTEQ NE TOMBE PAS SUR LA
      *-- CLE DEMANDEE, UN READNEXT PUIS UN READPREV (QUI REND LE
      *-- MEME ENREGISTREMENT, ECARTE) CALENT LA LECTURE ARRIERE
       FONCTION-CALER-ARRIERE.
           EXEC CICS READNEXT FILE('FRAPPORT') INTO (WS-RAPPORT-REC)
                LENGTH(WS-RAP-REC-LEN)
                RIDFLD(WS-RAP-KEY)
                KEYLENGTH(WS-RAP-KEY-LEN)
                REQID(01)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              EXEC CICS READPREV FILE('FRAPPORT')
                   INTO (WS-RAPPORT-REC)
                   LENGTH(WS-RAP-REC-LEN)
                   RIDFLD(WS-RAP-KEY)
                   KEYLENGTH(WS-RAP-KEY-LEN)
                   REQID(01)
                   RESP(WS-RESPCODE)
              END-EXEC
           END-IF
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF.
       FONCTION-REMONTER-LIGNE.
           EXEC CICS READPREV FILE('FRAPPORT') INTO (WS-RAPPORT-REC)
                LENGTH(WS-RAP-REC-LEN)
                RIDFLD(WS-RAP-KEY)
                KEYLENGTH(WS-RAP-KEY-LEN)
                REQID(01)
                RESP(WS-RESPCODE)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN WS-RAP-RAPPORT NOT = CA-RAPPORT
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN WS-RAP-REGION = CA-REGION
                 MOVE WS-RAP-DATE TO CA-DATE
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-- RECHERCHE PAR COMPTE : PREMIERE PAGE DE L ETAT DE LA
      *-- REGION OU FIGURE LE COMPTE
       FONCTION-CHERCHER-COMPTE.
           MOVE 'N' TO WS-TROUVE
           MOVE 'N' TO WS-FIN-BROWSE
           MOVE CA-RAPPORT TO WS-RAP-RAPPORT
           MOVE CA-DATE TO WS-RAP-DATE
           MOVE CA-REGION TO WS-RAP-REGION
           MOVE 0 TO WS-RAP-PAGE
           MOVE 0 TO WS-RAP-LIGNE
           MOVE WS-RAP-CLE TO WS-RAP-KEY
           EXEC CICS STARTBR FILE('FRAPPORT')
                RIDFLD(WS-RAP-KEY)
                GTEQ
                REQID(02)
                KEYLENGTH(26)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              PERFORM FONCTION-LIRE-COMPTE
                 UNTIL WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FRAPPORT')
                   REQID(02)
              END-EXEC
           END-IF
           IF WS-TROUVE = 'N'
              MOVE 'COMPTE ABSENT DE L ETAT - PREMIERE PAGE AFFICHEE'
                   TO MSGINFO
           END-IF.
       FONCTION-LIRE-COMPTE.
           EXEC CICS READNEXT FILE('FRAPPORT') INTO (WS-RAPPORT-REC)
                LENGTH(WS-RAP-REC-LEN)
                RIDFLD(WS-RAP-KEY)
                KEYLENGTH(WS-RAP-KEY-LEN)
                REQID(02)
                RESP(WS-RESPCODE)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN WS-RAP-RAPPORT NOT = CA-RAPPORT
                 OR WS-RAP-DATE NOT = CA-DATE
                 OR WS-RAP-REGION NOT = CA-REGION
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN WS-RAP-COMPTE = WS-COMPTE
                 MOVE WS-RAP-PAGE TO CA-PAGE
                 MOVE 'O' TO WS-TROUVE
                 MOVE 'Y' TO WS-FIN-BROWSE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *-- NAVIGATION : PF7 RECULE D UNE PAGE, ENTREE OU PF8 AVANCE.
      *-- UNE PAGE SUIVANTE VIDE LAISSE LA DERNIERE PAGE A L ECRAN
       FONCTION-NAVIGUER.
           IF EIBAID = DFHPF7
              IF CA-PAGE > 1
                 SUBTRACT 1 FROM CA-PAGE
                 PERFORM FONCTION-AFFICHER-PAGE
              ELSE
                 MOVE 'PREMIERE PAGE DE L ETAT' TO MSGINFO
                 PERFORM FONCTION-AFFICHER-PAGE
              END-IF
           ELSE
              ADD 1 TO CA-PAGE
              PERFORM FONCTION-COMPTER-PAGE
              IF WS-LIGNE-PAGE = 0
                 SUBTRACT 1 FROM CA-PAGE
                 MOVE 'DERNIERE PAGE DE L ETAT' TO MSGINFO
              END-IF
              PERFORM FONCTION-AFFICHER-PAGE
           END-IF.
      *-- UNE PAGE = QUINZE LIGNES AU PLUS, LUES A PARTIR DE LA
      *-- LIGNE 01 DE LA PAGE. LE PARCOURS EST FERME AVANT DE
      *-- RENDRE LA MAIN
       FONCTION-AFFICHER-PAGE.
           MOVE CA-RAPPORT TO ETARPO
           MOVE CA-DATE TO DTERPO
           MOVE CA-REGION TO REGRPO
           MOVE CA-PAGE TO PAGRPO
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPRAP')
                MAPONLY
                FREEKB
                ERASE
           END-EXEC
           PERFORM FONCTION-REMPLIR-PAGE
           EXEC CICS SEND MAP('MAP2')
                MAPSET('MAPRAP')
                DATAONLY
                FREEKB
           END-EXEC
           IF WS-LIGNE-PAGE > 0
              IF MSGINFO = SPACES OR MSGINFO = LOW-VALUES
                 MOVE 'ENTREE/PF8 SUIVANTE, PF7 PRECEDENTE, PF5, PF3'
                      TO MSGINFO
              END-IF
              PERFORM FONCTION-ENVOYER-MESSAGE
              MOVE '2' TO CA-ETAPE
           END-IF.
       FONCTION-COMPTER-PAGE.
           MOVE 0 TO WS-LIGNE-PAGE
           PERFORM FONCTION-OUVRIR-PAGE
           IF WS-FIN-BROWSE NOT = 'Y'
              PERFORM FONCTION-LIRE-LIGNE
              EXEC CICS ENDBR FILE('FRAPPORT')
                   REQID(03)
              END-EXEC
           END-IF.
       FONCTION-REMPLIR-PAGE.
           MOVE 0 TO WS-LIGNE-PAGE
           PERFORM FONCTION-OUVRIR-PAGE
           IF WS-FIN-BROWSE NOT = 'Y'
              PERFORM FONCTION-AFFICHER-LIGNE
                 UNTIL WS-LIGNE-PAGE >= 15
                    OR WS-FIN-BROWSE = 'Y'
              EXEC CICS ENDBR FILE('FRAPPORT')
                   REQID(03)
              END-EXEC
           END-IF.
       FONCTION-OUVRIR-PAGE.
           MOVE 'N' TO WS-FIN-BROWSE
           MOVE CA-RAPPORT TO WS-RAP-RAPPORT
           MOVE CA-DATE TO WS-RAP-DATE
           MOVE CA-REGION TO WS-RAP-REGION
           MOVE CA-PAGE TO WS-RAP-PAGE
           MOVE 1 TO WS-RAP-LIGNE
           MOVE WS-RAP-CLE TO WS-RAP-KEY
           EXEC CICS STARTBR FILE('FRAPPORT')
                RIDFLD(WS-RAP-KEY)
                GTEQ
                REQID(03)
                KEYLENGTH(26)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FIN-BROWSE
           END-IF.
       FONCTION-LIRE-LIGNE.
           EXEC CICS READNEXT FILE('FRAPPORT') INTO (WS-RAPPORT-REC)
                LENGTH(WS-RAP-REC-LEN)
                RIDFLD(WS-RAP-KEY)
                KEYLENGTH(WS-RAP-KEY-LEN)
                REQID(03)
                RESP(WS-RESPCODE)
           END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              OR WS-RAP-RAPPORT NOT = CA-RAPPORT
              OR WS-RAP-DATE NOT = CA-DATE
              OR WS-RAP-REGION NOT = CA-REGION
              OR WS-RAP-PAGE NOT = CA-PAGE
              MOVE 'Y' TO WS-FIN-BROWSE
           ELSE
              ADD 1 TO WS-LIGNE-PAGE
           END-IF.
       FONCTION-AFFICHER-LIGNE.
           PERFORM FONCTION-LIRE-LIGNE
           IF WS-FIN-BROWSE NOT = 'Y'
              MOVE WS-RAP-TEXTE TO LIGRPO(WS-LIGNE-PAGE)
           END-IF.
       FONCTION-ENVOYER-MESSAGE.
           EXEC CICS SEND MAP('MAP3')
                MAPSET('MAPRAP')
                FREEKB
           END-EXEC
           IF CA-ETAPE NOT = '2'
              MOVE SPACES TO CA-ETAPE
           END-IF.
       FIN-PROGRAMME.
           EXEC CICS
                RETURN
           END-EXEC.
