      *****************************************************************
      * NOM DU COPY  : CONSENT
      * OBJET DECRIT : ENREGISTREMENT DU REGISTRE DES CONSENTEMENTS
      *                FCONSENT (KSDS PAR NUMERO DE PERSONNE FPERSON +
      *                CANAL), TENU EN LIGNE PAR PGCONMAJ ET CHARGE
      *                EN BATCH PAR QUEST164. UN COMPTE EST RAMENE A
      *                SA PERSONNE PAR FCLILINK.
      *                CANAUX : E COURRIEL, S SMS, P COURRIER POSTAL
      *                COMMERCIAL, M UTILISATION DES DONNEES DE
      *                SEGMENT A DES FINS MARKETING (PROFILAGE).
      *                ACCORD : O DONNE, N REFUSE OU RETIRE. SEUL UN
      *                REFUS ENREGISTRE BLOQUE L'ENVOI OU L'EXTRACTION
      *                (QUEST20, QUEST56, QUEST83, QUEST94) ; UNE
      *                PERSONNE SANS ENREGISTREMENT EST SUIVIE COMME
      *                NON COUVERTE PAR L'ETAT QUEST165.
      *                SOURCE : AGC AGENCE (SAISIE EN LIGNE), FOR
      *                FORMULAIRE PAPIER, WEB BANQUE EN LIGNE, TEL
      *                CENTRE D'APPEL, REP REPRISE INITIALE.
      *                L'ETAT PRECEDENT (ACCORD ET DATE) EST CONSERVE A
      *                CHAQUE CHANGEMENT : UN PASSAGE DE O A N EST UN
      *                RETRAIT.
      *
      * LONGUEUR     : 80 OCTETS
      *****************************************************************
       01  CONSENT-REC.
           05  CNS-CLE.
               10  CNS-NUM-CLIENT  PIC X(8).
               10  CNS-CANAL       PIC X(1).
           05  CNS-ACCORD          PIC X(1).
           05  CNS-DATE            PIC X(10).
           05  CNS-SOURCE          PIC X(3).
           05  CNS-OPERID          PIC X(4).
           05  CNS-ACCORD-PREC     PIC X(1).
           05  CNS-DATE-PREC       PIC X(10).
           05  FILLER              PIC X(42).
