      *****************************************************************
      * NOM DU COPY  : CLISNAP
      * OBJET DECRIT : ENREGISTREMENT DE L'EXTRAIT CLIENTS ENRICHI
      *                FSNAPCLI ECRIT CHAQUE NUIT PAR QUEST139 APRES LA
      *                COMPTABILISATION QUEST30, EN ORDRE DE NUM-COMPTE.
      *                LES ETATS QUI N'ONT BESOIN QUE DE LIRE LA
      *                CLIENTELE LISENT CET EXTRAIT AU LIEU DU KSDS
      *                FCLIENT ET DES TABLES FREGION / FACTIPRO /
      *                FNATCOMP.
      *
      * SNP-TYPE 'D' : UN ENREGISTREMENT PAR COMPTE. SNP-CLIENT EST
      *                L'IMAGE EXACTE DE L'ENREGISTREMENT FCLIENT
      *                (COPY CLIENT, 101 OCTETS) ET SE DEPLACE TEL QUEL
      *                DANS UNE ZONE CLIENT DU LECTEUR ; SUIVENT LES
      *                ZONES DERIVEES CALCULEES A LA DATE DE L'EXTRAIT.
      * SNP-TYPE 'T' : ENREGISTREMENT DE CONTROLE FINAL, TOUJOURS
      *                ECRIT ET TOUJOURS LE DERNIER : NOMBRE DE COMPTES
      *                ET TOTAL DES SOLDES SIGNES. LE LECTEUR COMPTE SES
      *                ENREGISTREMENTS 'D' ET REFUSE L'EXTRAIT (CODE
      *                RETOUR 8) SI LE CONTROLE MANQUE OU NE CONCORDE
      *                PAS.
      *
      * SNP-SCORE-CONNU 'N' : COMPTE ABSENT DE FSCORE (SCORE A ZERO).
      * SNP-AGENCE, SNP-SEGMENT, SNP-NUM-PERSONNE A BLANC : COMPTE
      *                ABSENT DE FCPTAGE, FSEGMENT OU FCLILINK.
      *
      * LONGUEUR     : 250 OCTETS
      *****************************************************************
       01  CLISNAP.
           05  SNP-TYPE            PIC X(1).
           05  SNP-CLIENT          PIC X(101).
           05  SNP-NOM-REGION      PIC X(15).
           05  SNP-LIB-ACTIPRO     PIC X(20).
           05  SNP-LIB-NATCOMP     PIC X(30).
           05  SNP-AGE             PIC 9(3).
           05  SNP-SOLDE-SIGNE     PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
           05  SNP-SENS-SOLDE      PIC X(2).
           05  SNP-LIM-MONTANT     PIC 9(10).
           05  SNP-LIM-DATE-EXPIR  PIC X(10).
           05  SNP-SCORE           PIC 9(3).
           05  SNP-SCORE-CONNU     PIC X(1).
           05  SNP-SEGMENT         PIC X(1).
           05  SNP-AGENCE          PIC X(3).
           05  SNP-NOM-AGENCE      PIC X(15).
           05  SNP-NUM-PERSONNE    PIC X(8).
           05  FILLER              PIC X(16).
       01  CLISNAP-TRL.
           05  SNT-TYPE            PIC X(1).
           05  SNT-DATE-EXTRAIT    PIC X(10).
           05  SNT-NB-COMPTES      PIC 9(9).
           05  SNT-TOTAL-SOLDES    PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  SNT-PROGRAMME       PIC X(8).
           05  FILLER              PIC X(206).
