      *****************************************************************
      * NOM DU COPY  : RAPPORT
      * OBJET DECRIT : ENREGISTREMENT DE LA BIBLIOTHEQUE D'ETATS EN
      *                LIGNE FRAPPORT (KSDS PAR ETAT + DATE + REGION +
      *                PAGE + LIGNE), CHARGEE CHAQUE NUIT PAR QUEST166
      *                A PARTIR DU VERSEMENT FRAPEXT (COPY RAPEXT) ET
      *                CONSULTEE PAR LES AGENCES AVEC LA TRANSACTION
      *                PGRAPVUE, CHAQUE OPERATEUR NE VOYANT QUE LA
      *                REGION DE SON AGENCE.
      *                UNE PAGE COMPTE AU PLUS 15 LIGNES (UN ECRAN).
      *                RAP-COMPTE PORTE LE COMPTE DE LA LIGNE (BLANC
      *                POUR UNE LIGNE D'ENTETE OU DE TOTAL) ET SERT A
      *                LA RECHERCHE PAR COMPTE.
      *                LES ETATS PLUS ANCIENS QUE LA DUREE DE
      *                CONSERVATION FPARAM QUEST166-JOURS SONT
      *                SUPPRIMES PAR QUEST166.
      *
      * LONGUEUR     : 120 OCTETS
      *****************************************************************
       01  RAPPORT-REC.
           05  RAP-CLE.
               10  RAP-RAPPORT     PIC X(8).
               10  RAP-DATE        PIC X(10).
               10  RAP-REGION      PIC X(2).
               10  RAP-PAGE        PIC 9(4).
               10  RAP-LIGNE       PIC 9(2).
           05  RAP-COMPTE          PIC X(6).
           05  RAP-TEXTE           PIC X(80).
           05  FILLER              PIC X(8).
