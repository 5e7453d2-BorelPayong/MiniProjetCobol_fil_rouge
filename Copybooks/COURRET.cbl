      *****************************************************************
      * NOM DU COPY  : COURRET
      * OBJET DECRIT : ENREGISTREMENT DU FICHIER DU COURRIER RETENU.
      *                UN DOCUMENT POSTAL DESTINE A UNE ADRESSE
      *                FADRESSE MARQUEE INVALIDE (RETOUR DE LA POSTE
      *                SAISI PAR QUEST161) N'EST PAS IMPRIME : IL EST
      *                CONSIGNE ICI PAR LE PROGRAMME EMETTEUR (QUEST20,
      *                QUEST86, QUEST104, QUEST121, QUEST134, QUEST143,
      *                QUEST145, QUEST147) POUR REEMISSION PAR
      *                L'AGENCE UNE FOIS L'ADRESSE CORRIGEE.
      *                TYPES DE DOCUMENT : RV RELEVE, DH DESHERENCE,
      *                RD RELANCE DECOUVERT, IC INJONCTION CHEQUE,
      *                MJ MAJORITE, RF RECAPITULATIF FRAIS, IR CHEQUE
      *                REMIS IMPAYE, RC REFUS DE LITIGE CARTE.
      *
      * LONGUEUR     : 80 OCTETS
      *****************************************************************
       01  COURRET-REC.
           05  COURRET-NUM-COMPTE  PIC X(6).
           05  COURRET-DATE        PIC X(10).
           05  COURRET-JOB         PIC X(8).
           05  COURRET-TYPE-DOC    PIC X(2).
           05  COURRET-DATE-RETOUR PIC X(10).
           05  COURRET-REFERENCE   PIC X(30).
           05  FILLER              PIC X(14).
