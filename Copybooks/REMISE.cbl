      *****************************************************************
      * NOM DU COPY  : REMISE
      * OBJET DECRIT : ENREGISTREMENT DU JOURNAL DES REMISES
      *                TARIFAIRES FREMISE (SEQUENTIEL, ALIMENTE EN
      *                EXTENSION PAR QUEST37) : UNE LIGNE PAR COMPTE
      *                ET NATURE FACTURES SOUS DEROGATION FDEROG, AVEC
      *                LES FRAIS AU TARIF FTARIF, LES FRAIS FACTURES
      *                ET LE MANQUE A GAGNER. RELU PAR L'ETAT
      *                TRIMESTRIEL QUEST172.
      *                REM-TYPE-DEROG / REM-TITULAIRE : CLE DE LA
      *                DEROGATION APPLIQUEE ('C' COMPTE, 'P' PERSONNE).
      *
      * LONGUEUR     : 80 OCTETS
      *****************************************************************
       01  REMISE-REC.
           05  REM-NUM-COMPTE      PIC X(6).
           05  REM-NAT-MOUV        PIC X(3).
           05  REM-DATE-FRAIS      PIC X(10).
           05  REM-NOMBRE          PIC 9(4).
           05  REM-TARIF           PIC 9(4)V99.
           05  REM-FRAIS-TARIF     PIC 9(6)V99.
           05  REM-FRAIS-FACTURE   PIC 9(6)V99.
           05  REM-MONTANT-REMISE  PIC 9(6)V99.
           05  REM-TYPE-DEROG      PIC X(1).
           05  REM-TITULAIRE       PIC X(8).
           05  REM-SUPERVISEUR     PIC X(4).
           05  FILLER              PIC X(14).
