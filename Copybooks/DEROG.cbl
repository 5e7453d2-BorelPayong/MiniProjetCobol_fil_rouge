      *****************************************************************
      * NOM DU COPY  : DEROG
      * OBJET DECRIT : ENREGISTREMENT DU FICHIER DES DEROGATIONS
      *                TARIFAIRES FDEROG (KSDS PAR TITULAIRE ET
      *                NATURE DE MOUVEMENT), CHARGE PAR QUEST171 ET
      *                APPLIQUE PAR LA FACTURATION DES FRAIS QUEST37.
      *                DRG-TYPE 'C' : DEROGATION D'UN COMPTE,
      *                DRG-TITULAIRE PORTANT LE NUM-COMPTE CADRE A
      *                GAUCHE ; 'P' : DEROGATION D'UNE PERSONNE
      *                FPERSON, VALABLE POUR TOUS SES COMPTES
      *                RATTACHES PAR FCLILINK. LA DEROGATION DU COMPTE
      *                PREVAUT SUR CELLE DE LA PERSONNE.
      *                DRG-MODE 'P' : REMISE DE DRG-TAUX POUR CENT SUR
      *                LE TARIF FTARIF (100 = EXONERATION) ; 'F' :
      *                TARIF UNITAIRE NEGOCIE DRG-MONTANT A LA PLACE
      *                DU TARIF FTARIF (JAMAIS AU-DELA DE CELUI-CI).
      *                LA DEROGATION S'APPLIQUE SI LA DATE DE
      *                FACTURATION EST ENTRE DRG-DATE-DEBUT ET
      *                DRG-DATE-FIN INCLUSES. DRG-SUPERVISEUR EST LE
      *                CODE FOPERAT (PROFIL 'S') QUI L'A APPROUVEE.
      *
      * LONGUEUR     : 80 OCTETS
      *****************************************************************
       01  DEROG-REC.
           05  DRG-CLE.
               10  DRG-TYPE        PIC X(1).
               10  DRG-TITULAIRE   PIC X(8).
               10  DRG-NAT-MOUV    PIC X(3).
           05  DRG-MODE            PIC X(1).
           05  DRG-TAUX            PIC 9(3)V99.
           05  DRG-MONTANT         PIC 9(4)V99.
           05  DRG-DATE-DEBUT      PIC X(10).
           05  DRG-DATE-FIN        PIC X(10).
           05  DRG-SUPERVISEUR     PIC X(4).
           05  DRG-MOTIF           PIC X(20).
           05  DRG-DATE-MAJ        PIC X(10).
           05  FILLER              PIC X(2).
