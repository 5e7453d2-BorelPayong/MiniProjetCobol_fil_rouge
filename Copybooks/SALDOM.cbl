      *****************************************************************
      * NOM DU COPY  : SALDOM
      * OBJET DECRIT : ENREGISTREMENT DU FICHIER DES SALAIRES
      *                DOMICILIES FSALDOM (KSDS PAR NUM-COMPTE),
      *                ALIMENTE CHAQUE MOIS PAR QUEST167 A PARTIR DES
      *                VIREMENTS CREDITEURS REGULIERS DES DOUZE DERNIERS
      *                MOIS DE FMOUVIX, ET LU PAR LE SCORE DE RISQUE
      *                (QUEST53) ET LA SEGMENTATION (QUEST94).
      *                SAL-DOMICILIE : 'O' SALAIRE DOMICILIE ; 'N'
      *                SALAIRE CONNU QUI N'ARRIVE PLUS, SAL-DATE-ARRET
      *                PORTANT LA DATE DU PASSAGE QUI A CONSTATE
      *                L'ARRET.
      *                SAL-LIBELLE EST LE MOTIF DU LIBELLE DU VIREMENT
      *                (CHIFFRES BLANCS), SAL-MONTANT-MOYEN LA MOYENNE
      *                DES MOIS RETENUS ET SAL-DERNIERE-DATE LA DATE DU
      *                DERNIER VIREMENT RECU.
      *
      * LONGUEUR     : 80 OCTETS
      *****************************************************************
       01  SALDOM-REC.
           05  SAL-NUM-COMPTE      PIC X(6).
           05  SAL-DOMICILIE       PIC X(1).
           05  SAL-LIBELLE         PIC X(15).
           05  SAL-MONTANT-MOYEN   PIC 9(7)V99.
           05  SAL-NB-MOIS         PIC 9(2).
           05  SAL-DERNIERE-DATE   PIC X(10).
           05  SAL-DATE-DETECTION  PIC X(10).
           05  SAL-DATE-MAJ        PIC X(10).
           05  SAL-DATE-ARRET      PIC X(10).
           05  FILLER              PIC X(7).
