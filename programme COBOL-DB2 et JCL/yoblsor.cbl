      ******************************************************************
      * NOM DU COPY  : YOBLSOR                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN SORTIE      *
      *                DE L'ACCESSEUR LOGIQUE REFLOBJ (OBJECTIFS       *
      *                MENSUELS DES GESTIONNAIRES DE PORTEFEUILLE)     *
      *                                                                *
      * LONGUEUR     : 540 OCTETS                                      *
      ******************************************************************

       01  YOBLSOR.
         05 OBLSOR-SORTIE              PIC X(540).
      *================================================================*
      * PARTIE VARIABLE SORTIE                   -----DEB=001/LON=540 *
      *================================================================*
          05 OBLSOR-L0001 REDEFINES OBLSOR-SORTIE.
             10 OBLSOR-L0001-EMPID          PIC 9(9).
             10 OBLSOR-L0001-MOIS           PIC X(7).
             10 OBLSOR-L0001-NB-OUVERTURES  PIC 9(9).
             10 OBLSOR-L0001-ENCOURS        PIC 9(9)V99.
             10 OBLSOR-L0001-NB-PRETS       PIC 9(9).
             10 OBLSOR-L0001-NB-DAT         PIC 9(9).
             10 FILLER                      PIC X(486).
          05 OBLSOR-L1001 REDEFINES OBLSOR-SORTIE.
           10 OBLSOR-L1001-LIGNE          OCCURS 10.
              15 OBLSOR-L1001-EMPID          PIC 9(9).
              15 OBLSOR-L1001-MOIS           PIC X(7).
              15 OBLSOR-L1001-NB-OUVERTURES  PIC 9(9).
              15 OBLSOR-L1001-ENCOURS        PIC 9(9)V99.
              15 OBLSOR-L1001-NB-PRETS       PIC 9(9).
              15 OBLSOR-L1001-NB-DAT         PIC 9(9).
          05 OBLSOR-M0001 REDEFINES OBLSOR-SORTIE.
             10 FILLER                      PIC X(540).
          05 OBLSOR-S0001 REDEFINES OBLSOR-SORTIE.
             10 FILLER                      PIC X(540).
