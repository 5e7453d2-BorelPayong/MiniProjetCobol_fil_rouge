      ******************************************************************
      * NOM DU COPY  : YOBPSOR                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN SORTIE      *
      *                DE L'ACCESSEUR REFPOBJ (OBJECTIFS MENSUELS DES  *
      *                GESTIONNAIRES DE PORTEFEUILLE, TABLE TREFOBJ)   *
      *                                                                *
      * LONGUEUR     : 54  OCTETS                                      *
      ******************************************************************

       01  YOBPSOR.

      *================================================================*
      * PARTIE VARIABLE SORTIE                   -----DEB=001/LON=54  *
      *================================================================*
          05 OBPSOR-OBJECTIFS-SORTIE.
             10  OBPSOR-EMPID           PIC 9(9).
             10  OBPSOR-MOIS            PIC X(7).
             10  OBPSOR-NB-OUVERTURES   PIC 9(9).
             10  OBPSOR-ENCOURS         PIC 9(9)V99.
             10  OBPSOR-NB-PRETS        PIC 9(9).
             10  OBPSOR-NB-DAT          PIC 9(9).
