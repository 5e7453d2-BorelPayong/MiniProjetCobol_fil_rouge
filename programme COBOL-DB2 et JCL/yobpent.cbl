      ******************************************************************
      * NOM DU COPY  : YOBPENT                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN ENTREE      *
      *                DE L'ACCESSEUR REFPOBJ (OBJECTIFS MENSUELS DES  *
      *                GESTIONNAIRES DE PORTEFEUILLE, TABLE TREFOBJ)   *
      *                                                                *
      * LONGUEUR     : 36  OCTETS                                      *
      ******************************************************************

       01  YOBPENT.

      *================================================================*
      * PARTIE VARIABLE ENTREE                   -----DEB=001/LON=36  *
      *================================================================*
          05 OBPENT-OBJECTIFS-ENT.
             10  OBPENT-EMPID           PIC S9(9)    COMP.
      *-- Mois de l'objectif AAAA-MM
             10  OBPENT-MOIS            PIC X(7).
      *-- Objectifs du mois : comptes ouverts, progression des
      *-- encours crediteurs, prets accordes, depots a terme places
             10  OBPENT-NB-OUVERTURES   PIC S9(9)    COMP.
             10  OBPENT-ENCOURS         PIC S9(9)V99 COMP-3.
             10  OBPENT-NB-PRETS        PIC S9(9)    COMP.
             10  OBPENT-NB-DAT          PIC S9(9)    COMP.
      *-- Critere de recherche pour la fonction L1001 (mois AAAA-MM)
             10  OBPENT-CRIT-MOIS       PIC X(7).
