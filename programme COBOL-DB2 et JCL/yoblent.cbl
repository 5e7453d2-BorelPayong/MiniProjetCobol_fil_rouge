      ******************************************************************
      * NOM DU COPY  : YOBLENT                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN ENTREE      *
      *                DE L'ACCESSEUR REFLOBJ (OBJECTIFS MENSUELS DES  *
      *                GESTIONNAIRES DE PORTEFEUILLE, TABLE TREFOBJ)   *
      *                                                                *
      * LONGUEUR     : 36  OCTETS                                      *
      ******************************************************************

       01  YOBLENT.

      *================================================================*
      * PARTIE VARIABLE ENTREE                   -----DEB=001/LON=36  *
      *================================================================*
          05 OBLENT-OBJECTIFS-ENT.
             10  OBLENT-EMPID           PIC S9(9)    COMP.
      *-- Mois de l'objectif AAAA-MM
             10  OBLENT-MOIS            PIC X(7).
      *-- Objectifs du mois : comptes ouverts, progression des
      *-- encours crediteurs, prets accordes, depots a terme places
             10  OBLENT-NB-OUVERTURES   PIC S9(9)    COMP.
             10  OBLENT-ENCOURS         PIC S9(9)V99 COMP-3.
             10  OBLENT-NB-PRETS        PIC S9(9)    COMP.
             10  OBLENT-NB-DAT          PIC S9(9)    COMP.
      *-- Critere de recherche pour la fonction L1001 (mois AAAA-MM)
             10  OBLENT-CRIT-MOIS       PIC X(7).
