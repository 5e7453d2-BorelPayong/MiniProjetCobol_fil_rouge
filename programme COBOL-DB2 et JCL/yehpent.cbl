      ******************************************************************
      * NOM DU COPY  : YEHPENT                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN ENTREE      *
      *                DE L'ACCESSEUR REFPEMH (HISTORIQUE TREFEMPH DES *
      *                MISES A JOUR DE LA TABLE EMPLOYES)              *
      *                                                                *
      * LONGUEUR     : 28  OCTETS                                      *
      ******************************************************************

       01  YEHPENT.

      *================================================================*
      * PARTIE VARIABLE ENTREE                   -----DEB=001/LON=28  *
      *================================================================*
          05 EHPENT-TREFEMPH-ENT.
      *-- Criteres de recherche pour la fonction L1001 : periode
      *-- (dates AAAA-MM-JJ incluses) obligatoire, departement et
      *-- employe facultatifs (valeur ZERO = pas de filtre)
             10  EHPENT-CRIT-DATEMIN    PIC X(10).
             10  EHPENT-CRIT-DATEMAX    PIC X(10).
             10  EHPENT-CRIT-DEPARTMENT PIC S9(9)    COMP.
             10  EHPENT-CRIT-EMPID      PIC S9(9)    COMP.
