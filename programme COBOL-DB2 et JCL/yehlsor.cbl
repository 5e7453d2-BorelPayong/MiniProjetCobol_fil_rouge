      ******************************************************************
      * NOM DU COPY  : YEHLSOR                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN SORTIE      *
      *                DE L'ACCESSEUR LOGIQUE REFLEMH (HISTORIQUE DES  *
      *                MISES A JOUR DE LA TABLE EMPLOYES)              *
      *                                                                *
      * LONGUEUR     : 1570 OCTETS                                     *
      ******************************************************************

       01  YEHLSOR.
         05 EHLSOR-SORTIE              PIC X(1570).
      *================================================================*
      * PARTIE VARIABLE SORTIE                   -----DEB=001/LON=1570*
      *================================================================*
          05 EHLSOR-L1001 REDEFINES EHLSOR-SORTIE.
           10 EHLSOR-L1001-LIGNE          OCCURS 10.
              15 EHLSOR-L1001-EMPID              PIC 9(9).
              15 EHLSOR-L1001-HISTTS             PIC X(26).
              15 EHLSOR-L1001-ACTION             PIC X(1).
              15 EHLSOR-L1001-JOBNAME            PIC X(8).
              15 EHLSOR-L1001-DEPARTMENT-REF     PIC 9(9).
              15 EHLSOR-L1001-NAME-AV            PIC X(15).
              15 EHLSOR-L1001-NAM2-AV            PIC X(15).
              15 EHLSOR-L1001-DEPARTMENT-AV      PIC 9(9).
              15 EHLSOR-L1001-SALARY-AV          PIC 9(7)V99.
              15 EHLSOR-L1001-DESIGNATION-AV     PIC X(4).
              15 EHLSOR-L1001-NAME-AP            PIC X(15).
              15 EHLSOR-L1001-NAM2-AP            PIC X(15).
              15 EHLSOR-L1001-DEPARTMENT-AP      PIC 9(9).
              15 EHLSOR-L1001-SALARY-AP          PIC 9(7)V99.
              15 EHLSOR-L1001-DESIGNATION-AP     PIC X(4).
