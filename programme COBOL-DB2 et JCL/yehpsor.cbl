      ******************************************************************
      * NOM DU COPY  : YEHPSOR                                 V(1.00) *
      * PROJET       :                                                 *
      * OBJET DECRIT : DEFINITION DE LA PARTIE VARIABLE EN SORTIE      *
      *                DE L'ACCESSEUR REFPEMH (HISTORIQUE TREFEMPH DES *
      *                MISES A JOUR DE LA TABLE EMPLOYES)              *
      *                                                                *
      * LONGUEUR     : 157 OCTETS                                      *
      ******************************************************************

       01  YEHPSOR.

      *================================================================*
      * PARTIE VARIABLE SORTIE                   -----DEB=001/LON=157 *
      *================================================================*
          05 EHPSOR-TREFEMPH-SORTIE.
             10  EHPSOR-EMPID              PIC 9(9).
      *-- Horodatage DB2 AAAA-MM-JJ-HH.MM.SS.NNNNNN
             10  EHPSOR-HISTTS             PIC X(26).
      *-- 'I' insertion, 'M' modification, 'S' suppression
             10  EHPSOR-ACTION             PIC X(1).
             10  EHPSOR-JOBNAME            PIC X(8).
      *-- Departement de rattachement de la ligne : departement avant
      *-- pour une suppression, departement apres sinon
             10  EHPSOR-DEPARTMENT-REF     PIC 9(9).
      *-- Image avant (a blanc pour une insertion)
             10  EHPSOR-AVANT.
                 15  EHPSOR-NAME-AV        PIC X(15).
                 15  EHPSOR-NAM2-AV        PIC X(15).
                 15  EHPSOR-DEPARTMENT-AV  PIC 9(9).
                 15  EHPSOR-SALARY-AV      PIC 9(7)V99.
                 15  EHPSOR-DESIGNATION-AV PIC X(4).
      *-- Image apres (a blanc pour une suppression)
             10  EHPSOR-APRES.
                 15  EHPSOR-NAME-AP        PIC X(15).
                 15  EHPSOR-NAM2-AP        PIC X(15).
                 15  EHPSOR-DEPARTMENT-AP  PIC 9(9).
                 15  EHPSOR-SALARY-AP      PIC 9(7)V99.
                 15  EHPSOR-DESIGNATION-AP PIC X(4).
