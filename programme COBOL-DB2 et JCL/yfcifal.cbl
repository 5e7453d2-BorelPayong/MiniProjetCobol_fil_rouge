      *-- CODE LANGUE                             -----DEB=116/LON=002
                15  FCIFAL-CARSCEDMD-CODLNG            PIC X(2).

      *-- JOB BATCH APPELANT (JOURNAL PGMERR)     -----DEB=118/LON=008
             10  FCIFAL-NomJob                         PIC X(008).
      *-- RESERVE -------------------------------------DEB=126/LON=103
             10  FILLER                                PIC X(103).
