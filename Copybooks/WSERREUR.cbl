      *****************************************************************
      * NOM DU COPY  : WSERREUR
      * OBJET DECRIT : ZONE D'APPEL DU SERVICE D'ERREUR STANDARD
      *                PGMERR, APPELE PAR CHAQUE PROGRAMME BATCH SUR UN
      *                FILE STATUS OU UN SQLCODE ANORMAL.
      *
      * L'APPELANT RENSEIGNE JOB, PROGRAMME, FICHIER, PARAGRAPHE,
      * CLE ET STATUT (OU SQLCODE) ; WS-ERR-GRAVITE A ZERO LAISSE
      * PGMERR DEDUIRE LA GRAVITE DU STATUT, UNE VALEUR 4/8/12 LA
      * FORCE. PGMERR RENVOIE LE LIBELLE DU STATUT, REMET LES ZONES
      * D'ENTREE A BLANC ET TIENT DANS WS-ERR-RC-JOB LE CODE RETOUR
      * LE PLUS GRAVE DU PASSAGE (4 AVERTISSEMENT, 8 ERREUR,
      * 12 ERREUR GRAVE), QUE LE PROGRAMME RESTITUE A STOP RUN.
      *
      * LONGUEUR     : 114 OCTETS
      *****************************************************************
       01  WS-ERREUR.
           05  WS-ERR-JOB          PIC X(8)  VALUE SPACES.
           05  WS-ERR-PROGRAMME    PIC X(8)  VALUE SPACES.
           05  WS-ERR-FICHIER      PIC X(8)  VALUE SPACES.
           05  WS-ERR-PARAGRAPHE   PIC X(30) VALUE SPACES.
           05  WS-ERR-CLE          PIC X(20) VALUE SPACES.
           05  WS-ERR-STATUT       PIC X(2)  VALUE SPACES.
           05  WS-ERR-SQLCODE      PIC S9(9) COMP VALUE 0.
           05  WS-ERR-GRAVITE      PIC 9(2)  VALUE 0.
           05  WS-ERR-LIBELLE      PIC X(30) VALUE SPACES.
           05  WS-ERR-RC-JOB       PIC 9(2)  VALUE 0.
