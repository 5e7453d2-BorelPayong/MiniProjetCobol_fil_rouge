      *****************************************************************
      * NOM DU COPY  : ERRLOG
      * OBJET DECRIT : ENREGISTREMENT DU JOURNAL DES ERREURS BATCH
      *                FERRLOG, ECRIT EN EXTENSION PAR LE SERVICE
      *                PGMERR A CHAQUE ERREUR SIGNALEE ET LU PAR
      *                L'ETAT DU MATIN QUEST29 ET LA TRANSACTION DE
      *                SUIVI PGSUIVI.
      *
      * ERRLOG-DATE EST LA DATE COMPTABLE DE LA CHAINE (MOT-CLE
      * CHAINE-DATE DE FPARAM) : UNE NUIT SE LIT PAR CETTE DATE.
      * ERRLOG-GRAVITE : 04 AVERTISSEMENT, 08 ERREUR, 12 GRAVE.
      * ERRLOG-SQLCODE A ZERO POUR UNE ERREUR DE FICHIER,
      * ERRLOG-STATUT A BLANC POUR UNE ERREUR SQL.
      *
      * LONGUEUR     : 150 OCTETS
      *****************************************************************
       01  ERRLOG-REC.
           05  ERRLOG-JOB          PIC X(8).
           05  ERRLOG-PROGRAMME    PIC X(8).
           05  ERRLOG-DATE         PIC X(10).
           05  ERRLOG-HEURE        PIC X(8).
           05  ERRLOG-FICHIER      PIC X(8).
           05  ERRLOG-PARAGRAPHE   PIC X(30).
           05  ERRLOG-STATUT       PIC X(2).
           05  ERRLOG-SQLCODE      PIC S9(9)
                                   SIGN IS LEADING SEPARATE.
           05  ERRLOG-CLE          PIC X(20).
           05  ERRLOG-GRAVITE      PIC 9(2).
           05  ERRLOG-LIBELLE      PIC X(30).
           05  FILLER              PIC X(14).
