      *****************************************************************
      * NOM DU COPY  : RUNREG
      * OBJET DECRIT : ENREGISTREMENT DU REGISTRE DE PASSAGE DE LA
      *                CHAINE NOCTURNE FRUNREG, ECRIT EN EXTENSION PAR
      *                PGMCHAIN AU DEMARRAGE ('D') ET A LA FIN NORMALE
      *                ('F') DE CHAQUE JOB ET LU PAR PGMCHAIN (CONTROLE
      *                DES PREDECESSEURS), LA TRANSACTION DE SUIVI
      *                PGSUIVI ET L'ETAT HEBDOMADAIRE DE FENETRE BATCH
      *                QUEST140.
      *
      * RUN-DATE EST LA DATE COMPTABLE DE LA CHAINE ; RUN-JOUR-SYS
      * (AAAAMMJJ) ET RUN-HEURE (HHMMSSCC) SONT L'HORODATAGE SYSTEME
      * DE L'ECRITURE, LA CHAINE POUVANT PASSER MINUIT. RUN-VOLUME
      * EST LE COMPTEUR DE VOLUME PRINCIPAL DU JOB, RENSEIGNE SUR
      * L'ENREGISTREMENT DE FIN. LES ENREGISTREMENTS ANTERIEURS A
      * L'HORODATAGE PORTENT DES BLANCS DANS CES ZONES.
      *
      * LONGUEUR     : 80 OCTETS
      *****************************************************************
       01  RUNREG-REC.
           05  RUN-JOB             PIC X(8).
           05  RUN-DATE            PIC X(10).
           05  RUN-STATUT          PIC X(1).
           05  RUN-JOUR-SYS        PIC 9(8).
           05  RUN-HEURE           PIC 9(8).
           05  RUN-VOLUME          PIC 9(9).
           05  FILLER              PIC X(36).
