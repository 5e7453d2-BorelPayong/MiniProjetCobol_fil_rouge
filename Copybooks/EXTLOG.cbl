      *****************************************************************
      * NOM DU COPY  : EXTLOG
      * OBJET DECRIT : ENREGISTREMENT DU JOURNAL DES EXTRACTIONS
      *                CLIENTS A LA DEMANDE FEXTLOG (SEQUENTIEL,
      *                ECRIT EN EXTENSION PAR QUEST173). UN PASSAGE
      *                Y ECRIT UN ENREGISTREMENT 'C' PAR CARTE DE
      *                SELECTION LUE (COMMENTAIRES EXCLUS) PUIS UN
      *                ENREGISTREMENT 'R' DE RESULTAT. LES
      *                ENREGISTREMENTS D'UN MEME PASSAGE PORTENT LE
      *                MEME HORODATAGE SYSTEME EXL-JOUR-SYS (AAAAMMJJ)
      *                ET EXL-HEURE (HHMMSSCC).
      *                EXL-CARTE : IMAGE DE LA CARTE ('C') ; SUR 'R',
      *                OBJET DE L'EXTRACTION (CARTE 'O').
      *                EXL-STATUT ('R') : 'O' EXTRACTION FAITE, 'E'
      *                CARTES EN ERREUR, AUCUNE EXTRACTION ; SUR 'C',
      *                'O' CARTE ACCEPTEE, 'E' CARTE REJETEE.
      *                EXL-SORTIE : 'L' LISTE EDITEE, 'D' FICHIER
      *                DELIMITE FEXPORT.
      *
      * LONGUEUR     : 130 OCTETS
      *****************************************************************
       01  EXTLOG-REC.
           05  EXL-DATE            PIC X(10).
           05  EXL-JOUR-SYS        PIC 9(8).
           05  EXL-HEURE           PIC 9(8).
           05  EXL-TYPE            PIC X(1).
           05  EXL-CARTE           PIC X(80).
           05  EXL-NB-LUS          PIC 9(9).
           05  EXL-NB-SELECTION    PIC 9(9).
           05  EXL-SORTIE          PIC X(1).
           05  EXL-STATUT          PIC X(1).
           05  FILLER              PIC X(3).
