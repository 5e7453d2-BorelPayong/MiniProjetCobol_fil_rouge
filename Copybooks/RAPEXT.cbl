      *****************************************************************
      * NOM DU COPY  : RAPEXT
      * OBJET DECRIT : ENREGISTREMENT DU FICHIER DE VERSEMENT DES
      *                ETATS DE NUIT A LA BIBLIOTHEQUE D'ETATS EN
      *                LIGNE. CHAQUE PROGRAMME EDITEUR (QUEST35,
      *                QUEST54, QUEST115) Y ECRIT EN EXTENSION, EN
      *                PLUS DE SON EDITION PAPIER, CHAQUE LIGNE DE
      *                SON ETAT QUI CONCERNE UNE REGION, AVEC LE
      *                COMPTE DE LA LIGNE QUAND IL Y EN A UN.
      *                QUEST166 CHARGE CE FICHIER PAGE PAR PAGE DANS
      *                LA BIBLIOTHEQUE FRAPPORT (COPY RAPPORT) A LA
      *                DATE DE LA CHAINE PUIS LE VIDE.
      *                RPX-RAPPORT EST LE NOM DU PROGRAMME EDITEUR.
      *
      * LONGUEUR     : 100 OCTETS
      *****************************************************************
       01  RAPEXT-REC.
           05  RPX-RAPPORT         PIC X(8).
           05  RPX-REGION          PIC X(2).
           05  RPX-COMPTE          PIC X(6).
           05  RPX-TEXTE           PIC X(80).
           05  FILLER              PIC X(4).
