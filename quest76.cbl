      *PROGRAMME DE MAINTENANCE BATCH DU FICHIER DES COTITULAIRES   *
      *FCOTITU (KSDS PAR NUM-COMPTE + SEQUENCE) : AJOUT,            *
      *MODIFICATION OU SUPPRESSION D'UN COTITULAIRE (NOM, PRENOM,   *
      *ROLE 'T' COTITULAIRE, 'M' MANDATAIRE OU 'L' REPRESENTANT     *
      *LEGAL D'UN MINEUR) SUR LE MODELE DE QUEST34. LE PREMIER      *
      *COTITULAIRE PEUT AUSSI ETRE SAISI A                          *
      *L'OUVERTURE DU COMPTE PAR PGWRITE ; LES RELEVES QUEST20,     *
      *QUEST43 ET QUEST55 ET L'ANNUAIRE QUEST28 ADRESSENT TOUS LES  *
      *TITULAIRES DU COMPTE                                         *
           05 FILLER PIC X(51).
        WORKING-STORAGE SECTION.
        01 FS-COTITU PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-COTITU.
           05 WS-COT-NUM-COMPTE PIC X(6).
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              ACCEPT WS-COT-NOM
              DISPLAY 'PRENOM :'
              ACCEPT WS-COT-PRENOM
              DISPLAY 'ROLE (T=COTITULAIRE M=MANDATAIRE '
                      'L=REPRESENTANT LEGAL) :'
              ACCEPT WS-COT-ROLE
              IF WS-COT-ROLE NOT = 'T' AND WS-COT-ROLE NOT = 'M'
                 AND WS-COT-ROLE NOT = 'L'
                 DISPLAY ' ROLE INVALIDE : ' WS-COT-ROLE
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           MOVE WS-COT-PRENOM TO COT-PRENOM
           MOVE WS-COT-ROLE TO COT-ROLE
           WRITE COTITU
              INVALID KEY
                 DISPLAY ' COTITULAIRE DEJA EXISTANT '
                 MOVE 'FCOTITU' TO WS-ERR-FICHIER
                 MOVE FS-COTITU TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-COTITULAIRE'
                   TO WS-ERR-PARAGRAPHE
                 MOVE COT-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' COTITULAIRE CREE '
           END-WRITE.
        FONCTION-MODIFIER-COTITULAIRE.
              INVALID KEY
                 DISPLAY ' COTITULAIRE INCONNU : '
                         WS-COT-NUM-COMPTE '/' WS-COT-SEQ
                 MOVE 'FCOTITU' TO WS-ERR-FICHIER
                 MOVE FS-COTITU TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-COTITULAIRE'
                   TO WS-ERR-PARAGRAPHE
                 MOVE COT-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-COT-NOM TO COT-NOM
                 MOVE WS-COT-PRENOM TO COT-PRENOM
              INVALID KEY
                 DISPLAY ' COTITULAIRE INCONNU : '
                         WS-COT-NUM-COMPTE '/' WS-COT-SEQ
                 MOVE 'FCOTITU' TO WS-ERR-FICHIER
                 MOVE FS-COTITU TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-COTITULAIRE'
                   TO WS-ERR-PARAGRAPHE
                 MOVE COT-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' COTITULAIRE SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST76' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCOTITU.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
