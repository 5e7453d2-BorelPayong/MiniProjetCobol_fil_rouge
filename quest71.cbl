           05 FILLER PIC X(38).
        WORKING-STORAGE SECTION.
        01 FS-MANDAT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-MANDAT.
           05 WS-MAN-NUM-COMPTE PIC X(6).
           IF FS-MANDAT = '00'
              DISPLAY ' FILE MANDAT OPEN SUCCES : ' FS-MANDAT
           ELSE
              MOVE 'FMANDAT' TO WS-ERR-FICHIER
              MOVE FS-MANDAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           MOVE WS-MAN-DATE-DEBUT TO MAN-DATE-DEBUT
           MOVE WS-MAN-DATE-FIN TO MAN-DATE-FIN
           WRITE MANDAT
              INVALID KEY
                 DISPLAY ' MANDAT DEJA EXISTANT '
                 MOVE 'FMANDAT' TO WS-ERR-FICHIER
                 MOVE FS-MANDAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-MANDAT' TO WS-ERR-PARAGRAPHE
                 MOVE MAN-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' MANDAT CREE '
           END-WRITE.
        FONCTION-MODIFIER-MANDAT.
              INVALID KEY
                 DISPLAY ' MANDAT INCONNU : ' WS-MAN-NUM-COMPTE
                         '/' WS-MAN-CREANCIER
                 MOVE 'FMANDAT' TO WS-ERR-FICHIER
                 MOVE FS-MANDAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-MANDAT' TO WS-ERR-PARAGRAPHE
                 MOVE MAN-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-MAN-PLAFOND TO MAN-PLAFOND
                 MOVE WS-MAN-DATE-DEBUT TO MAN-DATE-DEBUT
              INVALID KEY
                 DISPLAY ' MANDAT INCONNU : ' WS-MAN-NUM-COMPTE
                         '/' WS-MAN-CREANCIER
                 MOVE 'FMANDAT' TO WS-ERR-FICHIER
                 MOVE FS-MANDAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-MANDAT' TO WS-ERR-PARAGRAPHE
                 MOVE MAN-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' MANDAT SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST71' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMANDAT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
