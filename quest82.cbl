           05 FILLER PIC X(63).
        WORKING-STORAGE SECTION.
        01 FS-ALERTE PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-ALERTE.
           05 WS-ALE-NUM-COMPTE PIC X(6).
           IF FS-ALERTE = '00'
              DISPLAY ' FILE ALERTE OPEN SUCCES : ' FS-ALERTE
           ELSE
              MOVE 'FALERTE' TO WS-ERR-FICHIER
              MOVE FS-ALERTE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           MOVE WS-ALE-TYPE TO ALE-TYPE
           MOVE WS-ALE-SEUIL TO ALE-SEUIL
           WRITE ALERTE
              INVALID KEY
                 DISPLAY ' ABONNEMENT DEJA EXISTANT '
                 MOVE 'FALERTE' TO WS-ERR-FICHIER
                 MOVE FS-ALERTE TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-ALERTE' TO WS-ERR-PARAGRAPHE
                 MOVE ALE-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' ABONNEMENT CREE '
           END-WRITE.
        FONCTION-MODIFIER-ALERTE.
              INVALID KEY
                 DISPLAY ' ABONNEMENT INCONNU : '
                         WS-ALE-NUM-COMPTE '/' WS-ALE-TYPE
                 MOVE 'FALERTE' TO WS-ERR-FICHIER
                 MOVE FS-ALERTE TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-ALERTE' TO WS-ERR-PARAGRAPHE
                 MOVE ALE-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-ALE-SEUIL TO ALE-SEUIL
                 REWRITE ALERTE
              INVALID KEY
                 DISPLAY ' ABONNEMENT INCONNU : '
                         WS-ALE-NUM-COMPTE '/' WS-ALE-TYPE
                 MOVE 'FALERTE' TO WS-ERR-FICHIER
                 MOVE FS-ALERTE TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-ALERTE' TO WS-ERR-PARAGRAPHE
                 MOVE ALE-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' ABONNEMENT SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST82' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FALERTE.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
