      *MODELE DE QUEST65 POUR FORDPERM. L'EXTENSION EST LUE PAR LES *
      *ENTETES DE RELEVES QUEST20/QUEST43 ET PAR L'ANNUAIRE         *
      *QUEST28 ; L'ANCIENNE ZONE ADRESSE DE FCLIENT NE SERT PLUS    *
      *QUE DE REPLI POUR LES COMPTES NON ENCORE CONVERTIS.          *
      *UNE MODIFICATION LEVE LE MARQUAGE D'ADRESSE INVALIDE POSE    *
      *PAR LA SAISIE DES RETOURS DE COURRIER (QUEST161)             *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST97.
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        WORKING-STORAGE SECTION.
        01 FS-ADRESSE PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-ADRESSE-SAISIE.
           05 WS-ADR-NUM-COMPTE PIC X(6).
           IF FS-ADRESSE = '00'
              DISPLAY ' FILE ADRESSE OPEN SUCCES : ' FS-ADRESSE
           ELSE
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU DANS FCLIENT : '
                         WS-ADR-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-CONTROLER-SAISIE' TO WS-ERR-PARAGRAPHE
                 MOVE NU-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF WS-ACTION NOT = 'S'
           MOVE WS-ADR-CODE-POSTAL TO ADR-CODE-POSTAL
           MOVE WS-ADR-PAYS TO ADR-PAYS
           WRITE ADRESSE-EXT
              INVALID KEY
                 DISPLAY ' ADRESSE DEJA EXISTANTE '
                 MOVE 'FADRESSE' TO WS-ERR-FICHIER
                 MOVE FS-ADRESSE TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-ADRESSE' TO WS-ERR-PARAGRAPHE
                 MOVE ADR-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' ADRESSE CREEE '
           END-WRITE.
        FONCTION-MODIFIER-ADRESSE.
           READ FADRESSE
              INVALID KEY
                 DISPLAY ' ADRESSE INCONNUE : ' WS-ADR-NUM-COMPTE
                 MOVE 'FADRESSE' TO WS-ERR-FICHIER
                 MOVE FS-ADRESSE TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-ADRESSE' TO WS-ERR-PARAGRAPHE
                 MOVE ADR-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-ADR-NUMERO TO ADR-NUMERO
                 MOVE WS-ADR-RUE TO ADR-RUE
                 MOVE WS-ADR-VILLE TO ADR-VILLE
                 MOVE WS-ADR-CODE-POSTAL TO ADR-CODE-POSTAL
                 MOVE WS-ADR-PAYS TO ADR-PAYS
      *-- LA NOUVELLE ADRESSE REMPLACE CELLE QUI REVENAIT : LES
      *-- COURRIERS PEUVENT DE NOUVEAU PARTIR
                 MOVE SPACE TO ADR-STATUT
                 MOVE SPACES TO ADR-DATE-RETOUR
                 MOVE SPACES TO ADR-TYPE-DOC
                 REWRITE ADRESSE-EXT
                 DISPLAY ' ADRESSE MODIFIEE '
           END-READ.
           DELETE FADRESSE
              INVALID KEY
                 DISPLAY ' ADRESSE INCONNUE : ' WS-ADR-NUM-COMPTE
                 MOVE 'FADRESSE' TO WS-ERR-FICHIER
                 MOVE FS-ADRESSE TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-ADRESSE' TO WS-ERR-PARAGRAPHE
                 MOVE ADR-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' ADRESSE SUPPRIMEE '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST97' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FADRESSE
           CLOSE FCLIENT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
