      *PROGRAMME DE MAINTENANCE BATCH DU FICHIER MAITRE DES         *
      *OPERATEURS FOPERAT (KSDS PAR CODE OPERATEUR), SUR LE MODELE  *
      *DE QUEST65 : AJOUT, MODIFICATION OU SUPPRESSION D'UN         *
      *OPERATEUR (NOM, PRENOM, PROFIL 'L'/'M'/'S' COMME FAUTOR, MOT *
      *DE PASSE, PLAFOND DE SAISIE EN LIGNE, AGENCE DE RATTACHEMENT *
      *POUR LA RECERTIFICATION QUEST129, DATE DE NAISSANCE POUR LE  *
      *CONTROLE DES COMPTES LIES QUEST131), PLUS L'ACTION 'D' DE    *
      *DEBLOCAGE QUI REMET LE COMPTEUR D'ECHECS A ZERO ET LEVE LE   *
      *VERROU POSE PAR PGLOGON APRES TROIS MOTS DE PASSE ERRONES OU *
      *PAR QUEST129 SUR UN CODE INACTIF                             *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST102.
           05 OPE-PASSE PIC X(8).
           05 OPE-NB-ECHECS PIC 9(1).
           05 OPE-VERROU PIC X(1).
           05 OPE-PLAFOND PIC 9(7)V99.
           05 OPE-AGENCE PIC X(3).
           05 OPE-DERN-CNX PIC 9(7).
           05 OPE-ORIG-CNX PIC X(1).
           05 OPE-DATE-RECERT PIC X(10).
           05 OPE-DECISION PIC X(1).
           05 OPE-RESPONSABLE PIC X(4).
           05 OPE-DATE-NAIS PIC 9(8).
           05 FILLER PIC X(2).
        WORKING-STORAGE SECTION.
        01 FS-OPERAT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-OPERATEUR.
           05 WS-OPE-CODE PIC X(4).
           05 WS-OPE-PRENOM PIC X(10).
           05 WS-OPE-PROFIL PIC X(1).
           05 WS-OPE-PASSE PIC X(8).
           05 WS-OPE-AGENCE PIC X(3).
      *-- DATE DE NAISSANCE AAAAMMJJ (ZERO = NON RENSEIGNEE) POUR LE
      *-- RAPPROCHEMENT DES OPERATEURS AVEC LES CLIENTS PAR QUEST131
        01 WS-DATE-NAIS-X PIC X(8).
        01 WS-DATE-NAIS-N REDEFINES WS-DATE-NAIS-X PIC 9(8).
      *-- PLAFOND DE SAISIE EN LIGNE (9 CHIFFRES DONT 2 DECIMALES,
      *-- ZERO = SANS PLAFOND) CONTROLE PAR PGMOUSAI ET PGVIRSAI
        01 WS-PLAFOND-X PIC X(9).
        01 WS-PLAFOND-N REDEFINES WS-PLAFOND-X PIC 9(7)V99.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-OPERAT = '00'
              DISPLAY ' FILE OPERAT OPEN SUCCES : ' FS-OPERAT
           ELSE
              MOVE 'FOPERAT' TO WS-ERR-FICHIER
              MOVE FS-OPERAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              ACCEPT WS-OPE-PROFIL
              DISPLAY 'MOT DE PASSE :'
              ACCEPT WS-OPE-PASSE
              DISPLAY 'PLAFOND DE SAISIE (9 CHIFFRES, 0 = AUCUN) :'
              ACCEPT WS-PLAFOND-X
              DISPLAY 'AGENCE DE RATTACHEMENT :'
              ACCEPT WS-OPE-AGENCE
              DISPLAY 'DATE DE NAISSANCE (AAAAMMJJ, 0 = INCONNUE) :'
              ACCEPT WS-DATE-NAIS-X
           END-IF
           PERFORM FONCTION-CONTROLER-SAISIE.
        FONCTION-CONTROLER-SAISIE.
                 DISPLAY ' MOT DE PASSE OBLIGATOIRE '
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-PLAFOND-X NOT NUMERIC
                 DISPLAY ' PLAFOND INVALIDE : ' WS-PLAFOND-X
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-DATE-NAIS-X NOT NUMERIC
                 DISPLAY ' DATE DE NAISSANCE INVALIDE : ' WS-DATE-NAIS-X
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF.
        FONCTION-AJOUTER-OPERATEUR.
           MOVE SPACES TO OPERAT
           MOVE WS-OPE-PRENOM TO OPE-PRENOM
           MOVE WS-OPE-PROFIL TO OPE-PROFIL
           MOVE WS-OPE-PASSE TO OPE-PASSE
           MOVE WS-PLAFOND-N TO OPE-PLAFOND
           MOVE WS-OPE-AGENCE TO OPE-AGENCE
           MOVE WS-DATE-NAIS-N TO OPE-DATE-NAIS
           MOVE 0 TO OPE-DERN-CNX
           MOVE 0 TO OPE-NB-ECHECS
           MOVE SPACE TO OPE-VERROU
           WRITE OPERAT
              INVALID KEY
                 DISPLAY ' OPERATEUR DEJA EXISTANT '
                 MOVE 'FOPERAT' TO WS-ERR-FICHIER
                 MOVE FS-OPERAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-OPERATEUR' TO WS-ERR-PARAGRAPHE
                 MOVE OPE-CODE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' OPERATEUR CREE '
           END-WRITE.
        FONCTION-MODIFIER-OPERATEUR.
           READ FOPERAT
              INVALID KEY
                 DISPLAY ' OPERATEUR INCONNU : ' WS-OPE-CODE
                 MOVE 'FOPERAT' TO WS-ERR-FICHIER
                 MOVE FS-OPERAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-OPERATEUR' TO WS-ERR-PARAGRAPHE
                 MOVE OPE-CODE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-OPE-NOM TO OPE-NOM
                 MOVE WS-OPE-PRENOM TO OPE-PRENOM
                 MOVE WS-OPE-PROFIL TO OPE-PROFIL
                 MOVE WS-OPE-PASSE TO OPE-PASSE
                 MOVE WS-PLAFOND-N TO OPE-PLAFOND
                 MOVE WS-OPE-AGENCE TO OPE-AGENCE
                 MOVE WS-DATE-NAIS-N TO OPE-DATE-NAIS
                 REWRITE OPERAT
                 DISPLAY ' OPERATEUR MODIFIE '
           END-READ.
           DELETE FOPERAT
              INVALID KEY
                 DISPLAY ' OPERATEUR INCONNU : ' WS-OPE-CODE
                 MOVE 'FOPERAT' TO WS-ERR-FICHIER
                 MOVE FS-OPERAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-OPERATEUR'
                   TO WS-ERR-PARAGRAPHE
                 MOVE OPE-CODE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' OPERATEUR SUPPRIME '
           END-DELETE.
           READ FOPERAT
              INVALID KEY
                 DISPLAY ' OPERATEUR INCONNU : ' WS-OPE-CODE
                 MOVE 'FOPERAT' TO WS-ERR-FICHIER
                 MOVE FS-OPERAT TO WS-ERR-STATUT
                 MOVE 'FONCTION-DEBLOQUER-OPERATEUR'
                   TO WS-ERR-PARAGRAPHE
                 MOVE OPE-CODE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE 0 TO OPE-NB-ECHECS
                 MOVE SPACE TO OPE-VERROU
                 REWRITE OPERAT
                 DISPLAY ' OPERATEUR DEBLOQUE '
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST102' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FOPERAT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
