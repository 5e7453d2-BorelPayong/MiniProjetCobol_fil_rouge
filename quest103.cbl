      *LA DISPERSEES - TAUX D'INTERET CREDITEUR (LU PAR QUEST25 EN  *
      *PLACE DU TAUX GLOBAL), CODE DE FORFAIT DE FRAIS, ELIGIBILITE *
      *AU DECOUVERT (LUE PAR QUEST35), DELAI DE DORMANCE EN MOIS    *
      *(LU PAR QUEST36 EN PLACE DU DELAI GLOBAL), ET POUR UN        *
      *PRODUIT JEUNE LA NATURE ADULTE QUI LE REMPLACE A LA MAJORITE *
      *(LUE PAR QUEST134). PGWRITE REFUSE L'OUVERTURE D'UN COMPTE   *
      *SUR UN NAT-COMPTE ABSENT DU CATALOGUE                        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST103.
           05 PRD-CODE-FORFAIT PIC X(3).
           05 PRD-DECOUVERT PIC X(1).
           05 PRD-DELAI-DORMANCE PIC 9(3).
           05 PRD-NAT-ADULTE PIC 9(2).
           05 FILLER PIC X(44).
        WORKING-STORAGE SECTION.
        01 FS-PRODUIT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-PRODUIT-SAISIE.
           05 WS-PRD-NAT-COMPTE PIC 9(2).
           05 WS-PRD-CODE-FORFAIT PIC X(3).
           05 WS-PRD-DECOUVERT PIC X(1).
           05 WS-PRD-DELAI PIC 9(3).
           05 WS-PRD-NAT-ADULTE PIC 9(2).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-PRODUIT = '00'
              DISPLAY ' FILE PRODUIT OPEN SUCCES : ' FS-PRODUIT
           ELSE
              MOVE 'FPRODUIT' TO WS-ERR-FICHIER
              MOVE FS-PRODUIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              ACCEPT WS-PRD-DECOUVERT
              DISPLAY 'DELAI DE DORMANCE EN MOIS (000 = GLOBAL) :'
              ACCEPT WS-PRD-DELAI
              DISPLAY 'NATURE ADULTE A LA MAJORITE (00 = AUCUNE) :'
              ACCEPT WS-PRD-NAT-ADULTE
           END-IF
           PERFORM FONCTION-CONTROLER-SAISIE.
        FONCTION-CONTROLER-SAISIE.
                         WS-PRD-TAUX
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-PRD-NAT-ADULTE NOT NUMERIC
                 OR WS-PRD-NAT-ADULTE = WS-PRD-NAT-COMPTE
                 DISPLAY ' NATURE ADULTE INVALIDE : '
                         WS-PRD-NAT-ADULTE
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF.
        FONCTION-AJOUTER-PRODUIT.
           MOVE SPACES TO PRODUIT
           MOVE WS-PRD-CODE-FORFAIT TO PRD-CODE-FORFAIT
           MOVE WS-PRD-DECOUVERT TO PRD-DECOUVERT
           MOVE WS-PRD-DELAI TO PRD-DELAI-DORMANCE
           MOVE WS-PRD-NAT-ADULTE TO PRD-NAT-ADULTE
           WRITE PRODUIT
              INVALID KEY
                 DISPLAY ' PRODUIT DEJA EXISTANT '
                 MOVE 'FPRODUIT' TO WS-ERR-FICHIER
                 MOVE FS-PRODUIT TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-PRODUIT' TO WS-ERR-PARAGRAPHE
                 MOVE PRD-NAT-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' PRODUIT CREE '
           END-WRITE.
        FONCTION-MODIFIER-PRODUIT.
           READ FPRODUIT
              INVALID KEY
                 DISPLAY ' PRODUIT INCONNU : ' WS-PRD-NAT-COMPTE
                 MOVE 'FPRODUIT' TO WS-ERR-FICHIER
                 MOVE FS-PRODUIT TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-PRODUIT' TO WS-ERR-PARAGRAPHE
                 MOVE PRD-NAT-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-PRD-LIBELLE TO PRD-LIBELLE
                 MOVE WS-PRD-TAUX TO PRD-TAUX-INTERET
                 MOVE WS-PRD-CODE-FORFAIT TO PRD-CODE-FORFAIT
                 MOVE WS-PRD-DECOUVERT TO PRD-DECOUVERT
                 MOVE WS-PRD-DELAI TO PRD-DELAI-DORMANCE
                 MOVE WS-PRD-NAT-ADULTE TO PRD-NAT-ADULTE
                 REWRITE PRODUIT
                 DISPLAY ' PRODUIT MODIFIE '
           END-READ.
           DELETE FPRODUIT
              INVALID KEY
                 DISPLAY ' PRODUIT INCONNU : ' WS-PRD-NAT-COMPTE
                 MOVE 'FPRODUIT' TO WS-ERR-FICHIER
                 MOVE FS-PRODUIT TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-PRODUIT' TO WS-ERR-PARAGRAPHE
                 MOVE PRD-NAT-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' PRODUIT SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST103' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPRODUIT.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
