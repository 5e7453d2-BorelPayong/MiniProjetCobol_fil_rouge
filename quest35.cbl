      *LE NOMBRE DE JOURS EN DEPASSEMENT EST COMPTE EN JOURS OUVRES *
      *DU CALENDRIER FCALEND (PGMCALEN), AVEC REPLI SUR L'ANCIENNE  *
      *ARITHMETIQUE 360 JOURS HORS COUVERTURE DU CALENDRIER         *
      *CHAQUE LIGNE DE DEPASSEMENT EST AUSSI VERSEE, AVEC SA REGION *
      *ET SON COMPTE, DANS LE FICHIER FRAPEXT QUE QUEST166 CHARGE   *
      *DANS LA BIBLIOTHEQUE D'ETATS CONSULTEE EN LIGNE PAR LES      *
      *AGENCES (PGRAPVUE)                                           *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST35.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FRAPEXT ASSIGN TO DDRAPEXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPEXT.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 PRD-CODE-FORFAIT PIC X(3).
           05 PRD-DECOUVERT PIC X(1).
           05 PRD-DELAI-DORMANCE PIC 9(3).
           05 PRD-NAT-ADULTE PIC 9(2).
           05 FILLER PIC X(44).
        FD FAUTCARD.
        01 AUTCARD.
           05 AUT-CLE.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FRAPEXT.
           COPY RAPEXT.
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-AUTCARD PIC X(2).
        01 FS-PRODUIT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-RAPEXT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-AUTCARD PIC X(1).
        01 WS-ENCOURS-AUTOR PIC 9(8)V99.
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FLIMITE.
           IF FS-LIMITE = '00'
              DISPLAY ' FILE LIMITE OPEN SUCCES : ' FS-LIMITE
           ELSE
              MOVE 'FLIMITE' TO WS-ERR-FICHIER
              MOVE FS-LIMITE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPRODUIT
           IF FS-PRODUIT = '00'
              DISPLAY ' FILE PRODUIT OPEN SUCCES : ' FS-PRODUIT
           ELSE
              MOVE 'FPRODUIT' TO WS-ERR-FICHIER
              MOVE FS-PRODUIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FAUTCARD
           IF FS-AUTCARD = '00'
              DISPLAY ' FILE AUTCARD OPEN SUCCES : ' FS-AUTCARD
           ELSE
              MOVE 'FAUTCARD' TO WS-ERR-FICHIER
              MOVE FS-AUTCARD TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT.
           IF FS-PRINT = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT
           ELSE
              MOVE 'FPRINT' TO WS-ERR-FICHIER
              MOVE FS-PRINT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FRAPEXT
           IF FS-RAPEXT = '00'
              DISPLAY ' FILE RAPEXT OPEN SUCCES : ' FS-RAPEXT
           ELSE
              MOVE 'FRAPEXT' TO WS-ERR-FICHIER
              MOVE FS-RAPEXT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FCTLLOG
           IF FS-CTLLOG = '00'
              DISPLAY ' FILE CTLLOG OPEN SUCCES : ' FS-CTLLOG
           ELSE
              MOVE 'FCTLLOG' TO WS-ERR-FICHIER
              MOVE FS-CTLLOG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           MOVE WS-CPT-CLIENTS TO WS-CHAIN-VOLUME
           MOVE 'F' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
        FONCTION-ACCEPT-PARAMETRES.
           DISPLAY 'DATE DE TRAITEMENT (AAAA-MM-JJ) :'
           ACCEPT WS-DATE-TRT
           MOVE WS-MONTANT-DEPASS TO WS-PRINT-DEPASS
           MOVE WS-AGE-JOURS TO WS-PRINT-JOURS
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           PERFORM FONCTION-VERSER-LIGNE.
      *-- LA LIGNE EST VERSEE A LA BIBLIOTHEQUE D'ETATS SOUS LA
      *-- REGION DU COMPTE (CHARGEMENT QUEST166)
        FONCTION-VERSER-LIGNE.
           MOVE SPACES TO RAPEXT-REC
           MOVE 'QUEST35' TO RPX-RAPPORT
           MOVE WS-CODE-REGION TO RPX-REGION
           MOVE WS-NUM-COMPTE TO RPX-COMPTE
           MOVE WS-LIGNE04 TO RPX-TEXTE
           WRITE RAPEXT-REC.
        FONCTION-READ-CLIENT.
           READ FCLIENT INTO WS-CLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST30' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST35 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST35' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FLIMITE
           CLOSE FAUTCARD
           CLOSE FPRODUIT
           CLOSE FPRINT
           CLOSE FRAPEXT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
