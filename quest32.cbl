        01 FS-PROPRE PIC X(2).
        01 FS-DOUBLON PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PREMIER-ENR PIC X(1).
        01 WS-PAIRE-EDITEE PIC X(1).
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPROPRE
           IF FS-PROPRE = '00'
              DISPLAY ' FILE PROPRE OPEN SUCCES : ' FS-PROPRE
           ELSE
              MOVE 'FPROPRE' TO WS-ERR-FICHIER
              MOVE FS-PROPRE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FDOUBLON
           IF FS-DOUBLON = '00'
              DISPLAY ' FILE DOUBLON OPEN SUCCES : ' FS-DOUBLON
           ELSE
              MOVE 'FDOUBLON' TO WS-ERR-FICHIER
              MOVE FS-DOUBLON TO WS-ERR-STATUT
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
      *-- QUEST33 ET QUEST30 VERIFIENT CE JALON AVANT DE DEMARRER
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           SORT FMOUVEM-WK
                ON ASCENDING KEY NUM-COMPTE-WK
                ON ASCENDING KEY DATE-MOUV-WK
      *-- UN LOT ABANDONNE NE POSE PAS LE JALON DE FIN : LES JOBS
      *-- SUIVANTS RESTENT BLOQUES TANT QUE LE LOT N'EST PAS REPRIS
           IF WS-CONTROLE-KO = 'N'
              MOVE WS-CPT-LUS TO WS-CHAIN-VOLUME
              MOVE 'F' TO WS-CHAIN-ACTION
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
           END-IF.
        FONCTION-CHARGER-MOUVEM.
           PERFORM FONCTION-READ-MOUVEM
                         WS-CPT-LUS ' / ANNONCES '
                         WS-TRL-NBRE-ANNONCE
                 DISPLAY ' LOT ABANDONNE - FICHIER RECU INCOMPLET '
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF.
        FONCTION-DEDOUBLONNER.
           MOVE ' DOUBLONS PRESUMES DETECTES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DOUBLONS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST32' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPROPRE
           CLOSE FDOUBLON
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
