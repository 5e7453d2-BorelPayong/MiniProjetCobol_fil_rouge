        01 FS-CHKPT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-CDC PIC X(2).
           COPY WSERREUR.
        01 WS-CHKPT-SIGNALE PIC X(1) VALUE 'N'.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
      *-- POINT DE REPRISE : LA DERNIERE REFERENCE TRAITEE ET LES
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        01 WS-SOLDE-AVANT PIC S9(9)V99 VALUE 0.
        01 WS-SOLDE-APRES PIC S9(9)V99 VALUE 0.
        01 WS-SOLDE-ABS PIC 9(8)V99.
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FBLOCAGE
           IF FS-BLOCAGE = '00'
              DISPLAY ' FILE BLOCAGE OPEN SUCCES : ' FS-BLOCAGE
           ELSE
              MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
              MOVE FS-BLOCAGE TO WS-ERR-STATUT
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
           OPEN EXTEND FSUSPENS
           IF FS-SUSPENS = '00'
              DISPLAY ' FILE SUSPENS OPEN SUCCES : ' FS-SUSPENS
           ELSE
              MOVE 'FSUSPENS' TO WS-ERR-FICHIER
              MOVE FS-SUSPENS TO WS-ERR-STATUT
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
           OPEN EXTEND FCDC
           IF FS-CDC = '00'
              DISPLAY ' FILE CDC OPEN SUCCES : ' FS-CDC
           ELSE
              MOVE 'FCDC' TO WS-ERR-FICHIER
              MOVE FS-CDC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FHISTSOL
           IF FS-HISTSOL = '00'
              DISPLAY ' FILE HISTSOL OPEN SUCCES : ' FS-HISTSOL
           ELSE
              MOVE 'FHISTSOL' TO WS-ERR-FICHIER
              MOVE FS-HISTSOL TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              PERFORM FONCTION-EFFACER-CHECKPOINT
              PERFORM FONCTION-ECRIRE-CTLLOG
              PERFORM FONCTION-ECRIRE-HISTORIQUE
              MOVE WS-CPT-MOUV-LUS TO WS-CHAIN-VOLUME
              MOVE 'F' TO WS-CHAIN-ACTION
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
           END-IF.
      *-- VERROU D'ENCHAINEMENT : LA COMPTABILISATION NE DEMARRE
      *-- QUE SI LE DEDOUBLONNAGE QUEST32 ET LE CONTROLE D'ENTREE
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST32' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST30 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'QUEST33' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST30 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
        FONCTION-ACCEPT-PARAMETRES.
           DISPLAY 'DATE DE TRAITEMENT (AAAA-MM-JJ) :'
           ACCEPT WS-DATE-TRT
              MOVE WS-CPT-MOUV-INCONNUS TO CHK-CPT-INCONNUS
              WRITE CHKPT-REC
              CLOSE FCHKPT
      *-- UN POINT NON ECRIT N'ARRETE PAS LA PASSE : IL EST SIGNALE
      *-- UNE FOIS EN AVERTISSEMENT (LA REPRISE REPARTIRA DU DERNIER
      *-- POINT ECRIT)
           ELSE
              IF WS-CHKPT-SIGNALE = 'N'
                 MOVE 'O' TO WS-CHKPT-SIGNALE
                 MOVE 'FCHKPT' TO WS-ERR-FICHIER
                 MOVE FS-CHKPT TO WS-ERR-STATUT
                 MOVE 'FONCTION-ECRIRE-CHECKPOINT'
                   TO WS-ERR-PARAGRAPHE
                 MOVE WS-REF-MOUV TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              END-IF
           END-IF.
      *-- UNE PASSE MENEE A SON TERME EFFACE LE POINT DE REPRISE
        FONCTION-EFFACER-CHECKPOINT.
                 INVALID KEY
                    DISPLAY ' REWRITE IMPOSSIBLE COMPTE : '
                            WS-NU-COMPTE
                    MOVE 'FCLIENT' TO WS-ERR-FICHIER
                    MOVE FS-CLIENT TO WS-ERR-STATUT
                    MOVE 'FONCTION-APPLIQUER-MOUVEMENT'
                      TO WS-ERR-PARAGRAPHE
                    MOVE NU-COMPTE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                 NOT INVALID KEY
                    ADD 1 TO WS-CPT-MOUV-POSTES
                    PERFORM FONCTION-NOTER-COMPTE-TOUCHE
      *-- D'AVERTISSEMENT AU LIEU DE SE TAIRE
                    DISPLAY ' COMPTE NON NOTE (TABLE PLEINE) : '
                            WS-NUM-COMPTE
                    IF WS-ERR-RC-JOB < 4
                       MOVE 4 TO WS-ERR-RC-JOB
                    END-IF
                 END-IF
              WHEN WS-TAB-TO-COMPTE(WS-TO-IDX) = WS-NUM-COMPTE
           MOVE ' MOUVEMENTS POSTES SUR FCLIENT ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-MOUV-POSTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST30' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVEM
           CLOSE FCLIENT
           CLOSE FPRINT
           CLOSE FCTLLOG
           CLOSE FHISTSOL
           CLOSE FCDC
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
