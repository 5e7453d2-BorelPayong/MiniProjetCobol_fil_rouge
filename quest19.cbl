        01 FS-MOUVIX PIC X(2).
        01 FS-COMPTES PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-CTL PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-CLIENT-NUM-COMPTE PIC X(6).
        01 WS-GRAND-NBRE-MOUV PIC 9(7) VALUE 0.
        01 WS-TAB-NATMOUV.
           05 WS-TAB-NM-NB PIC 9(4) VALUE 0.
           05 WS-TAB-NM-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-NM-NB
                INDEXED BY WS-NM-IDX.
              10 WS-TAB-NM-CODE PIC X(3).
           IF FS-COMPTES = '00'
              DISPLAY ' FILE COMPTES OPEN SUCCES : ' FS-COMPTES
           ELSE
              MOVE 'FCOMPTES' TO WS-ERR-FICHIER
              MOVE FS-COMPTES TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVIX
           IF FS-MOUVIX = '00'
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
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
           OPEN OUTPUT FMOUVEM-OUT.
           SET WS-NM-IDX TO 1
           SEARCH WS-TAB-NM-ENTREE
              AT END
                 IF WS-TAB-NM-NB < 2000
                    ADD 1 TO WS-TAB-NM-NB
                    SET WS-NM-IDX TO WS-TAB-NM-NB
                    MOVE WS-NAT-MOUV TO WS-TAB-NM-CODE(WS-NM-IDX)
           MOVE ' MOUVEMENTS FMOUVIX TRAITES ' TO CTLLOG-LIBELLE
           MOVE WS-GRAND-NBRE-MOUV TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST19' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCOMPTES
           CLOSE FMOUVIX
           CLOSE FMOUVEM-OUT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
