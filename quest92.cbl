        01 FS-JOURNAL PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-CTLNEW PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-ENR PIC X(80).
        01 WS-ENR-CTL REDEFINES WS-ENR.
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        01 WS-NO-PART PIC 9(1).
        01 WS-TOTAL-NBRE PIC 9(7) VALUE 0.
        01 WS-TOTAL-HASH PIC 9(12)V99 VALUE 0.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN OUTPUT FJOURNAL
           IF FS-JOURNAL NOT = '00'
              MOVE 'FJOURNAL' TO WS-ERR-FICHIER
              MOVE FS-JOURNAL TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCTLLOG
           IF FS-CTLLOG NOT = '00'
              MOVE 'FCTLLOG' TO WS-ERR-FICHIER
              MOVE FS-CTLLOG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCTLNEW
           IF FS-CTLNEW NOT = '00'
              MOVE 'FCTLNEW' TO WS-ERR-FICHIER
              MOVE FS-CTLNEW TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
              MOVE 'QUEST30' TO WS-CHAIN-PRED
              MOVE WS-NO-PART TO WS-CHAIN-PRED(8:1)
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
              IF WS-CHAIN-CR NOT = '0'
                 DISPLAY ' CHAINE INCOMPLETE - QUEST92 ABANDONNE '
                 MOVE 8 TO RETURN-CODE
           END-PERFORM
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- LES PASSES PARTITIONNEES S'ENREGISTRENT SOUS QUEST301 A
      *-- QUEST304 : LE JALON CONSOLIDE 'QUEST30', DONT DEPENDENT
      *-- LES JOBS SUIVANTS DE LA CHAINE, N'EST POSE QUE PAR LA
      *-- CONSOLIDATION, ET SEULEMENT QUAND LES TOTAUX PROUVENT
        FONCTION-POSER-JALONS.
           IF WS-ERR-RC-JOB = 0
              MOVE WS-TOTAL-NBRE TO WS-CHAIN-VOLUME
              MOVE 'F' TO WS-CHAIN-ACTION
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
              MOVE 'QUEST30' TO WS-CHAIN-JOB
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
           END-IF.
      *-- LES FINS 'TRL' DES QUATRE PARTITIONS SONT CUMULEES
        FONCTION-CUMULER-PARTITIONS.
              WHEN OTHER OPEN INPUT FPART4
           END-EVALUATE
           IF FS-PART NOT = '00'
              MOVE 'FPART' TO WS-ERR-FICHIER
              MOVE FS-PART TO WS-ERR-STATUT
              MOVE 'FONCTION-LIRE-TRL-PARTITION' TO WS-ERR-PARAGRAPHE
              MOVE WS-I TO WS-ERR-CLE
              PERFORM FONCTION-SIGNALER-ERREUR
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-READ-PARTITION
              WHEN OTHER OPEN INPUT FJOUR4
           END-EVALUATE
           IF FS-JOUR NOT = '00'
              MOVE 'FJOUR' TO WS-ERR-FICHIER
              MOVE FS-JOUR TO WS-ERR-STATUT
              MOVE 'FONCTION-RECOPIER-JOURNAL' TO WS-ERR-PARAGRAPHE
              MOVE WS-I TO WS-ERR-CLE
              PERFORM FONCTION-SIGNALER-ERREUR
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-READ-JOURNAL
           DISPLAY ' TOTAL MONTANTS PARTITIONS : ' WS-TOTAL-HASH
           IF WS-ENTREE-VUE NOT = 'O'
              DISPLAY ' COMPTEUR QUEST91 ABSENT DE FCTLLOG '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           IF WS-TOTAL-NBRE NOT = WS-ENTREE-NBRE
              DISPLAY ' PARTITIONS EN ECART AVEC L ECLATEMENT '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           IF WS-NB-QUEST30 NOT = 4
              DISPLAY ' NOMBRE DE PASSAGES QUEST30 INATTENDU '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-READ-CTLLOG.
           READ FCTLLOG
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST92' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FJOURNAL
           CLOSE FCTLLOG
           CLOSE FCTLNEW
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
