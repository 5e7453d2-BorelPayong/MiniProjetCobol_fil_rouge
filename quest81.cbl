      *POSITION DE CHAQUE AGENCE AUX SEUILS PLANCHER/PLAFOND DU     *
      *REFERENTIEL FAGENCE POUR PROGRAMMER LE TRANSPORTEUR DE       *
      *FONDS AVANT QU'UNE AGENCE NE SOIT A SEC OU EN EXCEDENT       *
      *LES AGENCES EQUIPEES DE TIROIRS-CAISSES REMETTENT, A LA PLACE*
      *DU FEUILLET GUICHET, LE FEUILLET FESPTIR DE QUEST127         *
      *(VARIATION DES TIROIRS PAR COUPURE), CONCATENE AU FEUILLET   *
      *FESPECES : LA POSITION DE L'AGENCE EST ALORS LA SOMME DE SES *
      *TIROIRS                                                      *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST81.
        01 FS-AGENCE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CAISSE PIC X(1).
        01 WS-MONTANT-FEUILLET PIC S9(10)V99.
           IF FS-ESPECES = '00'
              DISPLAY ' FILE ESPECES OPEN SUCCES : ' FS-ESPECES
           ELSE
              MOVE 'FESPECES' TO WS-ERR-FICHIER
              MOVE FS-ESPECES TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCAISSE
           IF FS-CAISSE = '00'
              DISPLAY ' FILE CAISSE OPEN SUCCES : ' FS-CAISSE
           ELSE
              MOVE 'FCAISSE' TO WS-ERR-FICHIER
              MOVE FS-CAISSE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FAGENCE
           IF FS-AGENCE = '00'
              DISPLAY ' FILE AGENCE OPEN SUCCES : ' FS-AGENCE
           ELSE
              MOVE 'FAGENCE' TO WS-ERR-FICHIER
              MOVE FS-AGENCE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT
           IF FS-PRINT = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT
           ELSE
              MOVE 'FPRINT' TO WS-ERR-FICHIER
              MOVE FS-PRINT TO WS-ERR-STATUT
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
           MOVE ' AGENCES EN ALERTE D ENCAISSE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ALERTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST81' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FESPECES
           CLOSE FMOUVEM
           CLOSE FCAISSE
           CLOSE FAGENCE
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
