      *ET LES OPPOSITIONS.                                          *
      *ACTIONS : A = DELIVRER UN CHEQUIER, S = ANNULER UNE SERIE,   *
      *O = POSER UNE OPPOSITION, L = LEVER UNE OPPOSITION           *
      *AUCUN CHEQUIER N'EST DELIVRE A UN COMPTE INSCRIT AU REGISTRE *
      *DES INTERDITS D'EMETTRE DES CHEQUES FINTERD (TENU PAR        *
      *QUEST121) DONT L'INTERDICTION COURT A LA DATE DE DELIVRANCE  *
      *LES OPPOSITIONS SONT AUSSI SAISIES EN LIGNE PAR PGOPPSAI     *
      *(MOTIF CODE, NUMERO DE CONFIRMATION, OPERATEUR)              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST73.
           ACCESS IS RANDOM
           RECORD KEY IS OPP-CLE
           FILE STATUS IS FS-OPPOSIT.
           SELECT FINTERD ASSIGN TO DDINTERD
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS INT-NUM-COMPTE
           FILE STATUS IS FS-INTERD.
        DATA DIVISION.
        FILE SECTION.
        FD FCHEQREG.
              10 OPP-NUM-CHEQUE PIC 9(6).
           05 OPP-DATE-POSE PIC X(10).
           05 OPP-MOTIF PIC X(20).
           05 OPP-CODE-MOTIF PIC X(1).
           05 OPP-CONFIRMATION PIC X(15).
           05 OPP-OPERID PIC X(4).
           05 FILLER PIC X(18).
        FD FINTERD.
        01 INTERD.
           05 INT-NUM-COMPTE PIC X(6).
           05 INT-DATE-DEBUT PIC X(10).
           05 INT-DATE-FIN PIC X(10).
           05 INT-NB-INCIDENTS PIC 9(3).
           05 INT-DERN-CHEQUE PIC 9(6).
           05 INT-DERN-MONTANT PIC 9(6)V99.
           05 INT-DATE-MAJ PIC X(10).
           05 FILLER PIC X(27).
        WORKING-STORAGE SECTION.
        01 FS-CHEQREG PIC X(2).
        01 FS-OPPOSIT PIC X(2).
        01 FS-INTERD PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-NUM-COMPTE PIC X(6).
        01 WS-NUM-DEBUT PIC 9(6).
           IF FS-CHEQREG = '00'
              DISPLAY ' FILE CHEQREG OPEN SUCCES : ' FS-CHEQREG
           ELSE
              MOVE 'FCHEQREG' TO WS-ERR-FICHIER
              MOVE FS-CHEQREG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FOPPOSIT
           IF FS-OPPOSIT = '00'
              DISPLAY ' FILE OPPOSIT OPEN SUCCES : ' FS-OPPOSIT
           ELSE
              MOVE 'FOPPOSIT' TO WS-ERR-FICHIER
              MOVE FS-OPPOSIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FINTERD
           IF FS-INTERD = '00'
              DISPLAY ' FILE INTERD OPEN SUCCES : ' FS-INTERD
           ELSE
              MOVE 'FINTERD' TO WS-ERR-FICHIER
              MOVE FS-INTERD TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
                      ' - ' WS-NUM-FIN
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-NUM-COMPTE TO INT-NUM-COMPTE
           READ FINTERD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF INT-DATE-FIN >= WS-DATE-DELIV
                    DISPLAY ' COMPTE INTERDIT DE CHEQUIER JUSQU AU '
                            INT-DATE-FIN
                    DISPLAY ' CHEQUIER NON DELIVRE '
                    PERFORM FONCTION-FIN-PROGRAMME
                 END-IF
           END-READ
           MOVE WS-NUM-COMPTE TO CHQ-NUM-COMPTE
           MOVE WS-NUM-DEBUT TO CHQ-NUM-DEBUT
           MOVE WS-NUM-FIN TO CHQ-NUM-FIN
           MOVE WS-DATE-DELIV TO CHQ-DATE-DELIV
           WRITE CHEQREG
              INVALID KEY
                 DISPLAY ' SERIE DEJA DELIVREE '
                 MOVE 'FCHEQREG' TO WS-ERR-FICHIER
                 MOVE FS-CHEQREG TO WS-ERR-STATUT
                 MOVE 'FONCTION-DELIVRER-CHEQUIER' TO WS-ERR-PARAGRAPHE
                 MOVE CHQ-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' CHEQUIER DELIVRE '
           END-WRITE.
        FONCTION-ANNULER-SERIE.
              INVALID KEY
                 DISPLAY ' SERIE INCONNUE : ' WS-NUM-COMPTE
                         '/' WS-NUM-DEBUT
                 MOVE 'FCHEQREG' TO WS-ERR-FICHIER
                 MOVE FS-CHEQREG TO WS-ERR-STATUT
                 MOVE 'FONCTION-ANNULER-SERIE' TO WS-ERR-PARAGRAPHE
                 MOVE CHQ-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' SERIE ANNULEE '
           END-DELETE.
           MOVE WS-NUM-CHEQUE TO OPP-NUM-CHEQUE
           MOVE WS-DATE-DELIV TO OPP-DATE-POSE
           MOVE WS-MOTIF TO OPP-MOTIF
           MOVE SPACE TO OPP-CODE-MOTIF
           MOVE SPACES TO OPP-CONFIRMATION
           MOVE SPACES TO OPP-OPERID
           WRITE OPPOSIT
              INVALID KEY
                 DISPLAY ' OPPOSITION DEJA POSEE '
                 MOVE 'FOPPOSIT' TO WS-ERR-FICHIER
                 MOVE FS-OPPOSIT TO WS-ERR-STATUT
                 MOVE 'FONCTION-POSER-OPPOSITION' TO WS-ERR-PARAGRAPHE
                 MOVE OPP-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' OPPOSITION POSEE '
           END-WRITE.
        FONCTION-LEVER-OPPOSITION.
              INVALID KEY
                 DISPLAY ' OPPOSITION INCONNUE : ' WS-NUM-COMPTE
                         '/' WS-NUM-CHEQUE
                 MOVE 'FOPPOSIT' TO WS-ERR-FICHIER
                 MOVE FS-OPPOSIT TO WS-ERR-STATUT
                 MOVE 'FONCTION-LEVER-OPPOSITION' TO WS-ERR-PARAGRAPHE
                 MOVE OPP-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' OPPOSITION LEVEE '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST73' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCHEQREG
           CLOSE FOPPOSIT
           CLOSE FINTERD
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
