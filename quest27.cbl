      **************************************************************
      *PROGRAMME POUR CROISER LES CLIENTS DE L'EXTRAIT FSNAPCLI AVEC*
      *LES TABLES REGION/ACTIPRO/NATCOMP DEJA CONNUES DE QUEST14 ET *
      *PRODUIRE UNE MATRICE REGION x ACTIVITE x NATURE DU NOMBRE DE *
      *CLIENTS. LES CODES ET LIBELLES SONT SERVIS PAR PGMREFER ET   *
      *SEULES LES COMBINAISONS PORTEES PAR AU MOINS UN CLIENT SONT  *
      *CONSERVEES, LE PROGRAMME S'ADAPTE DONC AU NOMBRE DE CODES    *
      *REELLEMENT DEFINIS SANS RECOMPILATION. LES COMBINAISONS SONT *
      *EDITEES SUR FPRINT1 DANS L'ORDRE DES CODES.                  *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST27.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FPRINT1 ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT1.
        DATA DIVISION.
        FILE SECTION.
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FPRINT1.
        01 REC-PRT1.
           05 ENR-PRT1 PIC X(80).
        WORKING-STORAGE SECTION.
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-PRINT1 PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-VAR-IMPRE.
           05 WS-ETOILE PIC X(80) VALUE ALL '*'.
           05 WS-SOLDE PIC 9(10).
           05 WS-POSIT PIC X(2).
           05 FILLER PIC X(19).
      *-- SEULES LES COMBINAISONS REGION / ACTIVITE / NATURE
      *-- PORTEES PAR AU MOINS UN CLIENT SONT CONSERVEES, RANGEES
      *-- DANS L'ORDRE DES CODES AU FIL DE LA LECTURE : LE NOMBRE DE
      *-- CODES DEFINIS DANS CHAQUE TABLE DE REFERENCE EST INDIFFERENT
        01 WS-TAB-COMBINAISONS.
           05 WS-TAB-NB-COMB PIC 9(5) VALUE 0.
           05 WS-TAB-CMB OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-TAB-NB-COMB
                INDEXED BY WS-CMB-IDX.
              10 WS-TAB-CMB-CLE.
                 15 WS-TAB-CMB-REGION PIC X(2).
                 15 WS-TAB-CMB-ACTIPRO PIC X(2).
                 15 WS-TAB-CMB-NATCOMP PIC X(2).
              10 WS-TAB-CMB-NBCLI PIC 9(5).
        01 WS-CMB-CLE.
           05 WS-CMB-REGION PIC X(2).
           05 WS-CMB-ACTIPRO PIC X(2).
           05 WS-CMB-NATCOMP PIC X(2).
        01 WS-CMB-POS PIC 9(5).
        01 WS-CMB-I PIC 9(5).
        01 WS-CMB-VALIDE PIC X(1).
        01 WS-CPT-LIGNES PIC 9(3) VALUE 99.
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-MAX-LIGNES PIC 9(3) VALUE 60.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI = '00'
              DISPLAY ' FILE SNAPCLI OPEN SUCCES : ' FS-SNAPCLI
           ELSE
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT1.
           IF FS-PRINT1 = '00'
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT1
           ELSE
              MOVE 'FPRINT1' TO WS-ERR-FICHIER
              MOVE FS-PRINT1 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-CALCUL-MATRICE
           PERFORM FONCTION-AFFICHER-MATRICE.
        FONCTION-CALCUL-MATRICE.
           MOVE 'O' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
              PERFORM FONCTION-CUMUL-CLIENT
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
      **************************************************************
      * CHAQUE CODE DU CLIENT EST CONTROLE PAR PGMREFER ; UN CLIENT *
      * PORTANT UN CODE INCONNU EST SIGNALE ET N'EST PAS CUMULE    *
      **************************************************************
        FONCTION-CUMUL-CLIENT.
           MOVE 'O' TO WS-CMB-VALIDE
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-CODE-REGION TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' REGION NOT FOUND : ' WS-CODE-REGION
              MOVE 'N' TO WS-CMB-VALIDE
           END-IF
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'ACTIPRO' TO WS-REF-TABLE
           MOVE WS-ACTI-PRO TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' ACTIVITE NOT FOUND : ' WS-ACTI-PRO
              MOVE 'N' TO WS-CMB-VALIDE
           END-IF
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE WS-NAT-COMPTE TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' NATURE NOT FOUND : ' WS-NAT-COMPTE
              MOVE 'N' TO WS-CMB-VALIDE
           END-IF
           IF WS-CMB-VALIDE = 'O'
              MOVE WS-CODE-REGION TO WS-CMB-REGION
              MOVE WS-ACTI-PRO TO WS-CMB-ACTIPRO
              MOVE WS-NAT-COMPTE TO WS-CMB-NATCOMP
              PERFORM FONCTION-CUMUL-COMBINAISON
           END-IF.
      *-- LA RECHERCHE S'ARRETE SUR LA PREMIERE COMBINAISON DONT LA
      *-- CLE N'EST PAS INFERIEURE : CUMUL SI EGALE, SINON INSERTION
      *-- A CETTE PLACE APRES DECALAGE DE LA FIN DE TABLE
        FONCTION-CUMUL-COMBINAISON.
           SET WS-CMB-IDX TO 1
           SEARCH WS-TAB-CMB
              AT END
                 COMPUTE WS-CMB-POS = WS-TAB-NB-COMB + 1
                 PERFORM FONCTION-INSERER-COMBINAISON
              WHEN WS-TAB-CMB-CLE(WS-CMB-IDX) = WS-CMB-CLE
                 ADD 1 TO WS-TAB-CMB-NBCLI(WS-CMB-IDX)
              WHEN WS-TAB-CMB-CLE(WS-CMB-IDX) > WS-CMB-CLE
                 SET WS-CMB-POS TO WS-CMB-IDX
                 PERFORM FONCTION-INSERER-COMBINAISON
           END-SEARCH.
        FONCTION-INSERER-COMBINAISON.
           IF WS-TAB-NB-COMB < 5000
              ADD 1 TO WS-TAB-NB-COMB
              PERFORM VARYING WS-CMB-I FROM WS-TAB-NB-COMB BY -1
                 UNTIL WS-CMB-I <= WS-CMB-POS
                 MOVE WS-TAB-CMB(WS-CMB-I - 1) TO WS-TAB-CMB(WS-CMB-I)
              END-PERFORM
              MOVE WS-CMB-CLE TO WS-TAB-CMB-CLE(WS-CMB-POS)
              MOVE 1 TO WS-TAB-CMB-NBCLI(WS-CMB-POS)
           ELSE
              DISPLAY ' COMBINAISON IGNOREE (TABLE PLEINE) : '
                       WS-CMB-CLE
           END-IF.
        FONCTION-AFFICHER-MATRICE.
           MOVE WS-ETOILE TO REC-PRT1
           PERFORM FONCTION-SAUT-PAGE
           PERFORM FONCTION-ECRIRE-LIGNE
           MOVE WS-ETOILE TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
              UNTIL WS-CMB-IDX > WS-TAB-NB-COMB
              PERFORM FONCTION-IMPRIMER-LIGNE
           END-PERFORM
      *-- LE FILET DE FIN N'EST PAS SEPARE DU DETAIL PAR UNE PLIURE
           PERFORM FONCTION-RESERVER-GROUPE
           MOVE WS-ETOILE TO REC-PRT1
           PERFORM FONCTION-ECRIRE-DOUBLE.
        FONCTION-IMPRIMER-LIGNE.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-TAB-CMB-REGION(WS-CMB-IDX) TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-PRT-REGION
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'ACTIPRO' TO WS-REF-TABLE
           MOVE WS-TAB-CMB-ACTIPRO(WS-CMB-IDX) TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-PRT-ACTIPRO
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE WS-TAB-CMB-NATCOMP(WS-CMB-IDX) TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-PRT-NATCOMP
           MOVE WS-TAB-CMB-NBCLI(WS-CMB-IDX) TO WS-PRT-NBCLI
           DISPLAY ' REGION ' WS-PRT-REGION
                   ' ACTIVITE ' WS-PRT-ACTIPRO
                   ' NATURE ' WS-PRT-NATCOMP
           MOVE WS-LIGNE-MATRICE TO REC-PRT1
           PERFORM FONCTION-ECRIRE-LIGNE.
        FONCTION-READ-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE SNP-CLIENT TO WS-CLIENT
              END-IF
           END-IF.
      *-- L'EXTRAIT N'EST ACCEPTE QUE COMPLET : ENREGISTREMENT DE
      *-- CONTROLE PRESENT ET NOMBRE DE COMPTES LUS CONCORDANT
        FONCTION-CONTROLER-EXTRAIT.
           IF WS-SNP-CONTROLE NOT = 'O'
              DISPLAY ' EXTRAIT CLIENTS SANS ENREGISTREMENT DE CONTROLE'
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF SNT-NB-COMPTES NOT = WS-SNP-LUS
              DISPLAY ' EXTRAIT CLIENTS INCOMPLET : ' WS-SNP-LUS
                      ' COMPTES LUS POUR ' SNT-NB-COMPTES
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * GESTION DU FACONNAGE : CORPS DE PAGE DE 60 LIGNES, SAUT DE *
      * PAGE EN DEBUT D'ETAT ET A CHAQUE DEBORDEMENT, RESERVATION  *
           IF WS-CPT-LIGNES + WS-LIGNES-GROUPE > WS-MAX-LIGNES
              MOVE WS-MAX-LIGNES TO WS-CPT-LIGNES
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST27' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FSNAPCLI.
           CLOSE FPRINT1.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
