      **************************************************************
      *SOUS PROGRAMME DE CONSULTATION DES TABLES DE REFERENCE, DANS*
      *L'ESPRIT DE PGMPARAM ET PGMCALEN : CHAQUE PROGRAMME         *
      *CHARGEAIT SA PROPRE COPIE DE FREGION, FACTIPRO, FNATCOMP,   *
      *FNATMOUV OU FAGENCE AVEC SES PROPRES LIMITES DE TAILLE ET   *
      *SON PROPRE TRAITEMENT DU CODE ABSENT. UNE TABLE N'EST       *
      *CHARGEE QU'UNE FOIS PAR PASSAGE, AU PREMIER APPEL QUI LA    *
      *DESIGNE, DANS UNE ZONE COMMUNE DE 2000 CODES.               *
      *TABLES : 'REGION', 'ACTIPRO', 'NATCOMP', 'NATMOUV', 'AGENCE'*
      *ACTIONS :                                                   *
      *'L' = LIBELLE DU CODE (ET REGION DE RATTACHEMENT POUR UNE   *
      *AGENCE DANS LA ZONE CODE LIE),                              *
      *'R' = CODE, LIBELLE ET CODE LIE DE L'ENTREE DE RANG DONNE,  *
      *DANS L'ORDRE DES CODES, POUR PARCOURIR UNE TABLE,           *
      *'N' = NOMBRE DE CODES DE LA TABLE (RENDU DANS LE RANG),     *
      *'B' = BILAN DU PASSAGE : CODES CHARGES ET RECHERCHES EN     *
      *ECHEC PAR TABLE, LE TOTAL DES ECHECS EST RENDU DANS LE RANG.*
      *CODE RETOUR : '0' SERVI, '4' CODE ABSENT OU RANG HORS TABLE *
      *(LE LIBELLE RENDU EST ALORS 'CODE INCONNU'), '8' TABLE      *
      *INCONNUE OU FICHIER INACCESSIBLE                            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMREFER.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FREGION ASSIGN TO DDREGION
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS REG-CODE
           FILE STATUS IS FS-REGION.
           SELECT FACTIPRO ASSIGN TO DDACTIPR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ACT-CODE
           FILE STATUS IS FS-ACTIPRO.
           SELECT FNATCOMP ASSIGN TO DDNATCOM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NAC-CODE
           FILE STATUS IS FS-NATCOMP.
           SELECT FNATMOUV ASSIGN TO DDNATMOU
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NMV-CODE
           FILE STATUS IS FS-NATMOUV.
           SELECT FAGENCE ASSIGN TO DDAGENCE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AGC-CODE
           FILE STATUS IS FS-AGENCE.
        DATA DIVISION.
        FILE SECTION.
        FD FREGION.
        01 REGION-REC.
           05 REG-CODE PIC X(2).
           05 REG-NOM PIC X(15).
           05 FILLER PIC X(63).
        FD FACTIPRO.
        01 ACTIPRO-REC.
           05 ACT-CODE PIC X(2).
           05 ACT-LIBELLE PIC X(20).
           05 FILLER PIC X(58).
        FD FNATCOMP.
        01 NATCOMP-REC.
           05 NAC-CODE PIC X(2).
           05 NAC-LIBELLE PIC X(30).
           05 FILLER PIC X(48).
        FD FNATMOUV.
        01 NATMOUV-REC.
           05 NMV-CODE PIC X(3).
           05 NMV-LIBELLE PIC X(20).
           05 FILLER PIC X(57).
        FD FAGENCE.
        01 AGENCE-REC.
           05 AGC-CODE PIC X(3).
           05 AGC-NOM PIC X(15).
           05 AGC-REGION PIC X(2).
           05 FILLER PIC X(60).
        WORKING-STORAGE SECTION.
        01 FS-REGION PIC X(2).
        01 FS-ACTIPRO PIC X(2).
        01 FS-NATCOMP PIC X(2).
        01 FS-NATMOUV PIC X(2).
        01 FS-AGENCE PIC X(2).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-INIT-FAITE PIC X(1) VALUE 'N'.
        01 WS-SATURATION-VUE PIC X(1) VALUE 'N'.
        01 WS-NUM-TABLE PIC 9(1).
        01 WS-I PIC 9(4).
        01 WS-FIN-BLOC PIC 9(4).
        01 WS-TOTAL-ECHECS PIC 9(5).
        01 WS-LIBELLE-INCONNU PIC X(30) VALUE 'CODE INCONNU'.
      *-- DESCRIPTION DES TABLES GEREES : NOM, ETAT DE CHARGEMENT,
      *-- POSITION DU PREMIER CODE DANS LA ZONE COMMUNE, NOMBRE DE
      *-- CODES ET NOMBRE DE RECHERCHES EN ECHEC DU PASSAGE
        01 WS-NOMS-TABLES.
           05 FILLER PIC X(8) VALUE 'REGION'.
           05 FILLER PIC X(8) VALUE 'ACTIPRO'.
           05 FILLER PIC X(8) VALUE 'NATCOMP'.
           05 FILLER PIC X(8) VALUE 'NATMOUV'.
           05 FILLER PIC X(8) VALUE 'AGENCE'.
        01 WS-NOMS-TABLES-R REDEFINES WS-NOMS-TABLES.
           05 WS-NOM-TABLE PIC X(8) OCCURS 5 TIMES.
        01 WS-TAB-TABLES.
           05 WS-TAB-TA-ENTREE OCCURS 5 TIMES INDEXED BY WS-TA-IDX.
              10 WS-TAB-TA-CHARGEE PIC X(1).
              10 WS-TAB-TA-DEBUT PIC 9(4).
              10 WS-TAB-TA-NB PIC 9(4).
              10 WS-TAB-TA-ECHECS PIC 9(5).
        01 WS-TAB-CODES.
           05 WS-TAB-CO-NB PIC 9(4) VALUE 0.
           05 WS-TAB-CO-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-CO-NB
                INDEXED BY WS-CO-IDX.
              10 WS-TAB-CO-CODE PIC X(3).
              10 WS-TAB-CO-LIBELLE PIC X(30).
              10 WS-TAB-CO-LIE PIC X(3).
        LINKAGE SECTION.
        01 LS-ACTION PIC X(1).
        01 LS-TABLE PIC X(8).
        01 LS-CODE PIC X(3).
        01 LS-LIBELLE PIC X(30).
        01 LS-CODE-LIE PIC X(3).
        01 LS-RANG PIC 9(5).
        01 LS-CODE-RETOUR PIC X(1).
        PROCEDURE DIVISION USING LS-ACTION, LS-TABLE, LS-CODE,
                                 LS-LIBELLE, LS-CODE-LIE, LS-RANG,
                                 LS-CODE-RETOUR.
           IF WS-INIT-FAITE = 'N'
              INITIALIZE WS-TAB-TABLES
              MOVE 'O' TO WS-INIT-FAITE
           END-IF
           MOVE '0' TO LS-CODE-RETOUR
           IF LS-ACTION = 'B'
              PERFORM FONCTION-BILAN
           ELSE
              PERFORM FONCTION-DESIGNER-TABLE
              IF LS-CODE-RETOUR = '0'
                 EVALUATE LS-ACTION
                    WHEN 'L'
                       PERFORM FONCTION-CHERCHER-CODE
                    WHEN 'R'
                       PERFORM FONCTION-SERVIR-RANG
                    WHEN 'N'
                       SET WS-TA-IDX TO WS-NUM-TABLE
                       MOVE WS-TAB-TA-NB(WS-TA-IDX) TO LS-RANG
                    WHEN OTHER
                       DISPLAY ' PGMREFER ACTION INCONNUE : ' LS-ACTION
                       MOVE '8' TO LS-CODE-RETOUR
                 END-EVALUATE
              ELSE
                 IF LS-ACTION = 'L'
                    MOVE WS-LIBELLE-INCONNU TO LS-LIBELLE
                    MOVE SPACES TO LS-CODE-LIE
                 END-IF
              END-IF
           END-IF
           PERFORM FONCTION-FIN-PROGRAMME.
      **************************************************************
      * RECHERCHE DE LA TABLE DEMANDEE ET CHARGEMENT AU PREMIER    *
      * APPEL ; UNE TABLE DONT LE FICHIER N'A PU ETRE LU EST       *
      * MARQUEE CHARGEE SANS CODE ET REND '8' A CHAQUE APPEL       *
      **************************************************************
        FONCTION-DESIGNER-TABLE.
           MOVE 0 TO WS-NUM-TABLE
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > 5 OR WS-NUM-TABLE > 0
              IF WS-NOM-TABLE(WS-I) = LS-TABLE
                 MOVE WS-I TO WS-NUM-TABLE
              END-IF
           END-PERFORM
           IF WS-NUM-TABLE = 0
              DISPLAY ' PGMREFER TABLE INCONNUE : ' LS-TABLE
              MOVE '8' TO LS-CODE-RETOUR
           ELSE
              SET WS-TA-IDX TO WS-NUM-TABLE
              IF WS-TAB-TA-CHARGEE(WS-TA-IDX) NOT = 'O'
                 PERFORM FONCTION-CHARGER-TABLE
              END-IF
              SET WS-TA-IDX TO WS-NUM-TABLE
              IF WS-TAB-TA-NB(WS-TA-IDX) = 0
                 MOVE '8' TO LS-CODE-RETOUR
              END-IF
           END-IF.
        FONCTION-CHARGER-TABLE.
           SET WS-TA-IDX TO WS-NUM-TABLE
           MOVE 'O' TO WS-TAB-TA-CHARGEE(WS-TA-IDX)
           COMPUTE WS-TAB-TA-DEBUT(WS-TA-IDX) = WS-TAB-CO-NB + 1
           MOVE 0 TO WS-TAB-TA-NB(WS-TA-IDX)
           MOVE 0 TO WS-TAB-TA-ECHECS(WS-TA-IDX)
           EVALUATE WS-NUM-TABLE
              WHEN 1
                 PERFORM FONCTION-CHARGER-REGION
              WHEN 2
                 PERFORM FONCTION-CHARGER-ACTIPRO
              WHEN 3
                 PERFORM FONCTION-CHARGER-NATCOMP
              WHEN 4
                 PERFORM FONCTION-CHARGER-NATMOUV
              WHEN 5
                 PERFORM FONCTION-CHARGER-AGENCE
           END-EVALUATE.
        FONCTION-CHARGER-REGION.
           OPEN INPUT FREGION
           IF FS-REGION NOT = '00'
              DISPLAY ' FICHIER REGION NOT OPEN : ' FS-REGION
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-LIRE-REGION
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 PERFORM FONCTION-RANGER-CODE
                 IF WS-END-OF-FILE = 'N'
                    MOVE REG-CODE TO WS-TAB-CO-CODE(WS-CO-IDX)
                    MOVE REG-NOM TO WS-TAB-CO-LIBELLE(WS-CO-IDX)
                    PERFORM FONCTION-LIRE-REGION
                 END-IF
              END-PERFORM
              CLOSE FREGION
           END-IF.
        FONCTION-LIRE-REGION.
           READ FREGION
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-CHARGER-ACTIPRO.
           OPEN INPUT FACTIPRO
           IF FS-ACTIPRO NOT = '00'
              DISPLAY ' FICHIER ACTIPRO NOT OPEN : ' FS-ACTIPRO
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-LIRE-ACTIPRO
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 PERFORM FONCTION-RANGER-CODE
                 IF WS-END-OF-FILE = 'N'
                    MOVE ACT-CODE TO WS-TAB-CO-CODE(WS-CO-IDX)
                    MOVE ACT-LIBELLE TO WS-TAB-CO-LIBELLE(WS-CO-IDX)
                    PERFORM FONCTION-LIRE-ACTIPRO
                 END-IF
              END-PERFORM
              CLOSE FACTIPRO
           END-IF.
        FONCTION-LIRE-ACTIPRO.
           READ FACTIPRO
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-CHARGER-NATCOMP.
           OPEN INPUT FNATCOMP
           IF FS-NATCOMP NOT = '00'
              DISPLAY ' FICHIER NATCOMP NOT OPEN : ' FS-NATCOMP
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-LIRE-NATCOMP
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 PERFORM FONCTION-RANGER-CODE
                 IF WS-END-OF-FILE = 'N'
                    MOVE NAC-CODE TO WS-TAB-CO-CODE(WS-CO-IDX)
                    MOVE NAC-LIBELLE TO WS-TAB-CO-LIBELLE(WS-CO-IDX)
                    PERFORM FONCTION-LIRE-NATCOMP
                 END-IF
              END-PERFORM
              CLOSE FNATCOMP
           END-IF.
        FONCTION-LIRE-NATCOMP.
           READ FNATCOMP
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-CHARGER-NATMOUV.
           OPEN INPUT FNATMOUV
           IF FS-NATMOUV NOT = '00'
              DISPLAY ' FICHIER NATMOUV NOT OPEN : ' FS-NATMOUV
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-LIRE-NATMOUV
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 PERFORM FONCTION-RANGER-CODE
                 IF WS-END-OF-FILE = 'N'
                    MOVE NMV-CODE TO WS-TAB-CO-CODE(WS-CO-IDX)
                    MOVE NMV-LIBELLE TO WS-TAB-CO-LIBELLE(WS-CO-IDX)
                    PERFORM FONCTION-LIRE-NATMOUV
                 END-IF
              END-PERFORM
              CLOSE FNATMOUV
           END-IF.
        FONCTION-LIRE-NATMOUV.
           READ FNATMOUV
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-CHARGER-AGENCE.
           OPEN INPUT FAGENCE
           IF FS-AGENCE NOT = '00'
              DISPLAY ' FICHIER AGENCE NOT OPEN : ' FS-AGENCE
           ELSE
              MOVE 'N' TO WS-END-OF-FILE
              PERFORM FONCTION-LIRE-AGENCE
              PERFORM UNTIL WS-END-OF-FILE = 'Y'
                 PERFORM FONCTION-RANGER-CODE
                 IF WS-END-OF-FILE = 'N'
                    MOVE AGC-CODE TO WS-TAB-CO-CODE(WS-CO-IDX)
                    MOVE AGC-NOM TO WS-TAB-CO-LIBELLE(WS-CO-IDX)
                    MOVE AGC-REGION TO WS-TAB-CO-LIE(WS-CO-IDX)
                    PERFORM FONCTION-LIRE-AGENCE
                 END-IF
              END-PERFORM
              CLOSE FAGENCE
           END-IF.
        FONCTION-LIRE-AGENCE.
           READ FAGENCE
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- RESERVE LA PLACE DU CODE LU DANS LA ZONE COMMUNE ; ZONE
      *-- PLEINE : LE CHARGEMENT S'ARRETE AVEC UN SEUL MESSAGE ET
      *-- LES CODES NON RANGES SERONT RENDUS ABSENTS
        FONCTION-RANGER-CODE.
           IF WS-TAB-CO-NB < 2000
              ADD 1 TO WS-TAB-CO-NB
              SET WS-CO-IDX TO WS-TAB-CO-NB
              MOVE SPACES TO WS-TAB-CO-ENTREE(WS-CO-IDX)
              SET WS-TA-IDX TO WS-NUM-TABLE
              ADD 1 TO WS-TAB-TA-NB(WS-TA-IDX)
           ELSE
              IF WS-SATURATION-VUE = 'N'
                 DISPLAY ' PGMREFER ZONE DES CODES SATUREE EN TABLE '
                         WS-NOM-TABLE(WS-NUM-TABLE)
                 MOVE 'O' TO WS-SATURATION-VUE
              END-IF
              MOVE 'Y' TO WS-END-OF-FILE
           END-IF.
        FONCTION-CHERCHER-CODE.
           SET WS-TA-IDX TO WS-NUM-TABLE
           COMPUTE WS-FIN-BLOC = WS-TAB-TA-DEBUT(WS-TA-IDX)
                   + WS-TAB-TA-NB(WS-TA-IDX) - 1
           MOVE '4' TO LS-CODE-RETOUR
           PERFORM VARYING WS-I FROM WS-TAB-TA-DEBUT(WS-TA-IDX) BY 1
              UNTIL WS-I > WS-FIN-BLOC OR LS-CODE-RETOUR = '0'
              SET WS-CO-IDX TO WS-I
              IF WS-TAB-CO-CODE(WS-CO-IDX) = LS-CODE
                 MOVE WS-TAB-CO-LIBELLE(WS-CO-IDX) TO LS-LIBELLE
                 MOVE WS-TAB-CO-LIE(WS-CO-IDX) TO LS-CODE-LIE
                 MOVE '0' TO LS-CODE-RETOUR
              END-IF
           END-PERFORM
           IF LS-CODE-RETOUR = '4'
              MOVE WS-LIBELLE-INCONNU TO LS-LIBELLE
              MOVE SPACES TO LS-CODE-LIE
              ADD 1 TO WS-TAB-TA-ECHECS(WS-TA-IDX)
           END-IF.
        FONCTION-SERVIR-RANG.
           SET WS-TA-IDX TO WS-NUM-TABLE
           IF LS-RANG = 0 OR LS-RANG > WS-TAB-TA-NB(WS-TA-IDX)
              MOVE SPACES TO LS-CODE
              MOVE WS-LIBELLE-INCONNU TO LS-LIBELLE
              MOVE SPACES TO LS-CODE-LIE
              MOVE '4' TO LS-CODE-RETOUR
           ELSE
              COMPUTE WS-I = WS-TAB-TA-DEBUT(WS-TA-IDX) + LS-RANG - 1
              SET WS-CO-IDX TO WS-I
              MOVE WS-TAB-CO-CODE(WS-CO-IDX) TO LS-CODE
              MOVE WS-TAB-CO-LIBELLE(WS-CO-IDX) TO LS-LIBELLE
              MOVE WS-TAB-CO-LIE(WS-CO-IDX) TO LS-CODE-LIE
           END-IF.
      *-- BILAN AFFICHE POUR LES SEULES TABLES UTILISEES PAR LE
      *-- PASSAGE ; LE TOTAL DES ECHECS PEUT ETRE JOURNALISE PAR
      *-- L'APPELANT
        FONCTION-BILAN.
           MOVE 0 TO WS-TOTAL-ECHECS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
              SET WS-TA-IDX TO WS-I
              IF WS-TAB-TA-CHARGEE(WS-TA-IDX) = 'O'
                 DISPLAY ' TABLE ' WS-NOM-TABLE(WS-I)
                         ' CODES CHARGES : ' WS-TAB-TA-NB(WS-TA-IDX)
                         ' RECHERCHES EN ECHEC : '
                         WS-TAB-TA-ECHECS(WS-TA-IDX)
                 ADD WS-TAB-TA-ECHECS(WS-TA-IDX) TO WS-TOTAL-ECHECS
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-ECHECS TO LS-RANG.
        FONCTION-FIN-PROGRAMME.
           EXIT PROGRAM.
