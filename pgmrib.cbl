      **************************************************************
      *SOUS PROGRAMME DES IDENTIFIANTS BANCAIRES, DANS L'ESPRIT DE *
      *PGMCALEN : LE CALCUL DE LA CLE RIB ET DE LA CLE IBAN EST    *
      *PARTAGE ENTRE LA GENERATION DES IDENTIFIANTS (QUEST119) ET  *
      *LES CONTROLES DES INTERFACES DE VIREMENT (QUEST58, QUEST96).*
      *'C' = CALCUL : A PARTIR DU CODE BANQUE (5), DU CODE GUICHET *
      *      (5) ET DU NUMERO DE COMPTE (11), REND LA CLE RIB      *
      *      (97 - RESTE MODULO 97 DE BANQUE GUICHET COMPTE 00,    *
      *      LETTRES DU COMPTE CONVERTIES A=J=1, B=K=S=2 ...) ET   *
      *      L'IBAN FRANCAIS DE 27 CARACTERES 'FR' + CLE + RIB     *
      *      (CLE = 98 - RESTE MODULO 97 DU RIB SUIVI DE 'FR00',   *
      *      LETTRES CONVERTIES A=10 ... Z=35).                    *
      *'V' = VERIFICATION D'UN IBAN QUELCONQUE (15 A 34 CARACTERES *
      *      ALPHANUMERIQUES, CADRE A GAUCHE) : LES QUATRE PREMIERS*
      *      CARACTERES SONT REPORTES EN FIN ET LE RESTE MODULO 97 *
      *      DOIT VALOIR 1.                                        *
      *CODE RETOUR : '0' SERVI / IBAN VALIDE, '8' DONNEES          *
      *INVALIDES OU CLE IBAN FAUSSE                                *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMRIB.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-I PIC 9(2).
        01 WS-J PIC 9(2).
        01 WS-LONGUEUR PIC 9(2).
        01 WS-CAR PIC X(1).
        01 WS-CHIFFRE PIC 9(1).
        01 WS-VALEUR PIC 9(2).
        01 WS-RESTE PIC 9(4).
        01 WS-QUOTIENT PIC 9(6).
        01 WS-CLE PIC 9(2).
        01 WS-CHAINE PIC X(40).
        01 WS-LG-CHAINE PIC 9(2).
        01 WS-MODE-RIB PIC X(1).
        01 WS-RIB PIC X(23).
        01 WS-ALPHABET PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01 WS-TAB-ALPHABET REDEFINES WS-ALPHABET.
           05 WS-LETTRE PIC X(1) OCCURS 26 TIMES.
        LINKAGE SECTION.
        01 LS-ACTION PIC X(1).
        01 LS-CODE-BANQUE PIC X(5).
        01 LS-CODE-GUICHET PIC X(5).
        01 LS-NUM-COMPTE PIC X(11).
        01 LS-CLE-RIB PIC X(2).
        01 LS-IBAN PIC X(34).
        01 LS-CODE-RETOUR PIC X(1).
        PROCEDURE DIVISION USING LS-ACTION, LS-CODE-BANQUE,
                                 LS-CODE-GUICHET, LS-NUM-COMPTE,
                                 LS-CLE-RIB, LS-IBAN, LS-CODE-RETOUR.
           MOVE '0' TO LS-CODE-RETOUR
           EVALUATE LS-ACTION
              WHEN 'C'
                 PERFORM FONCTION-CALCULER
              WHEN 'V'
                 PERFORM FONCTION-VERIFIER
              WHEN OTHER
                 DISPLAY ' PGMRIB ACTION INCONNUE : ' LS-ACTION
                 MOVE '8' TO LS-CODE-RETOUR
           END-EVALUATE
           PERFORM FONCTION-FIN-PROGRAMME.
      *-- CLE RIB PUIS IBAN : LE CODE BANQUE ET LE CODE GUICHET
      *-- SONT NUMERIQUES, LE NUMERO DE COMPTE ALPHANUMERIQUE
        FONCTION-CALCULER.
           IF LS-CODE-BANQUE NOT NUMERIC
              OR LS-CODE-GUICHET NOT NUMERIC
              OR LS-NUM-COMPTE = SPACES
              MOVE '8' TO LS-CODE-RETOUR
           ELSE
              MOVE SPACES TO WS-CHAINE
              STRING LS-CODE-BANQUE DELIMITED SIZE
                     LS-CODE-GUICHET DELIMITED SIZE
                     LS-NUM-COMPTE DELIMITED SIZE
                     '00' DELIMITED SIZE
                     INTO WS-CHAINE
              MOVE 23 TO WS-LG-CHAINE
              MOVE 'R' TO WS-MODE-RIB
              PERFORM FONCTION-RESTE-MODULO-97
           END-IF
           IF LS-CODE-RETOUR = '0'
              COMPUTE WS-CLE = 97 - WS-RESTE
              MOVE WS-CLE TO LS-CLE-RIB
              MOVE SPACES TO WS-RIB
              STRING LS-CODE-BANQUE DELIMITED SIZE
                     LS-CODE-GUICHET DELIMITED SIZE
                     LS-NUM-COMPTE DELIMITED SIZE
                     LS-CLE-RIB DELIMITED SIZE
                     INTO WS-RIB
              MOVE SPACES TO WS-CHAINE
              STRING WS-RIB DELIMITED SIZE
                     'FR00' DELIMITED SIZE
                     INTO WS-CHAINE
              MOVE 27 TO WS-LG-CHAINE
              MOVE 'I' TO WS-MODE-RIB
              PERFORM FONCTION-RESTE-MODULO-97
           END-IF
           IF LS-CODE-RETOUR = '0'
              COMPUTE WS-CLE = 98 - WS-RESTE
              MOVE SPACES TO LS-IBAN
              STRING 'FR' DELIMITED SIZE
                     WS-CLE DELIMITED SIZE
                     WS-RIB DELIMITED SIZE
                     INTO LS-IBAN
           END-IF.
        FONCTION-VERIFIER.
           MOVE 0 TO WS-LONGUEUR
           PERFORM VARYING WS-I FROM 34 BY -1
              UNTIL WS-I = 0 OR WS-LONGUEUR > 0
              IF LS-IBAN(WS-I:1) NOT = SPACE
                 MOVE WS-I TO WS-LONGUEUR
              END-IF
           END-PERFORM
           IF WS-LONGUEUR < 15
              OR LS-IBAN(1:2) NOT ALPHABETIC-UPPER
              OR LS-IBAN(3:2) NOT NUMERIC
              MOVE '8' TO LS-CODE-RETOUR
           ELSE
              MOVE SPACES TO WS-CHAINE
              COMPUTE WS-J = WS-LONGUEUR - 4
              MOVE LS-IBAN(5:WS-J) TO WS-CHAINE(1:WS-J)
              COMPUTE WS-J = WS-J + 1
              MOVE LS-IBAN(1:4) TO WS-CHAINE(WS-J:4)
              MOVE WS-LONGUEUR TO WS-LG-CHAINE
              MOVE 'I' TO WS-MODE-RIB
              PERFORM FONCTION-RESTE-MODULO-97
              IF LS-CODE-RETOUR = '0' AND WS-RESTE NOT = 1
                 MOVE '8' TO LS-CODE-RETOUR
              END-IF
           END-IF.
      **************************************************************
      * RESTE MODULO 97 DE WS-CHAINE SUR WS-LG-CHAINE CARACTERES,  *
      * CALCULE CHIFFRE A CHIFFRE POUR NE JAMAIS DEPASSER QUATRE   *
      * POSITIONS. UNE LETTRE VAUT UN CHIFFRE EN MODE RIB ('R') ET *
      * DEUX CHIFFRES (10 A 35) EN MODE IBAN ('I')                 *
      **************************************************************
        FONCTION-RESTE-MODULO-97.
           MOVE 0 TO WS-RESTE
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-LG-CHAINE OR LS-CODE-RETOUR = '8'
              MOVE WS-CHAINE(WS-I:1) TO WS-CAR
              IF WS-CAR NUMERIC
                 MOVE WS-CAR TO WS-CHIFFRE
                 COMPUTE WS-RESTE = WS-RESTE * 10 + WS-CHIFFRE
                 DIVIDE WS-RESTE BY 97 GIVING WS-QUOTIENT
                    REMAINDER WS-RESTE
              ELSE
                 PERFORM FONCTION-VALEUR-LETTRE
                 IF LS-CODE-RETOUR = '0'
                    IF WS-MODE-RIB = 'R'
                       COMPUTE WS-RESTE = WS-RESTE * 10 + WS-VALEUR
                    ELSE
                       COMPUTE WS-RESTE = WS-RESTE * 100 + WS-VALEUR
                    END-IF
                    DIVIDE WS-RESTE BY 97 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE
                 END-IF
              END-IF
           END-PERFORM.
      *-- RANG DE LA LETTRE DANS L'ALPHABET : EN MODE RIB A..I = 1..9,
      *-- J..R = 1..9, S..Z = 2..9 ; EN MODE IBAN A..Z = 10..35
        FONCTION-VALEUR-LETTRE.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-VALEUR FROM 1 BY 1
              UNTIL WS-VALEUR > 26 OR WS-J > 0
              IF WS-LETTRE(WS-VALEUR) = WS-CAR
                 MOVE WS-VALEUR TO WS-J
              END-IF
           END-PERFORM
           IF WS-J = 0
              MOVE '8' TO LS-CODE-RETOUR
           ELSE
              IF WS-MODE-RIB = 'R'
                 EVALUATE TRUE
                    WHEN WS-J < 10
                       MOVE WS-J TO WS-VALEUR
                    WHEN WS-J < 19
                       COMPUTE WS-VALEUR = WS-J - 9
                    WHEN OTHER
                       COMPUTE WS-VALEUR = WS-J - 17
                 END-EVALUATE
              ELSE
                 COMPUTE WS-VALEUR = WS-J + 9
              END-IF
           END-IF.
        FONCTION-FIN-PROGRAMME.
           EXIT PROGRAM.
