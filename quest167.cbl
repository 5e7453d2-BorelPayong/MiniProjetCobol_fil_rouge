      **************************************************************
      *TRAITEMENT MENSUEL DE DETECTION DES SALAIRES DOMICILIES :   *
      *LES VIREMENTS CREDITEURS (NAT-MOUV 'VIR', SENS 'CR') DES    *
      *DOUZE DERNIERS MOIS DE FMOUVIX SONT REGROUPES PAR COMPTE ET *
      *PAR MOTIF DE LIBELLE (LIBELLE DU VIREMENT, CHIFFRES BLANCS :*
      *LE NOM DU PAYEUR RESTE, LA PERIODE S'EFFACE) ET CUMULES PAR *
      *MOIS. UN MOTIF EST UN SALAIRE QUAND AU MOINS                *
      *QUEST167-MOIS-MIN MOIS (FPARAM, 3 PAR DEFAUT) ONT UN MONTANT*
      *A QUEST167-TOLERANCE POUR CENT PRES (20 PAR DEFAUT) DE LA   *
      *MOYENNE DU MOTIF, SANS PLUS D'UN MOIS MANQUANT ENTRE DEUX   *
      *MOIS RETENUS ; ENTRE DEUX MOTIFS, LA PLUS FORTE MOYENNE     *
      *L'EMPORTE. LE FICHIER FSALDOM (COPY SALDOM, CLE NUM-COMPTE) *
      *GARDE LE DRAPEAU, LA MOYENNE ET LE DERNIER VIREMENT ; IL EST*
      *LU PAR LE SCORE QUEST53 ET LA SEGMENTATION QUEST94. UN      *
      *SALAIRE CONNU QUI N'EST ARRIVE NI LE MOIS DE QUEST167-DATE  *
      *NI LE MOIS PRECEDENT (OU UN COMPTE SANS AUCUN MOUVEMENT SUR *
      *LA PERIODE) EST MARQUE ARRETE ET EDITE, PUIS LES TOTAUX DU  *
      *PASSAGE SONT IMPRIMES                                       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST167.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FSALDOM ASSIGN TO DDSALDOM
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SAL-NUM-COMPTE
           FILE STATUS IS FS-SALDOM.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
        DATA DIVISION.
        FILE SECTION.
        FD FMOUVIX.
           COPY MOUVIDX.
        FD FSALDOM.
           COPY SALDOM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-MOUVIX PIC X(2).
        01 FS-SALDOM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-SALDOM PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-MOIS-MIN PIC 9(2).
        01 WS-TOLERANCE PIC 9(3).
      *-- RANG DU MOIS (AAAA * 12 + MM) : LE MOIS DE LA DATE DE
      *-- TRAITEMENT EST LE POSTE 12 DE LA FENETRE, LE PLUS ANCIEN
      *-- LE POSTE 1
        01 WS-AAAA PIC 9(4).
        01 WS-MM PIC 9(2).
        01 WS-ORD-TRT PIC 9(6).
        01 WS-ORD-MOUV PIC 9(6).
        01 WS-ECART-MOIS PIC S9(6).
        01 WS-IX-MOIS PIC 9(2).
        01 WS-J PIC 9(2).
        01 WS-MOTIF PIC X(15).
      *-- MOTIFS DE VIREMENT DU COMPTE EN COURS, MONTANTS PAR MOIS
        01 WS-COMPTE-COURANT PIC X(6) VALUE SPACES.
        01 WS-TAB-CANDIDATS.
           05 WS-TAB-CA-NB PIC 9(2) VALUE 0.
           05 WS-TAB-CA-ENTREE OCCURS 0 TO 20 TIMES
                DEPENDING ON WS-TAB-CA-NB
                INDEXED BY WS-CA-IDX.
              10 WS-TAB-CA-MOTIF PIC X(15).
              10 WS-TAB-CA-DERNIERE PIC X(10).
              10 WS-TAB-CA-MOIS PIC 9(7)V99 OCCURS 12 TIMES.
        01 WS-IX-CA PIC 9(2).
      *-- EVALUATION D'UN MOTIF
        01 WS-NB-MOIS-CR PIC 9(2).
        01 WS-SOMME PIC 9(9)V99.
        01 WS-MOYENNE PIC 9(7)V99.
        01 WS-DIFF PIC S9(8)V99.
        01 WS-NB-RETENUS PIC 9(2).
        01 WS-SOMME-RETENUS PIC 9(9)V99.
        01 WS-MOIS-PREC PIC 9(2).
        01 WS-TROU PIC 9(2).
        01 WS-TROU-MAX PIC 9(2).
        01 WS-MOYENNE-RETENUS PIC 9(7)V99.
      *-- MEILLEUR MOTIF REGULIER DU COMPTE
        01 WS-REGULIER PIC X(1).
        01 WS-ARRETE PIC X(1).
        01 WS-MEI-MOTIF PIC X(15).
        01 WS-MEI-MOYENNE PIC 9(7)V99.
        01 WS-MEI-NB-MOIS PIC 9(2).
        01 WS-MEI-DERNIERE PIC X(10).
        01 WS-MEI-DERNIER-MOIS PIC 9(2).
        01 WS-SAL-CONNU PIC X(1).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-CREDITS PIC 9(7) VALUE 0.
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-DOMICILIES PIC 9(7) VALUE 0.
        01 WS-CPT-NOUVEAUX PIC 9(7) VALUE 0.
        01 WS-CPT-ARRETS PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST167'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST167'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' SALAIRES DOMICILIES ARRETES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(48) VALUE
              ' COMPTE  MOTIF VIREMENT      MOYENNE  DERNIER'.
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-MOTIF PIC X(15).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-MOYENNE PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-DERNIERE PIC X(10).
           05 FILLER PIC X(30) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN I-O FSALDOM
           IF FS-SALDOM = '00'
              DISPLAY ' FILE SALDOM OPEN SUCCES : ' FS-SALDOM
           ELSE
              MOVE 'FSALDOM' TO WS-ERR-FICHIER
              MOVE FS-SALDOM TO WS-ERR-STATUT
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
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FMOUVIX NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-MOUVEMENT
              END-IF
           END-PERFORM
           IF WS-COMPTE-COURANT NOT = SPACES
              PERFORM FONCTION-CLORE-COMPTE
           END-IF
           PERFORM FONCTION-CONTROLER-ABSENTS
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST167-DATE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE DATE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-TRT
           MOVE WS-DATE-TRT(1:4) TO WS-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-MM
           COMPUTE WS-ORD-TRT = WS-AAAA * 12 + WS-MM
      *-- NOMBRE MINIMUM DE MOIS REGULIERS POUR RETENIR UN SALAIRE
           MOVE 'QUEST167-MOIS-MIN' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '3' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              MOVE 3 TO WS-MOIS-MIN
           ELSE
              MOVE WS-PARAM-VALEUR(29:2) TO WS-MOIS-MIN
           END-IF
           IF WS-MOIS-MIN < 2 OR WS-MOIS-MIN > 12
              DISPLAY ' NOMBRE DE MOIS INVALIDE, DEFAUT 3 APPLIQUE'
              MOVE 3 TO WS-MOIS-MIN
           END-IF
      *-- ECART ADMIS AUTOUR DE LA MOYENNE DU MOTIF, EN POUR CENT
           MOVE 'QUEST167-TOLERANCE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '20' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' TOLERANCE INVALIDE, DEFAUT 20 APPLIQUE'
              MOVE 20 TO WS-TOLERANCE
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-TOLERANCE
           END-IF.
      **************************************************************
      * MOUVEMENT LU : CHANGEMENT DE COMPTE, PUIS CUMUL DU VIREMENT*
      * CREDITEUR DANS LE MOIS DE SON MOTIF SUR LA FENETRE         *
      **************************************************************
        FONCTION-TRAITER-MOUVEMENT.
           IF MVX-NUM-COMPTE NOT = WS-COMPTE-COURANT
              IF WS-COMPTE-COURANT NOT = SPACES
                 PERFORM FONCTION-CLORE-COMPTE
              END-IF
              MOVE MVX-NUM-COMPTE TO WS-COMPTE-COURANT
              MOVE 0 TO WS-TAB-CA-NB
           END-IF
           IF MVX-SENS-MOUV = 'CR' AND MVX-NAT-MOUV = 'VIR'
              AND MVX-DATE-MOUV(1:4) IS NUMERIC
              AND MVX-DATE-MOUV(6:2) IS NUMERIC
              MOVE MVX-DATE-MOUV(1:4) TO WS-AAAA
              MOVE MVX-DATE-MOUV(6:2) TO WS-MM
              COMPUTE WS-ORD-MOUV = WS-AAAA * 12 + WS-MM
              COMPUTE WS-ECART-MOIS = WS-ORD-TRT - WS-ORD-MOUV
              IF WS-ECART-MOIS >= 0 AND WS-ECART-MOIS < 12
                 COMPUTE WS-IX-MOIS = 12 - WS-ECART-MOIS
                 PERFORM FONCTION-CUMULER-CREDIT
              END-IF
           END-IF.
      *-- LE MOTIF EST LE LIBELLE SANS SES CHIFFRES : LA PERIODE OU
      *-- LE NUMERO DE BULLETIN PORTES PAR L'EMETTEUR NE SEPARENT
      *-- PAS DEUX MOIS DU MEME PAYEUR
        FONCTION-CUMULER-CREDIT.
           ADD 1 TO WS-CPT-CREDITS
           MOVE MVX-LIBELLE-MOUV TO WS-MOTIF
           INSPECT WS-MOTIF CONVERTING '0123456789' TO SPACES
           SET WS-CA-IDX TO 1
           SEARCH WS-TAB-CA-ENTREE
              AT END
                 IF WS-TAB-CA-NB < 20
                    ADD 1 TO WS-TAB-CA-NB
                    SET WS-CA-IDX TO WS-TAB-CA-NB
                    MOVE WS-MOTIF TO WS-TAB-CA-MOTIF(WS-CA-IDX)
                    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                       MOVE 0 TO WS-TAB-CA-MOIS(WS-CA-IDX, WS-J)
                    END-PERFORM
                    ADD MVX-MONT-MOUV
                        TO WS-TAB-CA-MOIS(WS-CA-IDX, WS-IX-MOIS)
                    MOVE MVX-DATE-MOUV
                         TO WS-TAB-CA-DERNIERE(WS-CA-IDX)
                 END-IF
              WHEN WS-TAB-CA-MOTIF(WS-CA-IDX) = WS-MOTIF
                 ADD MVX-MONT-MOUV
                     TO WS-TAB-CA-MOIS(WS-CA-IDX, WS-IX-MOIS)
                 MOVE MVX-DATE-MOUV TO WS-TAB-CA-DERNIERE(WS-CA-IDX)
           END-SEARCH.
      **************************************************************
      * FIN D'UN COMPTE : CHOIX DU MOTIF DE SALAIRE ET MISE A JOUR *
      * DE FSALDOM                                                 *
      **************************************************************
        FONCTION-CLORE-COMPTE.
           ADD 1 TO WS-CPT-COMPTES
           PERFORM FONCTION-EVALUER-CANDIDATS
           MOVE WS-COMPTE-COURANT TO SAL-NUM-COMPTE
           MOVE 'O' TO WS-SAL-CONNU
           READ FSALDOM
              INVALID KEY MOVE 'N' TO WS-SAL-CONNU
           END-READ
           EVALUATE TRUE
              WHEN WS-REGULIER = 'O' AND WS-ARRETE = 'N'
                 PERFORM FONCTION-ENREGISTRER-SALAIRE
              WHEN WS-SAL-CONNU = 'O' AND SAL-DOMICILIE = 'O'
                 IF WS-REGULIER = 'O'
                    AND WS-MEI-MOTIF = SAL-LIBELLE
                    MOVE WS-MEI-DERNIERE TO SAL-DERNIERE-DATE
                 END-IF
                 PERFORM FONCTION-CONSTATER-ARRET
              WHEN WS-SAL-CONNU = 'O'
                 MOVE WS-DATE-TRT TO SAL-DATE-MAJ
                 PERFORM FONCTION-REECRIRE-SALDOM
           END-EVALUATE.
        FONCTION-EVALUER-CANDIDATS.
           MOVE 'N' TO WS-REGULIER
           MOVE 'N' TO WS-ARRETE
           MOVE 0 TO WS-MEI-MOYENNE
           PERFORM VARYING WS-IX-CA FROM 1 BY 1
              UNTIL WS-IX-CA > WS-TAB-CA-NB
              PERFORM FONCTION-EVALUER-MOTIF
           END-PERFORM
           IF WS-REGULIER = 'O' AND WS-MEI-DERNIER-MOIS < 11
              MOVE 'O' TO WS-ARRETE
           END-IF.
      *-- UN MOIS EST RETENU QUAND SON MONTANT EST A LA TOLERANCE
      *-- PRES DE LA MOYENNE DES MOIS CREDITES DU MOTIF ; LE RYTHME
      *-- EST MENSUEL SI DEUX MOIS RETENUS NE SONT JAMAIS SEPARES DE
      *-- PLUS D'UN MOIS MANQUANT
        FONCTION-EVALUER-MOTIF.
           MOVE 0 TO WS-NB-MOIS-CR
           MOVE 0 TO WS-SOMME
           PERFORM VARYING WS-IX-MOIS FROM 1 BY 1 UNTIL WS-IX-MOIS > 12
              IF WS-TAB-CA-MOIS(WS-IX-CA, WS-IX-MOIS) > 0
                 ADD 1 TO WS-NB-MOIS-CR
                 ADD WS-TAB-CA-MOIS(WS-IX-CA, WS-IX-MOIS) TO WS-SOMME
              END-IF
           END-PERFORM
           IF WS-NB-MOIS-CR >= WS-MOIS-MIN
              DIVIDE WS-SOMME BY WS-NB-MOIS-CR GIVING WS-MOYENNE
              MOVE 0 TO WS-NB-RETENUS
              MOVE 0 TO WS-SOMME-RETENUS
              MOVE 0 TO WS-MOIS-PREC
              MOVE 0 TO WS-TROU-MAX
              PERFORM VARYING WS-IX-MOIS FROM 1 BY 1
                 UNTIL WS-IX-MOIS > 12
                 PERFORM FONCTION-RETENIR-MOIS
              END-PERFORM
              IF WS-NB-RETENUS >= WS-MOIS-MIN AND WS-TROU-MAX <= 2
                 DIVIDE WS-SOMME-RETENUS BY WS-NB-RETENUS
                        GIVING WS-MOYENNE-RETENUS
                 IF WS-MOYENNE-RETENUS > WS-MEI-MOYENNE
                    MOVE 'O' TO WS-REGULIER
                    MOVE WS-TAB-CA-MOTIF(WS-IX-CA) TO WS-MEI-MOTIF
                    MOVE WS-MOYENNE-RETENUS TO WS-MEI-MOYENNE
                    MOVE WS-NB-RETENUS TO WS-MEI-NB-MOIS
                    MOVE WS-TAB-CA-DERNIERE(WS-IX-CA)
                         TO WS-MEI-DERNIERE
                    MOVE WS-MOIS-PREC TO WS-MEI-DERNIER-MOIS
                 END-IF
              END-IF
           END-IF.
        FONCTION-RETENIR-MOIS.
           IF WS-TAB-CA-MOIS(WS-IX-CA, WS-IX-MOIS) > 0
              COMPUTE WS-DIFF = WS-TAB-CA-MOIS(WS-IX-CA, WS-IX-MOIS)
                              - WS-MOYENNE
              IF WS-DIFF < 0
                 COMPUTE WS-DIFF = WS-DIFF * -1
              END-IF
              IF WS-DIFF * 100 <= WS-MOYENNE * WS-TOLERANCE
                 ADD 1 TO WS-NB-RETENUS
                 ADD WS-TAB-CA-MOIS(WS-IX-CA, WS-IX-MOIS)
                     TO WS-SOMME-RETENUS
                 IF WS-MOIS-PREC > 0
                    COMPUTE WS-TROU = WS-IX-MOIS - WS-MOIS-PREC
                    IF WS-TROU > WS-TROU-MAX
                       MOVE WS-TROU TO WS-TROU-MAX
                    END-IF
                 END-IF
                 MOVE WS-IX-MOIS TO WS-MOIS-PREC
              END-IF
           END-IF.
      *-- SALAIRE TROUVE : CREATION, OU MISE A JOUR D'UN SALAIRE
      *-- CONNU ; UN SALAIRE ARRETE QUI REPREND EST REDETECTE
        FONCTION-ENREGISTRER-SALAIRE.
           IF WS-SAL-CONNU = 'N'
              MOVE SPACES TO SALDOM-REC
              MOVE WS-COMPTE-COURANT TO SAL-NUM-COMPTE
           END-IF
           IF WS-SAL-CONNU = 'N' OR SAL-DOMICILIE NOT = 'O'
              MOVE WS-DATE-TRT TO SAL-DATE-DETECTION
              ADD 1 TO WS-CPT-NOUVEAUX
           END-IF
           MOVE 'O' TO SAL-DOMICILIE
           MOVE WS-MEI-MOTIF TO SAL-LIBELLE
           MOVE WS-MEI-MOYENNE TO SAL-MONTANT-MOYEN
           MOVE WS-MEI-NB-MOIS TO SAL-NB-MOIS
           MOVE WS-MEI-DERNIERE TO SAL-DERNIERE-DATE
           MOVE WS-DATE-TRT TO SAL-DATE-MAJ
           MOVE SPACES TO SAL-DATE-ARRET
           IF WS-SAL-CONNU = 'O'
              PERFORM FONCTION-REECRIRE-SALDOM
           ELSE
              WRITE SALDOM-REC
              IF FS-SALDOM NOT = '00'
                 MOVE 'FSALDOM' TO WS-ERR-FICHIER
                 MOVE FS-SALDOM TO WS-ERR-STATUT
                 MOVE 'FONCTION-ENREGISTRER-SALAIRE'
                      TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF
           ADD 1 TO WS-CPT-DOMICILIES.
      *-- SALAIRE CONNU QUI N'ARRIVE PLUS : DRAPEAU RETIRE, DATE DU
      *-- CONSTAT ET LIGNE D'EDITION POUR LE SUIVI COMMERCIAL
        FONCTION-CONSTATER-ARRET.
           MOVE 'N' TO SAL-DOMICILIE
           MOVE WS-DATE-TRT TO SAL-DATE-ARRET
           MOVE WS-DATE-TRT TO SAL-DATE-MAJ
           PERFORM FONCTION-REECRIRE-SALDOM
           ADD 1 TO WS-CPT-ARRETS
           MOVE SAL-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE SAL-LIBELLE TO WS-PRT-MOTIF
           MOVE SAL-MONTANT-MOYEN TO WS-PRT-MOYENNE
           MOVE SAL-DERNIERE-DATE TO WS-PRT-DERNIERE
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-REECRIRE-SALDOM.
           REWRITE SALDOM-REC
           IF FS-SALDOM NOT = '00'
              MOVE 'FSALDOM' TO WS-ERR-FICHIER
              MOVE FS-SALDOM TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-SALDOM' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * SALAIRES CONNUS DE COMPTES SANS AUCUN MOUVEMENT SUR LA     *
      * PERIODE : NON REVUS PAR CE PASSAGE, ILS SONT ARRETES       *
      **************************************************************
        FONCTION-CONTROLER-ABSENTS.
           MOVE LOW-VALUES TO SAL-NUM-COMPTE
           MOVE 'N' TO WS-FIN-SALDOM
           START FSALDOM KEY IS >= SAL-NUM-COMPTE
              INVALID KEY MOVE 'Y' TO WS-FIN-SALDOM
           END-START
           PERFORM FONCTION-EXAMINER-SALDOM
              UNTIL WS-FIN-SALDOM = 'Y'.
        FONCTION-EXAMINER-SALDOM.
           READ FSALDOM NEXT
              AT END MOVE 'Y' TO WS-FIN-SALDOM
           END-READ
           IF WS-FIN-SALDOM = 'N'
              IF SAL-DOMICILIE = 'O'
                 AND SAL-DATE-MAJ NOT = WS-DATE-TRT
                 PERFORM FONCTION-CONSTATER-ARRET
              END-IF
           END-IF.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'VIREMENTS CREDITEURS RETENUS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CREDITS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COMPTES ANALYSES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-COMPTES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SALAIRES DOMICILIES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-DOMICILIES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'DONT NOUVELLES DETECTIONS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-NOUVEAUX TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'SALAIRES ARRETES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ARRETS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 7 TO WS-CPT-LIGNES-TOT
           DISPLAY ' VIREMENTS RETENUS   : ' WS-CPT-CREDITS
           DISPLAY ' COMPTES ANALYSES    : ' WS-CPT-COMPTES
           DISPLAY ' SALAIRES DOMICILIES : ' WS-CPT-DOMICILIES
           DISPLAY ' NOUVELLES DETECTIONS: ' WS-CPT-NOUVEAUX
           DISPLAY ' SALAIRES ARRETES    : ' WS-CPT-ARRETS.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' MOIS=' DELIMITED SIZE
                  WS-MOIS-MIN DELIMITED SIZE
                  ' TOL=' DELIMITED SIZE
                  WS-TOLERANCE DELIMITED SIZE
                  INTO WS-ED-PARAMS
           CALL 'PGMEDIT' USING WS-ED-ACTION, WS-ED-JOB,
                                WS-ED-PGM, WS-ED-PARAMS,
                                WS-CPT-PAGES, WS-CPT-LIGNES-TOT,
                                WS-ED-LIGNE1, WS-ED-LIGNE2,
                                WS-ED-LIGNE3
           MOVE WS-ED-LIGNE1 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-ED-LIGNE2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-ED-LIGNE3 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-FIN-ETAT.
           MOVE 'F' TO WS-ED-ACTION
           CALL 'PGMEDIT' USING WS-ED-ACTION, WS-ED-JOB,
                                WS-ED-PGM, WS-ED-PARAMS,
                                WS-CPT-PAGES, WS-CPT-LIGNES-TOT,
                                WS-ED-LIGNE1, WS-ED-LIGNE2,
                                WS-ED-LIGNE3
           MOVE WS-ED-LIGNE1 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-ED-LIGNE2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-ED-LIGNE3 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST167' TO CTLLOG-JOB
           MOVE ' SALAIRES DOMICILIES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DOMICILIES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST167' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMOUVIX
           CLOSE FSALDOM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
