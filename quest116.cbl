      **************************************************************
      *PROGRAMME DE FIN DE MOIS DE CALCUL ET DE POSTE DES AGIOS    *
      *DEBITEURS. QUEST25 NE SERT QUE DES INTERETS CREDITEURS ;    *
      *CETTE PASSE RELIT LES PHOTOGRAPHIES QUOTIDIENNES DE SOLDE   *
      *ECRITES PAR QUEST30 DANS FHISTSOL, TRIEES PAR COMPTE ET     *
      *DATE, ET DECOMPTE CHAQUE SOLDE DEBITEUR SUR LE NOMBRE DE    *
      *JOURS CALENDAIRES OU IL S'APPLIQUE (JUSQU'A LA PHOTOGRAPHIE *
      *SUIVANTE OU A LA FIN DU MOIS ; LE DERNIER SOLDE DU MOIS     *
      *PRECEDENT COUVRE LES PREMIERS JOURS SANS PHOTOGRAPHIE).     *
      *LA PART DU DEBIT COUVERTE PAR L'AUTORISATION FLIMITE EN     *
      *COURS DE VALIDITE SUPPORTE LE TAUX AUTORISE, LE DEPASSEMENT *
      *LE TAUX MAJORE (AUTORISATION NULLE SI LE PRODUIT FPRODUIT   *
      *N'ADMET PAS DE DECOUVERT). LE TAUX EFFECTIF RESULTANT EST    *
      *CONTROLE CONTRE LE TAUX D'USURE LEGAL ET LES AGIOS SONT      *
      *PLAFONNES AU BESOIN. LES AGIOS SONT POSTES DANS FMOUVEM EN   *
      *DEBIT (NAT-MOUV 'AGI') AVEC UNE REFERENCE FREFNUM, ET UNE    *
      *FICHE DETAILLEE PAR COMPTE (JOURS, SOLDES, PARTS, TAUX) EST *
      *EDITEE POUR REPONDRE AUX DEMANDES DES AGENCES.              *
      *PARAMETRES FPARAM (PGMPARAM), TAUX EN CENTIEMES :           *
      *QUEST116-DATE, QUEST116-TAUX-AUTOR, QUEST116-TAUX-DEPASS,   *
      *QUEST116-TAUX-USURE, QUEST116-BASE (360 OU 365, DEFAUT 360) *
      *ET QUEST116-FORCAGE (VERROU DE PERIODE FPERIODE)            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST116.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FHISTSOL ASSIGN TO DDHISTSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTSOL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FLIMITE ASSIGN TO DDLIMITE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LIM-NUM-COMPTE
           FILE STATUS IS FS-LIMITE.
           SELECT FPRODUIT ASSIGN TO DDPRODUI
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRD-NAT-COMPTE
           FILE STATUS IS FS-PRODUIT.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
           SELECT FPERIODE ASSIGN TO DDPERIOD
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-CLE
           FILE STATUS IS FS-PERIODE.
           SELECT FREFNUM ASSIGN TO DDREFNUM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REFNUM.
           SELECT FHSO-WK ASSIGN TO FWORK.
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
        FD FHISTSOL.
        01 HISTSOL.
           05 HSO-NUM-COMPTE PIC X(6).
           05 HSO-DATE PIC X(10).
           05 HSO-SOLDE PIC S9(8)V99.
           05 HSO-NB-MOUV PIC 9(5).
           05 FILLER PIC X(49).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FLIMITE.
        01 LIMITE.
           05 LIM-NUM-COMPTE PIC X(6).
           05 LIM-MONTANT PIC 9(10).
           05 LIM-DATE-EXPIR PIC X(10).
           05 LIM-DATE-DEPASS PIC X(10).
           05 FILLER PIC X(44).
        FD FPRODUIT.
        01 PRODUIT.
           05 PRD-NAT-COMPTE PIC 9(2).
           05 PRD-LIBELLE PIC X(20).
           05 PRD-TAUX-INTERET PIC 9(3)V99.
           05 PRD-CODE-FORFAIT PIC X(3).
           05 PRD-DECOUVERT PIC X(1).
           05 PRD-DELAI-DORMANCE PIC 9(3).
           05 PRD-NAT-ADULTE PIC 9(2).
           05 FILLER PIC X(44).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPERIODE.
        01 PERIODE-REC.
           05 PER-CLE.
              10 PER-JOB PIC X(8).
              10 PER-PERIODE PIC X(6).
           05 PER-DATE-RUN PIC X(10).
           05 FILLER PIC X(56).
        FD FREFNUM.
        01 REFNUM-REC.
           05 REFC-DERNIERE-REF PIC 9(8).
           05 FILLER PIC X(72).
        SD FHSO-WK.
        01 HSO-WK.
           05 WK-NUM-COMPTE PIC X(6).
           05 WK-DATE PIC X(10).
           05 WK-SEQ PIC 9(7).
           05 WK-SOLDE PIC S9(8)V99.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 WS-CLIENT.
           05 WS-NU-COMPTE PIC X(6).
           05 WS-CODE-REGION PIC 9(2).
           05 WS-NAT-COMPTE PIC 9(2).
           05 WS-NOM-CLIENT PIC X(10).
           05 WS-PRENOM-CLIENT PIC X(10).
           05 WS-DATE-NAIS PIC 9(8).
           05 WS-SEXE PIC X(1).
           05 WS-ACTI-PRO PIC 9(2).
           05 WS-SIT-SOCIAL PIC X(1).
           05 WS-ADRESSE PIC X(10).
           05 WS-SOLDE PIC S9(8)V99.
           05 WS-POSIT PIC X(2).
           05 FILLER PIC X(19).
           05 WS-STATUT-COMPTE PIC X(1).
           05 FILLER PIC X(17).
        01 FS-HISTSOL PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-LIMITE PIC X(2).
        01 FS-PRODUIT PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PERIODE PIC X(2).
        01 FS-REFNUM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-TRI PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-TAUX-ENTIER PIC 9(5).
        01 WS-TAUX-AUTOR PIC 9(3)V9(2).
        01 WS-TAUX-DEPASS PIC 9(3)V9(2).
        01 WS-TAUX-USURE PIC 9(3)V9(2).
        01 WS-TAUX-EFFECTIF PIC 9(3)V9(2).
        01 WS-BASE PIC 9(3).
        01 WS-FORCAGE PIC X(1).
        01 WS-DATE-MOUV PIC X(10).
        01 WS-PERIODE-TRT PIC X(6).
        01 WS-DATE-NUM.
           05 WS-DATE-NUM-AAAA PIC 9(4).
           05 WS-DATE-NUM-MM PIC 9(2).
           05 WS-DATE-NUM-JJ PIC 9(2).
        01 WS-MOIS-TRT.
           05 WS-MT-AAAA PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-MT-MM PIC 9(2).
        01 WS-MOIS-PREC.
           05 WS-MP-AAAA PIC 9(4).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-MP-MM PIC 9(2).
        01 WS-DEBUT-MOIS PIC X(10).
        01 WS-NB-JOURS-MOIS PIC 9(2).
        01 WS-QUOTIENT PIC 9(4).
        01 WS-RESTE-4 PIC 9(3).
        01 WS-RESTE-100 PIC 9(3).
        01 WS-RESTE-400 PIC 9(3).
        01 WS-SEQ PIC 9(7) VALUE 0.
        01 WS-REF-COURANTE PIC 9(8) VALUE 0.
        01 WS-REFNUM-VIDE PIC X(1).
      *-- COMPTE EN COURS DE DECOMPTE
        01 WS-CPT-COURANT PIC X(6).
        01 WS-CLIENT-TROUVE PIC X(1).
        01 WS-LIM-MONTANT PIC 9(10).
        01 WS-LIM-DATE-EXPIR PIC X(10).
        01 WS-REPORT-PRESENT PIC X(1).
        01 WS-SOLDE-REPORT PIC S9(8)V99.
        01 WS-ATT-PRESENT PIC X(1).
        01 WS-ATT-DATE PIC X(10).
        01 WS-ATT-SOLDE PIC S9(8)V99.
        01 WS-JOUR-DEBUT PIC 9(2).
        01 WS-JOUR-FIN PIC 9(2).
        01 WS-NB-JOURS PIC 9(2).
        01 WS-DEBIT PIC 9(8)V99.
        01 WS-AUTORISATION PIC 9(10)V99.
        01 WS-PART-AUTOR PIC 9(8)V99.
        01 WS-PART-DEPASS PIC 9(8)V99.
        01 WS-INTERET-PERIODE PIC 9(8)V99.
        01 WS-NOMBRES-DEBIT PIC 9(12)V99.
        01 WS-AGIOS-COMPTE PIC 9(8)V99.
        01 WS-AGIOS-PLAFOND PIC 9(8)V99.
        01 WS-USURE-APPLIQUEE PIC X(1).
      *-- LIGNES DE LA FICHE DU COMPTE, EDITEES SEULEMENT SI DES
      *-- AGIOS SONT FACTURES
        01 WS-TAB-FICHE.
           05 WS-TAB-FI-NB PIC 9(2) VALUE 0.
           05 WS-TAB-FI-ENTREE OCCURS 0 TO 31 TIMES
                DEPENDING ON WS-TAB-FI-NB
                INDEXED BY WS-FI-IDX.
              10 WS-TAB-FI-DATE PIC X(10).
              10 WS-TAB-FI-SOLDE PIC S9(8)V99.
              10 WS-TAB-FI-JOURS PIC 9(2).
              10 WS-TAB-FI-AUTOR PIC 9(8)V99.
              10 WS-TAB-FI-DEPASS PIC 9(8)V99.
              10 WS-TAB-FI-INTERET PIC 9(8)V99.
        01 WS-CPT-PHOTOS PIC 9(7) VALUE 0.
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-AGIOS PIC 9(7) VALUE 0.
        01 WS-CPT-PLAFONNES PIC 9(7) VALUE 0.
        01 WS-CPT-ECARTES PIC 9(7) VALUE 0.
        01 WS-TOTAL-AGIOS PIC 9(10)V99 VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST116'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST116'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-FICHE1.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' FICHE AGIOS COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(9) VALUE ' PERIODE '.
           05 WS-PRT-PERIODE PIC X(6).
           05 FILLER PIC X(15) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-FICHE2.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(15) VALUE ' AUTORISATION '.
           05 WS-PRT-AUTORISATION PIC ZZZZZZZZZ9.
           05 FILLER PIC X(15) VALUE ' TAUX AUTORISE '.
           05 WS-PRT-TAUX-AUTOR PIC ZZ9.99.
           05 FILLER PIC X(18) VALUE ' TAUX DEPASSEMENT '.
           05 WS-PRT-TAUX-DEPASS PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-FICHE3.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' DU'.
           05 FILLER PIC X(12) VALUE '       SOLDE'.
           05 FILLER PIC X(4) VALUE ' JRS'.
           05 FILLER PIC X(12) VALUE '    AUTORISE'.
           05 FILLER PIC X(12) VALUE ' DEPASSEMENT'.
           05 FILLER PIC X(12) VALUE '    INTERETS'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DETAIL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SOLDE PIC -ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-JOURS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-AUTOR PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEPASS PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-INTERET PIC ZZZZZZZ9.99.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-FICHE4.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(20) VALUE ' NOMBRES DEBITEURS '.
           05 WS-PRT-NOMBRES PIC ZZZZZZZZZZZ9.99.
           05 FILLER PIC X(15) VALUE ' TAUX EFFECTIF '.
           05 WS-PRT-TAUX-EFF PIC ZZ9.99.
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-FICHE5.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ' AGIOS FACTURES '.
           05 WS-PRT-AGIOS PIC ZZZZZZZ9.99.
           05 FILLER PIC X(5) VALUE ' REF '.
           05 WS-PRT-REF PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-USURE PIC X(30).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(21) VALUE ' COMPTES FACTURES : '.
           05 WS-PRT-CPT-AGIOS PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE ' TOTAL AGIOS : '.
           05 WS-PRT-TOTAL PIC ZZZZZZZZZ9.99.
           05 FILLER PIC X(13) VALUE ' PLAFONNES : '.
           05 WS-PRT-CPT-PLAF PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FHISTSOL
           IF FS-HISTSOL = '00'
              DISPLAY ' FILE HISTSOL OPEN SUCCES : ' FS-HISTSOL
           ELSE
              MOVE 'FHISTSOL' TO WS-ERR-FICHIER
              MOVE FS-HISTSOL TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FLIMITE
           IF FS-LIMITE = '00'
              DISPLAY ' FILE LIMITE OPEN SUCCES : ' FS-LIMITE
           ELSE
              MOVE 'FLIMITE' TO WS-ERR-FICHIER
              MOVE FS-LIMITE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPRODUIT
           IF FS-PRODUIT = '00'
              DISPLAY ' FILE PRODUIT OPEN SUCCES : ' FS-PRODUIT
           ELSE
              MOVE 'FPRODUIT' TO WS-ERR-FICHIER
              MOVE FS-PRODUIT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FPERIODE
           IF FS-PERIODE = '00'
              DISPLAY ' FILE PERIODE OPEN SUCCES : ' FS-PERIODE
           ELSE
              MOVE 'FPERIODE' TO WS-ERR-FICHIER
              MOVE FS-PERIODE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FREFNUM
           IF FS-REFNUM = '00'
              DISPLAY ' FILE REFNUM OPEN SUCCES : ' FS-REFNUM
           ELSE
              MOVE 'FREFNUM' TO WS-ERR-FICHIER
              MOVE FS-REFNUM TO WS-ERR-STATUT
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
           PERFORM FONCTION-CALCULER-MOIS
           PERFORM FONCTION-CONTROLER-PERIODE
           PERFORM FONCTION-LIRE-REFNUM
           PERFORM FONCTION-EDITER-BANNIERE
           SORT FHSO-WK
                ON ASCENDING KEY WK-NUM-COMPTE
                ON ASCENDING KEY WK-DATE
                ON ASCENDING KEY WK-SEQ
                INPUT PROCEDURE FONCTION-SELECTIONNER-PHOTOS
                OUTPUT PROCEDURE IS FONCTION-DECOMPTER-COMPTES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           PERFORM FONCTION-MAJ-REFNUM
           PERFORM FONCTION-TAMPONNER-PERIODE
           PERFORM FONCTION-EDITER-TOTAL
           DISPLAY ' PHOTOGRAPHIES RETENUES : ' WS-CPT-PHOTOS
           DISPLAY ' COMPTES EXAMINES : ' WS-CPT-COMPTES
           DISPLAY ' AGIOS POSTES : ' WS-CPT-AGIOS
           DISPLAY ' AGIOS PLAFONNES A L''USURE : ' WS-CPT-PLAFONNES
           DISPLAY ' COMPTES ECARTES : ' WS-CPT-ECARTES
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-PLAFONNES > 0 OR WS-CPT-ECARTES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      **************************************************************
      * LES PARAMETRES SONT LUS DANS LE FICHIER CENTRAL FPARAM VIA *
      * PGMPARAM. LES TAUX SONT FOURNIS EN CENTIEMES (00800 = 8%), *
      * LE TAUX AUTORISE NE PEUT DEPASSER LE TAUX MAJORE ET TOUS   *
      * SONT BORNES A 50% POUR ECARTER TOUTE FAUTE DE FRAPPE       *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST116-DATE' TO WS-PARAM-CLE
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
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-MOUV
           MOVE 'QUEST116-TAUX-AUTOR' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE TAUX AUTORISE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-TAUX-ENTIER
           COMPUTE WS-TAUX-AUTOR = WS-TAUX-ENTIER / 100
           MOVE 'QUEST116-TAUX-DEPASS' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE TAUX DEPASSEMENT ABSENT OU '
                      'INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-TAUX-ENTIER
           COMPUTE WS-TAUX-DEPASS = WS-TAUX-ENTIER / 100
           MOVE 'QUEST116-TAUX-USURE' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE TAUX USURE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(26:5) TO WS-TAUX-ENTIER
           COMPUTE WS-TAUX-USURE = WS-TAUX-ENTIER / 100
           IF WS-TAUX-AUTOR = 0 OR WS-TAUX-AUTOR > 50
              OR WS-TAUX-DEPASS = 0 OR WS-TAUX-DEPASS > 50
              OR WS-TAUX-USURE = 0 OR WS-TAUX-USURE > 50
              OR WS-TAUX-AUTOR > WS-TAUX-DEPASS
              DISPLAY ' TAUX HORS BORNES OU INCOHERENTS : '
                      WS-TAUX-AUTOR ' ' WS-TAUX-DEPASS ' '
                      WS-TAUX-USURE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-TAUX-DEPASS > WS-TAUX-USURE
              DISPLAY ' TAUX MAJORE SUPERIEUR A L''USURE - LES '
                      'AGIOS SERONT PLAFONNES '
           END-IF
      *-- BASE DE DECOMPTE : JOURS CALENDAIRES SUR 360 (USAGE
      *-- BANCAIRE) OU SUR 365
           MOVE 'QUEST116-BASE' TO WS-PARAM-CLE
           MOVE '360' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(28:3) TO WS-BASE
           IF WS-PARAM-CR = '8'
              OR (WS-BASE NOT = 360 AND WS-BASE NOT = 365)
              DISPLAY ' BASE DE DECOMPTE INVALIDE : '
                      WS-PARAM-VALEUR
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'QUEST116-FORCAGE' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'N' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-FORCAGE.
      *-- MOIS TRAITE, MOIS PRECEDENT (DERNIER SOLDE REPORTE) ET
      *-- NOMBRE DE JOURS CALENDAIRES DU MOIS, ANNEES BISSEXTILES
      *-- COMPRISES
        FONCTION-CALCULER-MOIS.
           MOVE WS-DATE-MOUV(1:4) TO WS-DATE-NUM-AAAA
           MOVE WS-DATE-MOUV(6:2) TO WS-DATE-NUM-MM
           MOVE WS-DATE-NUM-AAAA TO WS-MT-AAAA
           MOVE WS-DATE-NUM-MM TO WS-MT-MM
           IF WS-DATE-NUM-MM = 1
              COMPUTE WS-MP-AAAA = WS-DATE-NUM-AAAA - 1
              MOVE 12 TO WS-MP-MM
           ELSE
              MOVE WS-DATE-NUM-AAAA TO WS-MP-AAAA
              COMPUTE WS-MP-MM = WS-DATE-NUM-MM - 1
           END-IF
           MOVE WS-MOIS-TRT TO WS-DEBUT-MOIS(1:7)
           MOVE '-01' TO WS-DEBUT-MOIS(8:3)
           MOVE WS-DATE-MOUV(1:4) TO WS-PERIODE-TRT(1:4)
           MOVE WS-DATE-MOUV(6:2) TO WS-PERIODE-TRT(5:2)
           EVALUATE WS-DATE-NUM-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-NB-JOURS-MOIS
              WHEN 2
                 DIVIDE WS-DATE-NUM-AAAA BY 4 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE-4
                 DIVIDE WS-DATE-NUM-AAAA BY 100 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE-100
                 DIVIDE WS-DATE-NUM-AAAA BY 400 GIVING WS-QUOTIENT
                        REMAINDER WS-RESTE-400
                 IF WS-RESTE-4 = 0
                    AND (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                    MOVE 29 TO WS-NB-JOURS-MOIS
                 ELSE
                    MOVE 28 TO WS-NB-JOURS-MOIS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-NB-JOURS-MOIS
           END-EVALUATE.
      **************************************************************
      * VERROU DE PERIODE : UNE RELANCE DANS UNE PERIODE DEJA      *
      * TAMPONNEE S'ARRETE IMMEDIATEMENT (LES AGIOS SERAIENT       *
      * POSTES DEUX FOIS), SAUF FORCAGE SUPERVISEUR EXPLICITE      *
      **************************************************************
        FONCTION-CONTROLER-PERIODE.
           MOVE 'QUEST116' TO PER-JOB
           MOVE WS-PERIODE-TRT TO PER-PERIODE
           READ FPERIODE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY ' PERIODE ' WS-PERIODE-TRT
                         ' DEJA TRAITEE LE ' PER-DATE-RUN
                 IF WS-FORCAGE = 'O'
                    DISPLAY ' FORCAGE SUPERVISEUR ACCEPTE '
                 ELSE
                    DISPLAY ' TRAITEMENT REFUSE - RELANCE INTERDITE '
                    MOVE 8 TO RETURN-CODE
                    PERFORM FONCTION-FIN-PROGRAMME
                 END-IF
           END-READ.
        FONCTION-TAMPONNER-PERIODE.
           MOVE 'QUEST116' TO PER-JOB
           MOVE WS-PERIODE-TRT TO PER-PERIODE
           MOVE WS-DATE-MOUV TO PER-DATE-RUN
           MOVE SPACES TO PERIODE-REC(25:56)
           WRITE PERIODE-REC
              INVALID KEY
                 REWRITE PERIODE-REC
           END-WRITE.
        FONCTION-LIRE-REFNUM.
           MOVE 'N' TO WS-REFNUM-VIDE
           READ FREFNUM
              AT END
                 DISPLAY ' FICHIER REFNUM VIDE - COMPTEUR A ZERO '
                 MOVE 0 TO REFC-DERNIERE-REF
                 MOVE 'O' TO WS-REFNUM-VIDE
           END-READ
           MOVE REFC-DERNIERE-REF TO WS-REF-COURANTE.
      *-- SI LE FICHIER COMPTEUR ETAIT VIDE, L'ENREGISTREMENT EST
      *-- CREE (REOUVERTURE EN SORTIE) POUR QUE LA DERNIERE
      *-- REFERENCE ATTRIBUEE SOIT TOUJOURS PERSISTEE
        FONCTION-MAJ-REFNUM.
           MOVE SPACES TO REFNUM-REC
           MOVE WS-REF-COURANTE TO REFC-DERNIERE-REF
           IF WS-REFNUM-VIDE = 'O'
              CLOSE FREFNUM
              OPEN OUTPUT FREFNUM
              WRITE REFNUM-REC
           ELSE
              IF FS-REFNUM = '00'
                 REWRITE REFNUM-REC
              ELSE
                 DISPLAY ' COMPTEUR REFNUM NON MIS A JOUR : '
                         FS-REFNUM
                 MOVE 'FREFNUM' TO WS-ERR-FICHIER
                 MOVE FS-REFNUM TO WS-ERR-STATUT
                 MOVE 'FONCTION-MAJ-REFNUM' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
              END-IF
           END-IF.
      *-- SEULES LES PHOTOGRAPHIES DU MOIS TRAITE ET DU MOIS
      *-- PRECEDENT SONT TRIEES ; LE NUMERO D'ORDRE DE LECTURE
      *-- DEPARTAGE UN MEME JOUR PHOTOGRAPHIE DEUX FOIS (REPRISE
      *-- QUEST30) AU PROFIT DE LA DERNIERE ECRITURE
        FONCTION-SELECTIONNER-PHOTOS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-HISTSOL
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF HSO-DATE(1:7) = WS-MOIS-TRT
                 OR HSO-DATE(1:7) = WS-MOIS-PREC
                 ADD 1 TO WS-SEQ
                 MOVE HSO-NUM-COMPTE TO WK-NUM-COMPTE
                 MOVE HSO-DATE TO WK-DATE
                 MOVE WS-SEQ TO WK-SEQ
                 MOVE HSO-SOLDE TO WK-SOLDE
                 RELEASE HSO-WK
                 ADD 1 TO WS-CPT-PHOTOS
              END-IF
              PERFORM FONCTION-READ-HISTSOL
           END-PERFORM.
        FONCTION-READ-HISTSOL.
           READ FHISTSOL
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * RUPTURE PAR COMPTE SUR LES PHOTOGRAPHIES TRIEES : CHAQUE   *
      * SOLDE EST TENU EN ATTENTE JUSQU'A LA PHOTOGRAPHIE DU JOUR  *
      * SUIVANT, QUI FIXE LE NOMBRE DE JOURS OU IL S'APPLIQUE      *
      **************************************************************
        FONCTION-DECOMPTER-COMPTES.
           MOVE 'N' TO WS-FIN-TRI
           MOVE SPACES TO WS-CPT-COURANT
           PERFORM FONCTION-RETOURNER-PHOTO
           PERFORM UNTIL WS-FIN-TRI = 'Y'
              IF WK-NUM-COMPTE NOT = WS-CPT-COURANT
                 IF WS-CPT-COURANT NOT = SPACES
                    PERFORM FONCTION-CLORE-COMPTE
                 END-IF
                 PERFORM FONCTION-OUVRIR-COMPTE
              END-IF
              PERFORM FONCTION-RANGER-PHOTO
              PERFORM FONCTION-RETOURNER-PHOTO
           END-PERFORM
           IF WS-CPT-COURANT NOT = SPACES
              PERFORM FONCTION-CLORE-COMPTE
           END-IF.
        FONCTION-RETOURNER-PHOTO.
           RETURN FHSO-WK
              AT END MOVE 'Y' TO WS-FIN-TRI
           END-RETURN.
      *-- NOUVEAU COMPTE : IDENTITE FCLIENT, AUTORISATION FLIMITE
      *-- (NULLE SI LE PRODUIT N'ADMET PAS DE DECOUVERT)
        FONCTION-OUVRIR-COMPTE.
           MOVE WK-NUM-COMPTE TO WS-CPT-COURANT
           MOVE 'N' TO WS-REPORT-PRESENT
           MOVE 'N' TO WS-ATT-PRESENT
           MOVE 'N' TO WS-USURE-APPLIQUEE
           MOVE 0 TO WS-NOMBRES-DEBIT
           MOVE 0 TO WS-AGIOS-COMPTE
           MOVE 0 TO WS-TAB-FI-NB
           MOVE 0 TO WS-LIM-MONTANT
           MOVE SPACES TO WS-LIM-DATE-EXPIR
           MOVE 'O' TO WS-CLIENT-TROUVE
           MOVE WK-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT INTO WS-CLIENT
              INVALID KEY
                 MOVE 'N' TO WS-CLIENT-TROUVE
                 MOVE SPACES TO WS-CLIENT
           END-READ
           MOVE WK-NUM-COMPTE TO LIM-NUM-COMPTE
           READ FLIMITE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE LIM-MONTANT TO WS-LIM-MONTANT
                 MOVE LIM-DATE-EXPIR TO WS-LIM-DATE-EXPIR
           END-READ
           IF WS-CLIENT-TROUVE = 'O'
              MOVE WS-NAT-COMPTE TO PRD-NAT-COMPTE
              READ FPRODUIT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRD-DECOUVERT = 'N'
                       MOVE 0 TO WS-LIM-MONTANT
                    END-IF
              END-READ
           END-IF.
      *-- UNE PHOTOGRAPHIE DU MOIS PRECEDENT N'EST RETENUE QUE COMME
      *-- SOLDE REPORTE (LA DERNIERE L'EMPORTE) ; LE REPORT COUVRE
      *-- LES JOURS DU DEBUT DE MOIS ANTERIEURS A LA PREMIERE
      *-- PHOTOGRAPHIE DU MOIS TRAITE
        FONCTION-RANGER-PHOTO.
           IF WK-DATE(1:7) = WS-MOIS-PREC
              MOVE WK-SOLDE TO WS-SOLDE-REPORT
              MOVE 'O' TO WS-REPORT-PRESENT
           ELSE
              IF WS-ATT-PRESENT = 'O' AND WK-DATE = WS-ATT-DATE
                 MOVE WK-SOLDE TO WS-ATT-SOLDE
              ELSE
                 IF WS-ATT-PRESENT = 'O'
                    MOVE WK-DATE(9:2) TO WS-JOUR-FIN
                    PERFORM FONCTION-DECOMPTER-SOLDE
                 ELSE
                    IF WS-REPORT-PRESENT = 'O'
                       AND WK-DATE(9:2) > '01'
                       MOVE WS-DEBUT-MOIS TO WS-ATT-DATE
                       MOVE WS-SOLDE-REPORT TO WS-ATT-SOLDE
                       MOVE WK-DATE(9:2) TO WS-JOUR-FIN
                       PERFORM FONCTION-DECOMPTER-SOLDE
                    END-IF
                 END-IF
                 MOVE WK-DATE TO WS-ATT-DATE
                 MOVE WK-SOLDE TO WS-ATT-SOLDE
                 MOVE 'O' TO WS-ATT-PRESENT
              END-IF
           END-IF.
      *-- LE SOLDE EN ATTENTE S'APPLIQUE DU JOUR DE SA PHOTOGRAPHIE
      *-- JUSQU'A LA VEILLE DE WS-JOUR-FIN. SEUL UN SOLDE DEBITEUR
      *-- PORTE AGIOS : SA PART DANS L'AUTORISATION (SI ELLE N'EST
      *-- PAS EXPIREE CE JOUR-LA) AU TAUX AUTORISE, LE RESTE AU
      *-- TAUX MAJORE
        FONCTION-DECOMPTER-SOLDE.
           MOVE WS-ATT-DATE(9:2) TO WS-JOUR-DEBUT
           MOVE 0 TO WS-NB-JOURS
           IF WS-JOUR-FIN > WS-JOUR-DEBUT
              COMPUTE WS-NB-JOURS = WS-JOUR-FIN - WS-JOUR-DEBUT
           END-IF
           IF WS-ATT-SOLDE < 0 AND WS-NB-JOURS > 0
              COMPUTE WS-DEBIT = 0 - WS-ATT-SOLDE
              MOVE WS-LIM-MONTANT TO WS-AUTORISATION
              IF WS-LIM-DATE-EXPIR NOT = SPACES
                 AND WS-LIM-DATE-EXPIR < WS-ATT-DATE
                 MOVE 0 TO WS-AUTORISATION
              END-IF
              IF WS-DEBIT > WS-AUTORISATION
                 MOVE WS-AUTORISATION TO WS-PART-AUTOR
                 COMPUTE WS-PART-DEPASS = WS-DEBIT - WS-AUTORISATION
              ELSE
                 MOVE WS-DEBIT TO WS-PART-AUTOR
                 MOVE 0 TO WS-PART-DEPASS
              END-IF
              COMPUTE WS-INTERET-PERIODE ROUNDED =
                      (WS-PART-AUTOR * WS-TAUX-AUTOR
                       + WS-PART-DEPASS * WS-TAUX-DEPASS)
                      * WS-NB-JOURS / (WS-BASE * 100)
              COMPUTE WS-NOMBRES-DEBIT = WS-NOMBRES-DEBIT
                      + WS-DEBIT * WS-NB-JOURS
              ADD WS-INTERET-PERIODE TO WS-AGIOS-COMPTE
              IF WS-TAB-FI-NB < 31
                 ADD 1 TO WS-TAB-FI-NB
                 SET WS-FI-IDX TO WS-TAB-FI-NB
                 MOVE WS-ATT-DATE TO WS-TAB-FI-DATE(WS-FI-IDX)
                 MOVE WS-ATT-SOLDE TO WS-TAB-FI-SOLDE(WS-FI-IDX)
                 MOVE WS-NB-JOURS TO WS-TAB-FI-JOURS(WS-FI-IDX)
                 MOVE WS-PART-AUTOR TO WS-TAB-FI-AUTOR(WS-FI-IDX)
                 MOVE WS-PART-DEPASS TO WS-TAB-FI-DEPASS(WS-FI-IDX)
                 MOVE WS-INTERET-PERIODE
                      TO WS-TAB-FI-INTERET(WS-FI-IDX)
              END-IF
           END-IF.
      *-- FIN DU COMPTE : LE DERNIER SOLDE COURT JUSQU'A LA FIN DU
      *-- MOIS, PUIS CONTROLE D'USURE, POSTE ET FICHE. UN COMPTE
      *-- INCONNU DE FCLIENT, CLOS OU REMIS A L'ETAT N'EST PAS
      *-- FACTURE ET EST SIGNALE
        FONCTION-CLORE-COMPTE.
           IF WS-ATT-PRESENT = 'O'
              ADD 1 TO WS-CPT-COMPTES
              COMPUTE WS-JOUR-FIN = WS-NB-JOURS-MOIS + 1
              PERFORM FONCTION-DECOMPTER-SOLDE
              IF WS-AGIOS-COMPTE > 0
                 PERFORM FONCTION-CONTROLER-USURE
                 IF WS-CLIENT-TROUVE = 'N'
                    OR WS-STATUT-COMPTE = 'C'
                    OR WS-STATUT-COMPTE = 'R'
                    DISPLAY ' COMPTE ' WS-CPT-COURANT
                            ' ABSENT OU CLOS - AGIOS NON POSTES : '
                            WS-AGIOS-COMPTE
                    ADD 1 TO WS-CPT-ECARTES
                 ELSE
                    IF WS-AGIOS-COMPTE > 999999.99
                       DISPLAY ' COMPTE ' WS-CPT-COURANT
                               ' AGIOS HORS CAPACITE MOUVEMENT : '
                               WS-AGIOS-COMPTE
                       ADD 1 TO WS-CPT-ECARTES
                    ELSE
                       PERFORM FONCTION-POSTER-AGIOS
                       PERFORM FONCTION-EDITER-FICHE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * CONTROLE D'USURE : LE TAUX EFFECTIF DU MOIS (AGIOS RAPPORTES*
      * AUX NOMBRES DEBITEURS) NE PEUT DEPASSER LE TAUX LEGAL ; AU- *
      * DELA, LES AGIOS SONT RAMENES AU PLAFOND, TRONQUE AU CENTIME *
      **************************************************************
        FONCTION-CONTROLER-USURE.
           COMPUTE WS-TAUX-EFFECTIF ROUNDED =
                   WS-AGIOS-COMPTE * WS-BASE * 100 / WS-NOMBRES-DEBIT
           IF WS-TAUX-EFFECTIF > WS-TAUX-USURE
              COMPUTE WS-AGIOS-PLAFOND =
                      WS-NOMBRES-DEBIT * WS-TAUX-USURE
                      / (WS-BASE * 100)
              MOVE WS-AGIOS-PLAFOND TO WS-AGIOS-COMPTE
              MOVE WS-TAUX-USURE TO WS-TAUX-EFFECTIF
              MOVE 'O' TO WS-USURE-APPLIQUEE
              ADD 1 TO WS-CPT-PLAFONNES
           END-IF.
        FONCTION-POSTER-AGIOS.
           MOVE SPACES TO MOUVEM
           ADD 1 TO WS-REF-COURANTE
           MOVE WS-REF-COURANTE TO REF-MOUV
           MOVE WS-CPT-COURANT TO NUM-COMPTE
           MOVE 'AGIOS DEBITEURS' TO LIBELLE-MOUV
           MOVE WS-AGIOS-COMPTE TO MONT-MOUV
           MOVE 'DB' TO SENS-MOUV
           MOVE 'AGI' TO NAT-MOUV
           MOVE WS-DATE-MOUV TO DATE-MOUV
           WRITE MOUVEM
           ADD 1 TO WS-CPT-AGIOS
           ADD WS-AGIOS-COMPTE TO WS-TOTAL-AGIOS.
      **************************************************************
      * FICHE DETAILLEE DU COMPTE, UNE PAGE PAR COMPTE FACTURE     *
      **************************************************************
        FONCTION-EDITER-FICHE.
           MOVE WS-CPT-COURANT TO WS-PRT-COMPTE
           MOVE WS-NOM-CLIENT TO WS-PRT-NOM
           MOVE WS-PRENOM-CLIENT TO WS-PRT-PRENOM
           MOVE WS-PERIODE-TRT TO WS-PRT-PERIODE
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-LIGNE-FICHE1 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIM-MONTANT TO WS-PRT-AUTORISATION
           MOVE WS-TAUX-AUTOR TO WS-PRT-TAUX-AUTOR
           MOVE WS-TAUX-DEPASS TO WS-PRT-TAUX-DEPASS
           MOVE WS-LIGNE-FICHE2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-FICHE3 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
              UNTIL WS-FI-IDX > WS-TAB-FI-NB
              MOVE WS-TAB-FI-DATE(WS-FI-IDX) TO WS-PRT-DATE
              MOVE WS-TAB-FI-SOLDE(WS-FI-IDX) TO WS-PRT-SOLDE
              MOVE WS-TAB-FI-JOURS(WS-FI-IDX) TO WS-PRT-JOURS
              MOVE WS-TAB-FI-AUTOR(WS-FI-IDX) TO WS-PRT-AUTOR
              MOVE WS-TAB-FI-DEPASS(WS-FI-IDX) TO WS-PRT-DEPASS
              MOVE WS-TAB-FI-INTERET(WS-FI-IDX) TO WS-PRT-INTERET
              MOVE WS-LIGNE-DETAIL TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           MOVE WS-NOMBRES-DEBIT TO WS-PRT-NOMBRES
           MOVE WS-TAUX-EFFECTIF TO WS-PRT-TAUX-EFF
           MOVE WS-LIGNE-FICHE4 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-AGIOS-COMPTE TO WS-PRT-AGIOS
           MOVE WS-REF-COURANTE TO WS-PRT-REF
           IF WS-USURE-APPLIQUEE = 'O'
              MOVE 'PLAFONNE AU TAUX D''USURE' TO WS-PRT-USURE
           ELSE
              MOVE SPACES TO WS-PRT-USURE
           END-IF
           MOVE WS-LIGNE-FICHE5 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-TOTAL.
           MOVE WS-CPT-AGIOS TO WS-PRT-CPT-AGIOS
           MOVE WS-TOTAL-AGIOS TO WS-PRT-TOTAL
           MOVE WS-CPT-PLAFONNES TO WS-PRT-CPT-PLAF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'PERIODE=' DELIMITED SIZE
                  WS-PERIODE-TRT DELIMITED SIZE
                  ' BASE=' DELIMITED SIZE
                  WS-BASE DELIMITED SIZE
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
           MOVE 'QUEST116' TO CTLLOG-JOB
           MOVE ' AGIOS DEBITEURS POSTES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-AGIOS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST116' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FHISTSOL
           CLOSE FCLIENT
           CLOSE FLIMITE
           CLOSE FPRODUIT
           CLOSE FMOUVEM
           CLOSE FPERIODE
           CLOSE FREFNUM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
