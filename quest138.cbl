      **************************************************************
      *PROGRAMME QUOTIDIEN DE PREVISION DE TRESORERIE A TRENTE      *
      *JOURS OUVRES A PARTIR DES FLUX DEJA PROGRAMMES DANS NOS      *
      *FICHIERS : ORDRES PERMANENTS FORDPERM (QUEST65/QUEST66)      *
      *PROJETES DE LEUR PROCHAINE ECHEANCE SELON LEUR PERIODICITE   *
      *(SENS DB = SORTIE, CR = ENTREE, ORDRE SUSPENDU IGNORE        *
      *JUSQU'A SA DATE DE REPRISE), ECHEANCES DE PRET NON ENCORE    *
      *PRESENTEES DU KSDS FECHEANC (QUEST79/QUEST80, ENTREES),      *
      *DEPOTS A TERME OUVERTS ARRIVANT A ECHEANCE DANS FDAT         *
      *(QUEST77/QUEST78, SORTIE DU CAPITAL ET DES INTERETS) ET      *
      *PRELEVEMENTS RECURRENTS DEDUITS DES MANDATS FMANDAT EN       *
      *VIGUEUR (QUEST71) ET DE L'HISTORIQUE 'PRE' DU DERNIER MOIS   *
      *DANS FMOUVIX : CHAQUE PRELEVEMENT DU MOIS ECOULE SUR UN      *
      *COMPTE SOUS MANDAT EST RECONDUIT A LA MEME DATE LES MOIS     *
      *SUIVANTS (SORTIES). L'HORIZON EST FAIT DE LA DATE            *
      *QUEST138-DATE ET DES VINGT-NEUF JOURS OUVRES SUIVANTS DU     *
      *CALENDRIER FCALEND (PGMCALEN, REPLI SUR LE JOUR CALENDAIRE   *
      *SUIVANT HORS CALENDRIER) ; UN FLUX TOMBANT UN JOUR NON       *
      *OUVRE EST RATTACHE AU JOUR OUVRE SUIVANT, UN DEPOT ECHU NON  *
      *ENCORE DENOUE AU PREMIER JOUR. L'ETAT DONNE PAR JOUR LES     *
      *ENTREES, LES SORTIES, LA POSITION NETTE ET SON CUMUL, PUIS   *
      *LE MEME DETAIL PAR REGION DU COMPTE (FCLIENT, LIBELLE        *
      *FREGION). UN JOUR DONT LES SORTIES PREVUES DEPASSENT LE      *
      *SEUIL FPARAM QUEST138-SEUIL (EN EUROS) EST SIGNALE EN        *
      *ALERTE (CODE RETOUR 4). LES COMPTES INCONNUS OU CLOTURES NE  *
      *SONT PAS PROJETES                                            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST138.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FORDPERM ASSIGN TO DDORDPER
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ORD-CLE
           FILE STATUS IS FS-ORDPERM.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FMANDAT ASSIGN TO DDMANDAT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MAN-CLE
           FILE STATUS IS FS-MANDAT.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
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
        FD FORDPERM.
        01 ORDPERM.
           05 ORD-CLE.
              10 ORD-NUM-COMPTE PIC X(6).
              10 ORD-SEQ PIC 9(2).
           05 ORD-LIBELLE PIC X(15).
           05 ORD-MONTANT PIC 9(6)V99.
           05 ORD-SENS PIC X(2).
           05 ORD-NAT PIC X(3).
           05 ORD-PERIODICITE PIC X(1).
           05 ORD-DATE-PROCH PIC X(10).
           05 ORD-DATE-FIN PIC X(10).
           05 ORD-STATUT PIC X(1).
           05 ORD-DATE-REPRISE PIC X(10).
           05 FILLER PIC X(12).
        FD FECHEANC.
        01 ECHEANC.
           05 ECH-CLE.
              10 ECH-NUM-COMPTE PIC X(6).
              10 ECH-SEQ-PRET PIC 9(2).
              10 ECH-NUMERO PIC 9(3).
           05 ECH-DATE PIC X(10).
           05 ECH-MENSUALITE PIC 9(8)V99.
           05 ECH-PART-CAPITAL PIC 9(8)V99.
           05 ECH-PART-INTERET PIC 9(8)V99.
           05 ECH-RESTANT-DU PIC 9(8)V99.
           05 ECH-STATUT PIC X(1).
           05 FILLER PIC X(18).
        FD FDAT.
        01 DAT-REC.
           05 DAT-CLE.
              10 DAT-NUM-COMPTE PIC X(6).
              10 DAT-SEQ PIC 9(2).
           05 DAT-CAPITAL PIC 9(6)V99.
           05 DAT-TAUX PIC 9(3)V99.
           05 DAT-DATE-DEBUT PIC X(10).
           05 DAT-DUREE-MOIS PIC 9(3).
           05 DAT-DATE-ECHEANCE PIC X(10).
           05 DAT-STATUT PIC X(1).
           05 FILLER PIC X(35).
        FD FMANDAT.
        01 MANDAT.
           05 MAN-CLE.
              10 MAN-NUM-COMPTE PIC X(6).
              10 MAN-CREANCIER PIC X(8).
           05 MAN-PLAFOND PIC 9(6)V99.
           05 MAN-DATE-DEBUT PIC X(10).
           05 MAN-DATE-FIN PIC X(10).
           05 FILLER PIC X(38).
        FD FMOUVIX.
           COPY MOUVIDX.
        FD FCLIENT.
           COPY CLIENT.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-ORDPERM PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-MANDAT PIC X(2).
        01 FS-MOUVIX PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-MOUV PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-HORIZON PIC X(10).
        01 WS-DATE-MOIS-PREC PIC X(10).
        01 WS-SEUIL PIC 9(11).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CAL-ACTION PIC X(1).
        01 WS-CAL-DATE PIC X(10).
        01 WS-CAL-DATE-FIN PIC X(10).
        01 WS-CAL-NOMBRE PIC 9(5).
        01 WS-CAL-CR PIC X(1).
        01 WS-CPT-REPLIS PIC 9(2) VALUE 0.
      *-- ZONES DE CALCUL DE DATE AAAA-MM-JJ
        01 WS-CALC-AAAA PIC 9(4).
        01 WS-CALC-MM PIC 9(2).
        01 WS-CALC-JJ PIC 9(2).
        01 WS-CALC-RESTE PIC 9(4).
        01 WS-CALC-QUOTIENT PIC 9(4).
        01 WS-FIN-MOIS PIC 9(2).
        01 WS-LONG-MOIS-VAL PIC X(24) VALUE '312831303130313130313031'.
        01 WS-LONG-MOIS-TAB REDEFINES WS-LONG-MOIS-VAL.
           05 WS-LONG-MOIS PIC 9(2) OCCURS 12 TIMES.
      *-- FLUX A IMPUTER : DATE, MONTANT, SENS ('E' ENTREE, 'S'
      *-- SORTIE) ET COMPTE PORTEUR DE LA REGION
        01 WS-FLUX-DATE PIC X(10).
        01 WS-FLUX-MONTANT PIC 9(9)V99.
        01 WS-FLUX-SENS PIC X(1).
        01 WS-FLUX-COMPTE PIC X(6).
        01 WS-PROJ-DATE PIC X(10).
        01 WS-PROJ-FIN PIC X(10).
        01 WS-COMPTE-LU PIC X(6) VALUE SPACES.
        01 WS-COMPTE-VALIDE PIC X(1).
        01 WS-REGION-COMPTE PIC 9(2).
        01 WS-COMPTE-MANDAT PIC X(6) VALUE SPACES.
        01 WS-INTERET PIC 9(7)V99.
        01 WS-I PIC 9(3).
        01 WS-J PIC 9(3).
        01 WS-IX-JOUR PIC 9(3).
        01 WS-IX-REGION PIC 9(3).
      *-- HORIZON DE TRENTE JOURS OUVRES ET CUMULS JOURNALIERS
        01 WS-TAB-JOURS.
           05 WS-JOUR OCCURS 30 TIMES.
              10 WS-JOUR-DATE PIC X(10).
              10 WS-JOUR-ENTREES PIC 9(11)V99.
              10 WS-JOUR-SORTIES PIC 9(11)V99.
      *-- CUMULS JOURNALIERS PAR REGION, RANG = CODE-REGION + 1
        01 WS-TAB-REGIONS.
           05 WS-REGION OCCURS 100 TIMES.
              10 WS-RGN-ACTIVE PIC X(1).
              10 WS-RGN-JOUR OCCURS 30 TIMES.
                 15 WS-RGN-ENTREES PIC 9(11)V99.
                 15 WS-RGN-SORTIES PIC 9(11)V99.
        01 WS-NET-JOUR PIC S9(11)V99.
        01 WS-NET-CUMUL PIC S9(11)V99.
        01 WS-TOT-ENTREES PIC 9(11)V99.
        01 WS-TOT-SORTIES PIC 9(11)V99.
        01 WS-CODE-REGION-X PIC X(2).
        01 WS-REGION-NUM PIC 9(2).
        01 WS-CPT-ORDRES PIC 9(7) VALUE 0.
        01 WS-CPT-ECHEANCES PIC 9(7) VALUE 0.
        01 WS-CPT-DEPOTS PIC 9(7) VALUE 0.
        01 WS-CPT-PRELEV PIC 9(7) VALUE 0.
        01 WS-CPT-FLUX PIC 9(7) VALUE 0.
        01 WS-CPT-ALERTES PIC 9(3) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST138'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST138'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(50) VALUE
              ' PREVISION DE TRESORERIE A TRENTE JOURS OUVRES '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(43) VALUE
              '  RG DATE              ENTREES        SORTI'.
           05 FILLER PIC X(35) VALUE
              'ES     NET DU JOUR                 '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RANG PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ENTREES PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SORTIES PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NET PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ALERTE PIC X(13).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-CUMUL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(46) VALUE ALL ' '.
           05 FILLER PIC X(9) VALUE ' CUMUL : '.
           05 WS-PRT-CUMUL PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(8) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-REGION.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(8) VALUE ' REGION '.
           05 WS-PRT-REGION PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM-REGION PIC X(15).
           05 FILLER PIC X(52) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(15) VALUE ' TOTAL HORIZON '.
           05 WS-PRT-TOT-ENTREES PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-SORTIES PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-NET PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(18) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' ORDRES :'.
           05 WS-PRT-CPT-ORDRES PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE ' PRET :'.
           05 WS-PRT-CPT-ECHEANCES PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE ' DAT :'.
           05 WS-PRT-CPT-DEPOTS PIC ZZZZZZ9.
           05 FILLER PIC X(6) VALUE ' PRE :'.
           05 WS-PRT-CPT-PRELEV PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' ALERTES :'.
           05 WS-PRT-CPT-ALERTES PIC ZZ9.
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FORDPERM
           IF FS-ORDPERM = '00'
              DISPLAY ' FILE ORDPERM OPEN SUCCES : ' FS-ORDPERM
           ELSE
              MOVE 'FORDPERM' TO WS-ERR-FICHIER
              MOVE FS-ORDPERM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FECHEANC
           IF FS-ECHEANC = '00'
              DISPLAY ' FILE ECHEANC OPEN SUCCES : ' FS-ECHEANC
           ELSE
              MOVE 'FECHEANC' TO WS-ERR-FICHIER
              MOVE FS-ECHEANC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FDAT
           IF FS-DAT = '00'
              DISPLAY ' FILE DAT OPEN SUCCES : ' FS-DAT
           ELSE
              MOVE 'FDAT' TO WS-ERR-FICHIER
              MOVE FS-DAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FMANDAT
           IF FS-MANDAT = '00'
              DISPLAY ' FILE MANDAT OPEN SUCCES : ' FS-MANDAT
           ELSE
              MOVE 'FMANDAT' TO WS-ERR-FICHIER
              MOVE FS-MANDAT TO WS-ERR-STATUT
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
           PERFORM FONCTION-CONSTRUIRE-HORIZON
           PERFORM FONCTION-PROJETER-ORDRES
           PERFORM FONCTION-PROJETER-ECHEANCES
           PERFORM FONCTION-PROJETER-DEPOTS
           PERFORM FONCTION-PROJETER-PRELEVEMENTS
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-PRINT-JOURS
           PERFORM FONCTION-PRINT-REGIONS
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ALERTES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      **************************************************************
      * DATE DE DEPART DE LA PREVISION ET SEUIL D'ALERTE SUR LES   *
      * SORTIES JOURNALIERES : FICHIER CENTRAL FPARAM VIA PGMPARAM *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST138-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST138-SEUIL' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '1000000' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(20:11) TO WS-SEUIL
      *-- DEBUT DE LA FENETRE D'HISTORIQUE DES PRELEVEMENTS : MEME
      *-- JOUR DU MOIS PRECEDENT
           MOVE WS-DATE-TRT(1:4) TO WS-CALC-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-CALC-MM
           IF WS-CALC-MM = 1
              MOVE 12 TO WS-CALC-MM
              SUBTRACT 1 FROM WS-CALC-AAAA
           ELSE
              SUBTRACT 1 FROM WS-CALC-MM
           END-IF
           MOVE WS-DATE-TRT TO WS-DATE-MOIS-PREC
           MOVE WS-CALC-AAAA TO WS-DATE-MOIS-PREC(1:4)
           MOVE WS-CALC-MM TO WS-DATE-MOIS-PREC(6:2)
           DISPLAY ' PREVISION A PARTIR DU ' WS-DATE-TRT
                   ' SEUIL DE SORTIES ' WS-SEUIL.
      **************************************************************
      * HORIZON : LA DATE DE DEPART PUIS LES VINGT-NEUF JOURS      *
      * OUVRES SUIVANTS DU CALENDRIER FCALEND                      *
      **************************************************************
        FONCTION-CONSTRUIRE-HORIZON.
           INITIALIZE WS-TAB-JOURS
           INITIALIZE WS-TAB-REGIONS
           MOVE WS-DATE-TRT TO WS-JOUR-DATE(1)
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 30
              COMPUTE WS-J = WS-I - 1
              MOVE 'S' TO WS-CAL-ACTION
              MOVE WS-JOUR-DATE(WS-J) TO WS-CAL-DATE
              CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                    WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                    WS-CAL-CR
              IF WS-CAL-CR = '0'
                 MOVE WS-CAL-DATE TO WS-JOUR-DATE(WS-I)
              ELSE
                 ADD 1 TO WS-CPT-REPLIS
                 MOVE WS-JOUR-DATE(WS-J) TO WS-PROJ-DATE
                 PERFORM FONCTION-JOUR-SUIVANT
                 MOVE WS-PROJ-DATE TO WS-JOUR-DATE(WS-I)
              END-IF
           END-PERFORM
           MOVE WS-JOUR-DATE(30) TO WS-DATE-HORIZON
           IF WS-CPT-REPLIS > 0
              DISPLAY ' JOURS HORS CALENDRIER (REPLI CALENDAIRE) : '
                      WS-CPT-REPLIS
           END-IF
           DISPLAY ' HORIZON DE PREVISION : ' WS-DATE-HORIZON.
      *-- JOUR CALENDAIRE SUIVANT DE WS-PROJ-DATE (ANNEE BISSEXTILE
      *-- QUAND LE MILLESIME EST DIVISIBLE PAR QUATRE)
        FONCTION-JOUR-SUIVANT.
           MOVE WS-PROJ-DATE(1:4) TO WS-CALC-AAAA
           MOVE WS-PROJ-DATE(6:2) TO WS-CALC-MM
           MOVE WS-PROJ-DATE(9:2) TO WS-CALC-JJ
           MOVE WS-LONG-MOIS(WS-CALC-MM) TO WS-FIN-MOIS
           IF WS-CALC-MM = 2
              DIVIDE WS-CALC-AAAA BY 4 GIVING WS-CALC-QUOTIENT
                     REMAINDER WS-CALC-RESTE
              IF WS-CALC-RESTE = 0
                 MOVE 29 TO WS-FIN-MOIS
              END-IF
           END-IF
           ADD 1 TO WS-CALC-JJ
           IF WS-CALC-JJ > WS-FIN-MOIS
              MOVE 1 TO WS-CALC-JJ
              ADD 1 TO WS-CALC-MM
              IF WS-CALC-MM > 12
                 MOVE 1 TO WS-CALC-MM
                 ADD 1 TO WS-CALC-AAAA
              END-IF
           END-IF
           MOVE WS-CALC-AAAA TO WS-PROJ-DATE(1:4)
           MOVE '-' TO WS-PROJ-DATE(5:1)
           MOVE WS-CALC-MM TO WS-PROJ-DATE(6:2)
           MOVE '-' TO WS-PROJ-DATE(8:1)
           MOVE WS-CALC-JJ TO WS-PROJ-DATE(9:2).
      **************************************************************
      * ORDRES PERMANENTS : CHAQUE EXECUTION A VENIR DANS          *
      * L'HORIZON ET AVANT LA DATE DE FIN DE L'ORDRE               *
      **************************************************************
        FONCTION-PROJETER-ORDRES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ORDRE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE ORD-NUM-COMPTE TO WS-FLUX-COMPTE
              PERFORM FONCTION-LIRE-COMPTE
              IF WS-COMPTE-VALIDE = 'O'
                 AND ORD-DATE-PROCH NOT = SPACES
                 PERFORM FONCTION-PROJETER-ORDRE
              END-IF
              PERFORM FONCTION-READ-ORDRE
           END-PERFORM.
        FONCTION-PROJETER-ORDRE.
           MOVE ORD-DATE-PROCH TO WS-PROJ-DATE
           MOVE WS-DATE-HORIZON TO WS-PROJ-FIN
           IF ORD-DATE-FIN NOT = SPACES
              AND ORD-DATE-FIN < WS-PROJ-FIN
              MOVE ORD-DATE-FIN TO WS-PROJ-FIN
           END-IF
           MOVE ORD-MONTANT TO WS-FLUX-MONTANT
           IF ORD-SENS = 'DB'
              MOVE 'S' TO WS-FLUX-SENS
           ELSE
              MOVE 'E' TO WS-FLUX-SENS
           END-IF
           PERFORM UNTIL WS-PROJ-DATE > WS-PROJ-FIN
      *-- UN ORDRE SUSPENDU NE JOUE QU'A PARTIR DE SA DATE DE
      *-- REPRISE (SANS DATE DE REPRISE IL NE JOUE PAS)
              IF WS-PROJ-DATE >= WS-DATE-TRT
                 IF ORD-STATUT NOT = 'S'
                    OR (ORD-DATE-REPRISE NOT = SPACES
                        AND ORD-DATE-REPRISE <= WS-PROJ-DATE)
                    MOVE WS-PROJ-DATE TO WS-FLUX-DATE
                    PERFORM FONCTION-IMPUTER-FLUX
                    ADD 1 TO WS-CPT-ORDRES
                 END-IF
              END-IF
              PERFORM FONCTION-AJOUTER-PERIODE
           END-PERFORM.
      *-- PERIODE SUIVANTE DE L'ORDRE, COMME DANS QUEST66 : LE JOUR
      *-- DU MOIS EST CONSERVE
        FONCTION-AJOUTER-PERIODE.
           MOVE WS-PROJ-DATE(1:4) TO WS-CALC-AAAA
           MOVE WS-PROJ-DATE(6:2) TO WS-CALC-MM
           MOVE WS-PROJ-DATE(9:2) TO WS-CALC-JJ
           EVALUATE ORD-PERIODICITE
              WHEN 'M'
                 ADD 1 TO WS-CALC-MM
              WHEN 'T'
                 ADD 3 TO WS-CALC-MM
              WHEN OTHER
                 ADD 1 TO WS-CALC-AAAA
           END-EVALUATE
           IF WS-CALC-MM > 12
              SUBTRACT 12 FROM WS-CALC-MM
              ADD 1 TO WS-CALC-AAAA
           END-IF
           PERFORM FONCTION-FORMER-PROJ-DATE.
        FONCTION-FORMER-PROJ-DATE.
           MOVE WS-CALC-AAAA TO WS-PROJ-DATE(1:4)
           MOVE '-' TO WS-PROJ-DATE(5:1)
           MOVE WS-CALC-MM TO WS-PROJ-DATE(6:2)
           MOVE '-' TO WS-PROJ-DATE(8:1)
           MOVE WS-CALC-JJ TO WS-PROJ-DATE(9:2).
        FONCTION-READ-ORDRE.
           READ FORDPERM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * ECHEANCES DE PRET NON ENCORE PRESENTEES DANS L'HORIZON     *
      **************************************************************
        FONCTION-PROJETER-ECHEANCES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-ECHEANCE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF ECH-STATUT = SPACE
                 AND ECH-DATE >= WS-DATE-TRT
                 AND ECH-DATE <= WS-DATE-HORIZON
                 MOVE ECH-NUM-COMPTE TO WS-FLUX-COMPTE
                 PERFORM FONCTION-LIRE-COMPTE
                 IF WS-COMPTE-VALIDE = 'O'
                    MOVE ECH-DATE TO WS-FLUX-DATE
                    MOVE ECH-MENSUALITE TO WS-FLUX-MONTANT
                    MOVE 'E' TO WS-FLUX-SENS
                    PERFORM FONCTION-IMPUTER-FLUX
                    ADD 1 TO WS-CPT-ECHEANCES
                 END-IF
              END-IF
              PERFORM FONCTION-READ-ECHEANCE
           END-PERFORM.
        FONCTION-READ-ECHEANCE.
           READ FECHEANC
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * DEPOTS A TERME OUVERTS ECHUS DANS L'HORIZON : REMBOURSEMENT*
      * DU CAPITAL ET DES INTERETS CALCULES COMME DANS QUEST78     *
      **************************************************************
        FONCTION-PROJETER-DEPOTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-DEPOT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF DAT-STATUT = 'O'
                 AND DAT-DATE-ECHEANCE <= WS-DATE-HORIZON
                 MOVE DAT-NUM-COMPTE TO WS-FLUX-COMPTE
                 PERFORM FONCTION-LIRE-COMPTE
                 IF WS-COMPTE-VALIDE = 'O'
                    MOVE DAT-DATE-ECHEANCE TO WS-FLUX-DATE
                    IF WS-FLUX-DATE < WS-DATE-TRT
                       MOVE WS-DATE-TRT TO WS-FLUX-DATE
                    END-IF
                    COMPUTE WS-INTERET ROUNDED = DAT-CAPITAL
                            * DAT-TAUX * DAT-DUREE-MOIS / 1200
                    COMPUTE WS-FLUX-MONTANT = DAT-CAPITAL
                            + WS-INTERET
                    MOVE 'S' TO WS-FLUX-SENS
                    PERFORM FONCTION-IMPUTER-FLUX
                    ADD 1 TO WS-CPT-DEPOTS
                 END-IF
              END-IF
              PERFORM FONCTION-READ-DEPOT
           END-PERFORM.
        FONCTION-READ-DEPOT.
           READ FDAT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * PRELEVEMENTS RECURRENTS : POUR CHAQUE COMPTE PORTANT UN    *
      * MANDAT EN VIGUEUR, LES PRELEVEMENTS 'PRE' DU MOIS ECOULE   *
      * SONT RECONDUITS MOIS APRES MOIS DANS L'HORIZON             *
      **************************************************************
        FONCTION-PROJETER-PRELEVEMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-MANDAT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF MAN-DATE-DEBUT <= WS-DATE-TRT
                 AND (MAN-DATE-FIN = SPACES
                      OR MAN-DATE-FIN >= WS-DATE-TRT)
                 AND MAN-NUM-COMPTE NOT = WS-COMPTE-MANDAT
      *-- UN COMPTE A PLUSIEURS MANDATS N'EST PROJETE QU'UNE FOIS :
      *-- L'HISTORIQUE PORTE SUR LE COMPTE, NON SUR LE CREANCIER
                 MOVE MAN-NUM-COMPTE TO WS-COMPTE-MANDAT
                 MOVE MAN-NUM-COMPTE TO WS-FLUX-COMPTE
                 PERFORM FONCTION-LIRE-COMPTE
                 IF WS-COMPTE-VALIDE = 'O'
                    PERFORM FONCTION-PROJETER-HISTORIQUE
                 END-IF
              END-IF
              PERFORM FONCTION-READ-MANDAT
           END-PERFORM.
        FONCTION-PROJETER-HISTORIQUE.
           MOVE 'N' TO WS-FIN-MOUV
           MOVE MAN-NUM-COMPTE TO MVX-NUM-COMPTE
           MOVE WS-DATE-MOIS-PREC TO MVX-DATE-MOUV
           MOVE 0 TO MVX-SEQ
           START FMOUVIX KEY IS >= MVX-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-MOUV
           END-START
           IF WS-FIN-MOUV NOT = 'Y'
              PERFORM FONCTION-READ-MOUV
           END-IF
           PERFORM UNTIL WS-FIN-MOUV = 'Y'
              IF MVX-NAT-MOUV = 'PRE'
                 AND MVX-SENS-MOUV = 'DB'
                 AND MVX-DATE-MOUV > WS-DATE-MOIS-PREC
                 AND MVX-DATE-MOUV <= WS-DATE-TRT
                 PERFORM FONCTION-RECONDUIRE-PRELEVEMENT
              END-IF
              PERFORM FONCTION-READ-MOUV
           END-PERFORM.
        FONCTION-RECONDUIRE-PRELEVEMENT.
           MOVE MVX-DATE-MOUV TO WS-PROJ-DATE
           MOVE MVX-MONT-MOUV TO WS-FLUX-MONTANT
           MOVE 'S' TO WS-FLUX-SENS
           PERFORM FONCTION-AJOUTER-MOIS
           PERFORM UNTIL WS-PROJ-DATE > WS-DATE-HORIZON
              MOVE WS-PROJ-DATE TO WS-FLUX-DATE
              PERFORM FONCTION-IMPUTER-FLUX
              ADD 1 TO WS-CPT-PRELEV
              PERFORM FONCTION-AJOUTER-MOIS
           END-PERFORM.
        FONCTION-AJOUTER-MOIS.
           MOVE WS-PROJ-DATE(1:4) TO WS-CALC-AAAA
           MOVE WS-PROJ-DATE(6:2) TO WS-CALC-MM
           MOVE WS-PROJ-DATE(9:2) TO WS-CALC-JJ
           ADD 1 TO WS-CALC-MM
           IF WS-CALC-MM > 12
              MOVE 1 TO WS-CALC-MM
              ADD 1 TO WS-CALC-AAAA
           END-IF
           PERFORM FONCTION-FORMER-PROJ-DATE.
        FONCTION-READ-MOUV.
           READ FMOUVIX NEXT
              AT END MOVE 'Y' TO WS-FIN-MOUV
           END-READ
           IF WS-FIN-MOUV NOT = 'Y'
              IF MVX-NUM-COMPTE NOT = MAN-NUM-COMPTE
                 MOVE 'Y' TO WS-FIN-MOUV
              END-IF
           END-IF.
        FONCTION-READ-MANDAT.
           READ FMANDAT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * COMPTE PORTEUR DU FLUX : REGION, COMPTE INCONNU OU CLOTURE *
      * ECARTE. LE DERNIER COMPTE LU EST GARDE EN MEMOIRE          *
      **************************************************************
        FONCTION-LIRE-COMPTE.
           IF WS-FLUX-COMPTE NOT = WS-COMPTE-LU
              MOVE WS-FLUX-COMPTE TO WS-COMPTE-LU
              MOVE WS-FLUX-COMPTE TO NUM-COMPTE
              MOVE 'O' TO WS-COMPTE-VALIDE
              READ FCLIENT
                 INVALID KEY
                    MOVE 'N' TO WS-COMPTE-VALIDE
              END-READ
              IF WS-COMPTE-VALIDE = 'O'
                 IF STATUT-COMPTE = 'C'
                    MOVE 'N' TO WS-COMPTE-VALIDE
                 ELSE
                    MOVE CODE-REGION TO WS-REGION-COMPTE
                 END-IF
              END-IF
           END-IF.
      *-- LE FLUX EST RATTACHE AU PREMIER JOUR DE L'HORIZON QUI
      *-- N'EST PAS ANTERIEUR A SA DATE (JOUR OUVRE SUIVANT S'IL
      *-- TOMBE UN JOUR NON OUVRE)
        FONCTION-IMPUTER-FLUX.
           MOVE 0 TO WS-IX-JOUR
           IF WS-FLUX-DATE >= WS-DATE-TRT
              AND WS-FLUX-DATE <= WS-DATE-HORIZON
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > 30 OR WS-IX-JOUR > 0
                 IF WS-FLUX-DATE <= WS-JOUR-DATE(WS-I)
                    MOVE WS-I TO WS-IX-JOUR
                 END-IF
              END-PERFORM
           END-IF
           IF WS-IX-JOUR > 0
              ADD 1 TO WS-CPT-FLUX
              COMPUTE WS-IX-REGION = WS-REGION-COMPTE + 1
              MOVE 'O' TO WS-RGN-ACTIVE(WS-IX-REGION)
              IF WS-FLUX-SENS = 'E'
                 ADD WS-FLUX-MONTANT TO WS-JOUR-ENTREES(WS-IX-JOUR)
                 ADD WS-FLUX-MONTANT
                     TO WS-RGN-ENTREES(WS-IX-REGION, WS-IX-JOUR)
              ELSE
                 ADD WS-FLUX-MONTANT TO WS-JOUR-SORTIES(WS-IX-JOUR)
                 ADD WS-FLUX-MONTANT
                     TO WS-RGN-SORTIES(WS-IX-REGION, WS-IX-JOUR)
              END-IF
           END-IF.
      **************************************************************
      * ETAT : POSITION JOURNALIERE DE LA BANQUE AVEC ALERTE SUR   *
      * LE SEUIL DE SORTIES, PUIS DETAIL PAR REGION                *
      **************************************************************
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-JOURS.
           MOVE 0 TO WS-NET-CUMUL
           MOVE 0 TO WS-TOT-ENTREES
           MOVE 0 TO WS-TOT-SORTIES
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
              MOVE SPACES TO WS-PRT-ALERTE
              IF WS-JOUR-SORTIES(WS-I) > WS-SEUIL
                 MOVE ' ALERTE SEUIL' TO WS-PRT-ALERTE
                 ADD 1 TO WS-CPT-ALERTES
                 DISPLAY ' SORTIES AU-DELA DU SEUIL LE '
                         WS-JOUR-DATE(WS-I) ' : '
                         WS-JOUR-SORTIES(WS-I)
              END-IF
              COMPUTE WS-NET-JOUR = WS-JOUR-ENTREES(WS-I)
                      - WS-JOUR-SORTIES(WS-I)
              ADD WS-NET-JOUR TO WS-NET-CUMUL
              ADD WS-JOUR-ENTREES(WS-I) TO WS-TOT-ENTREES
              ADD WS-JOUR-SORTIES(WS-I) TO WS-TOT-SORTIES
              MOVE WS-I TO WS-PRT-RANG
              MOVE WS-JOUR-DATE(WS-I) TO WS-PRT-DATE
              MOVE WS-JOUR-ENTREES(WS-I) TO WS-PRT-ENTREES
              MOVE WS-JOUR-SORTIES(WS-I) TO WS-PRT-SORTIES
              MOVE WS-NET-JOUR TO WS-PRT-NET
              MOVE WS-LIGNE04 TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
              MOVE WS-NET-CUMUL TO WS-PRT-CUMUL
              MOVE WS-LIGNE-CUMUL TO REC-PRT
              WRITE REC-PRT
              ADD 2 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           PERFORM FONCTION-PRINT-LIGNE-TOTAL.
        FONCTION-PRINT-LIGNE-TOTAL.
           MOVE WS-TOT-ENTREES TO WS-PRT-TOT-ENTREES
           MOVE WS-TOT-SORTIES TO WS-PRT-TOT-SORTIES
           COMPUTE WS-PRT-TOT-NET = WS-TOT-ENTREES - WS-TOT-SORTIES
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
      *-- PAR REGION, SEULS LES JOURS PORTANT UN FLUX SONT EDITES
        FONCTION-PRINT-REGIONS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 100
              IF WS-RGN-ACTIVE(WS-J) = 'O'
                 PERFORM FONCTION-PRINT-REGION
              END-IF
           END-PERFORM.
        FONCTION-PRINT-REGION.
           COMPUTE WS-REGION-NUM = WS-J - 1
           MOVE WS-REGION-NUM TO WS-PRT-REGION
           MOVE WS-REGION-NUM TO WS-CODE-REGION-X
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-CODE-REGION-X TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-PRT-NOM-REGION
           MOVE WS-LIGNE-REGION TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT
           MOVE 0 TO WS-TOT-ENTREES
           MOVE 0 TO WS-TOT-SORTIES
           MOVE SPACES TO WS-PRT-ALERTE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
              IF WS-RGN-ENTREES(WS-J, WS-I) > 0
                 OR WS-RGN-SORTIES(WS-J, WS-I) > 0
                 COMPUTE WS-NET-JOUR = WS-RGN-ENTREES(WS-J, WS-I)
                         - WS-RGN-SORTIES(WS-J, WS-I)
                 ADD WS-RGN-ENTREES(WS-J, WS-I) TO WS-TOT-ENTREES
                 ADD WS-RGN-SORTIES(WS-J, WS-I) TO WS-TOT-SORTIES
                 MOVE WS-I TO WS-PRT-RANG
                 MOVE WS-JOUR-DATE(WS-I) TO WS-PRT-DATE
                 MOVE WS-RGN-ENTREES(WS-J, WS-I) TO WS-PRT-ENTREES
                 MOVE WS-RGN-SORTIES(WS-J, WS-I) TO WS-PRT-SORTIES
                 MOVE WS-NET-JOUR TO WS-PRT-NET
                 MOVE WS-LIGNE04 TO REC-PRT
                 WRITE REC-PRT
                 ADD 1 TO WS-CPT-LIGNES-TOT
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-LIGNE-TOTAL.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-ORDRES TO WS-PRT-CPT-ORDRES
           MOVE WS-CPT-ECHEANCES TO WS-PRT-CPT-ECHEANCES
           MOVE WS-CPT-DEPOTS TO WS-PRT-CPT-DEPOTS
           MOVE WS-CPT-PRELEV TO WS-PRT-CPT-PRELEV
           MOVE WS-CPT-ALERTES TO WS-PRT-CPT-ALERTES
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           DISPLAY ' FLUX PROJETES : ' WS-CPT-FLUX
           DISPLAY ' JOURS EN ALERTE : ' WS-CPT-ALERTES.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' WS-DATE-TRT ' SEUIL=' WS-SEUIL
                  DELIMITED BY SIZE INTO WS-ED-PARAMS
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
           MOVE 'QUEST138' TO CTLLOG-JOB
           MOVE ' FLUX DE TRESORERIE PROJETES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-FLUX TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE ' JOURS EN ALERTE DE SORTIES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ALERTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST138' TO WS-ERR-PROGRAMME
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
           CLOSE FORDPERM
           CLOSE FECHEANC
           CLOSE FDAT
           CLOSE FMANDAT
           CLOSE FMOUVIX
           CLOSE FCLIENT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
