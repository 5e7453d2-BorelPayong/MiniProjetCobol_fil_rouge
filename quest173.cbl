      **************************************************************
      *EXTRACTION CLIENTS A LA DEMANDE, PILOTEE PAR LE LOT DE CARTES*
      *DE SELECTION FSELCRT ET LUE SUR L'EXTRAIT FSNAPCLI (IMAGE    *
      *FCLIENT, REGION, AGE, SCORE FSCORE, SEGMENT FSEGMENT, AGENCE *
      *GESTIONNAIRE). LES CRITERES 'S' SONT ENCHAINES PAR ET / OU,  *
      *LE ET ETANT PRIORITAIRE : UNE CARTE OU OUVRE UN NOUVEAU      *
      *GROUPE DE CRITERES ET UN CLIENT EST RETENU DES QU'UN GROUPE  *
      *EST ENTIEREMENT VERIFIE. SANS CRITERE, TOUS LES COMPTES SONT *
      *RETENUS. LES CARTES 'C' DONNENT LES COLONNES DANS L'ORDRE    *
      *VOULU (A DEFAUT COMPTE, NOM, PRENOM, REGION, SOLDE), LES     *
      *CARTES 'T' JUSQU'A TROIS CLES DE TRI (A DEFAUT LE NUMERO DE  *
      *COMPTE), LA CARTE 'O' LA SORTIE : L LISTE EDITEE AVEC LA     *
      *BANNIERE PGMEDIT (COLONNES AU-DELA DE 80 CARACTERES IGNOREES,*
      *CODE RETOUR 4) OU D FICHIER FEXPORT DELIMITE PAR ';' AVEC UNE*
      *LIGNE D'EN-TETE, POUR UN TABLEUR. LES CARTES SONT LISTEES ;  *
      *UNE CARTE EN ERREUR EST SIGNALEE AVEC SON MOTIF ET EMPECHE   *
      *L'EXTRACTION (CODE RETOUR 8). CHAQUE PASSAGE EST JOURNALISE  *
      *DANS FEXTLOG (COPY EXTLOG) : SES CARTES ET LE NOMBRE DE      *
      *COMPTES RETENUS. UNE CARTE COMMENCANT PAR '*' EST UN         *
      *COMMENTAIRE. PARAMETRE : QUEST173-DATE.                      *
      *FORMAT DES CARTES (80 OCTETS) : TYPE(1) + BLANC + LIEN       *
      *ET/OU(2, CARTE S, BLANC = ET) + BLANC + CHAMP(14) + BLANC +  *
      *OPERATEUR(2) + BLANC + VALEUR(57).                           *
      *OPERATEURS : EQ NE GT GE LT LE, IN (LISTE DE 10 VALEURS AU   *
      *PLUS SEPAREES PAR DES VIRGULES), BT (BORNES INCLUSES V1,V2). *
      *MONTANTS AVEC POINT DECIMAL (EX. 5000.00, -120). CARTE T :   *
      *SENS A OU D EN COLONNE 21. CARTE O : L OU D EN COLONNE 21,   *
      *OBJET DE L'EXTRACTION EN VALEUR.                             *
      *CHAMPS : NUM-COMPTE CODE-REGION NAT-COMPTE NOM-CLIENT        *
      *PRENOM-CLIENT DATE-NAIS SEXE ACTI-PRO SIT-SOCIAL ADRESSE     *
      *SOLDE POSIT EMAIL-CLIENT TEL-CLIENT STATUT-COMPTE            *
      *DATE-CLOTURE GEST-EMPLOYE NOM-REGION AGE SCORE (0 SI ABSENT  *
      *DE FSCORE) SEGMENT AGENCE NOM-AGENCE NUM-PERSONNE.           *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST173.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSELCRT ASSIGN TO DDSELCRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SELCRT.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FSEL-WK ASSIGN TO FWORK.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FEXPORT ASSIGN TO DDEXPORT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXPORT.
           SELECT FEXTLOG ASSIGN TO DDEXTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTLOG.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
        DATA DIVISION.
        FILE SECTION.
      *-- CARTE DE SELECTION, 80 OCTETS
        FD FSELCRT.
        01 SELCRT.
           05 CRT-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 CRT-LIEN PIC X(2).
           05 FILLER PIC X(1).
           05 CRT-CHAMP PIC X(14).
           05 FILLER PIC X(1).
           05 CRT-OPER PIC X(2).
           05 FILLER PIC X(1).
           05 CRT-VALEUR PIC X(57).
        FD FSNAPCLI.
           COPY CLISNAP.
      *-- COMPTE RETENU : CLES DE TRI PUIS IMAGE DE L'EXTRAIT. CHAQUE
      *-- CLE DEMANDEE EST PORTEE DANS LA ZONE ASCENDANTE OU
      *-- DESCENDANTE DE SON RANG, L'AUTRE ZONE RESTANT A BLANC
        SD FSEL-WK.
        01 SEL-WK.
           05 SLW-CLES.
              10 SLW-CLE-A1 PIC X(15).
              10 SLW-CLE-D1 PIC X(15).
              10 SLW-CLE-A2 PIC X(15).
              10 SLW-CLE-D2 PIC X(15).
              10 SLW-CLE-A3 PIC X(15).
              10 SLW-CLE-D3 PIC X(15).
           05 SLW-NUM-COMPTE PIC X(6).
           05 SLW-SNAP PIC X(250).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FEXPORT.
        01 EXPORT-REC.
           05 FILLER PIC X(250).
        FD FEXTLOG.
           COPY EXTLOG.
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        01 FS-SELCRT PIC X(2).
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-PRINT PIC X(2).
        01 FS-EXPORT PIC X(2).
        01 FS-EXTLOG PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLIENT PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-JOUR-SYS PIC 9(8).
        01 WS-HEURE-SYS PIC 9(8).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- DICTIONNAIRE DES CHAMPS SELECTIONNABLES : NOM, TYPE (A
      *-- ALPHANUMERIQUE, N ENTIER, M MONTANT SIGNE), LONGUEUR DE LA
      *-- VALEUR, LARGEUR DE COLONNE ET EN-TETE DE LA LISTE
        01 WS-DICO-VAL.
           05 FILLER PIC X(29) VALUE 'NUM-COMPTE    A0606COMPTE    '.
           05 FILLER PIC X(29) VALUE 'CODE-REGION   N0202RG        '.
           05 FILLER PIC X(29) VALUE 'NAT-COMPTE    N0202NC        '.
           05 FILLER PIC X(29) VALUE 'NOM-CLIENT    A1010NOM       '.
           05 FILLER PIC X(29) VALUE 'PRENOM-CLIENT A1010PRENOM    '.
           05 FILLER PIC X(29) VALUE 'DATE-NAIS     N0808NAISSANC  '.
           05 FILLER PIC X(29) VALUE 'SEXE          A0101S         '.
           05 FILLER PIC X(29) VALUE 'ACTI-PRO      N0202AP        '.
           05 FILLER PIC X(29) VALUE 'SIT-SOCIAL    A0102SF        '.
           05 FILLER PIC X(29) VALUE 'ADRESSE       A1010ADRESSE   '.
           05 FILLER PIC X(29) VALUE 'SOLDE         M1212SOLDE     '.
           05 FILLER PIC X(29) VALUE 'POSIT         A0202PO        '.
           05 FILLER PIC X(29) VALUE 'EMAIL-CLIENT  A0909EMAIL     '.
           05 FILLER PIC X(29) VALUE 'TEL-CLIENT    A1010TELEPHONE '.
           05 FILLER PIC X(29) VALUE 'STATUT-COMPTE A0102ST        '.
           05 FILLER PIC X(29) VALUE 'DATE-CLOTURE  N0808CLOTURE   '.
           05 FILLER PIC X(29) VALUE 'GEST-EMPLOYE  N0909GESTION.  '.
           05 FILLER PIC X(29) VALUE 'NOM-REGION    A1515REGION    '.
           05 FILLER PIC X(29) VALUE 'AGE           N0303AGE       '.
           05 FILLER PIC X(29) VALUE 'SCORE         N0303SCO       '.
           05 FILLER PIC X(29) VALUE 'SEGMENT       A0103SEG       '.
           05 FILLER PIC X(29) VALUE 'AGENCE        A0303AGC       '.
           05 FILLER PIC X(29) VALUE 'NOM-AGENCE    A1515AGENCE    '.
           05 FILLER PIC X(29) VALUE 'NUM-PERSONNE  A0808PERSONNE  '.
        01 WS-DICO REDEFINES WS-DICO-VAL.
           05 WS-DICO-ENTREE OCCURS 24 TIMES.
              10 WS-DICO-NOM PIC X(14).
              10 WS-DICO-TYPE PIC X(1).
              10 WS-DICO-LONG PIC 9(2).
              10 WS-DICO-LARG PIC 9(2).
              10 WS-DICO-ENTETE PIC X(10).
        01 WS-DICO-NB PIC 9(2) VALUE 24.
        01 WS-IX-DICO PIC 9(2).
        01 WS-CH-IX PIC 9(2).
      *-- CRITERES DE SELECTION
        01 WS-TAB-CRITERES.
           05 WS-CR-NB PIC 9(2) VALUE 0.
           05 WS-CR-ENTREE OCCURS 20 TIMES.
              10 WS-CR-LIEN PIC X(2).
              10 WS-CR-CHAMP PIC 9(2).
              10 WS-CR-OPER PIC X(2).
              10 WS-CR-NB-VAL PIC 9(2).
              10 WS-CR-VALEUR OCCURS 10 TIMES.
                 15 WS-CR-VAL-A PIC X(30).
                 15 WS-CR-VAL-N PIC S9(11)V99.
        01 WS-IX-CR PIC 9(2).
        01 WS-IX-VAL PIC 9(2).
      *-- COLONNES, CLES DE TRI ET SORTIE DEMANDEES
        01 WS-TAB-COLONNES.
           05 WS-CO-NB PIC 9(2) VALUE 0.
           05 WS-CO-CHAMP PIC 9(2) OCCURS 12 TIMES.
        01 WS-CO-NB-LISTE PIC 9(2).
        01 WS-IX-CO PIC 9(2).
        01 WS-TAB-TRIS.
           05 WS-TRI-NB PIC 9(1) VALUE 0.
           05 WS-TRI-ENTREE OCCURS 3 TIMES.
              10 WS-TRI-CHAMP PIC 9(2).
              10 WS-TRI-SENS PIC X(1).
        01 WS-IX-TRI PIC 9(1).
        01 WS-SORTIE PIC X(1) VALUE 'L'.
        01 WS-OBJET PIC X(57) VALUE SPACES.
      *-- CONTROLE DE LA CARTE COURANTE
        01 WS-MOTIF-REJET PIC X(25).
        01 WS-TAB-UV.
           05 WS-UV PIC X(30) OCCURS 10 TIMES.
        01 WS-UV-NB PIC 9(2).
        01 WS-UV-TMP PIC X(30).
      *-- LECTURE D'UNE VALEUR NUMERIQUE DE CARTE
        01 WS-PV-TEXTE PIC X(30).
        01 WS-PV-IX PIC 9(2).
        01 WS-PV-CAR PIC X(1).
        01 WS-PV-CHIFFRE-X PIC X(1).
        01 WS-PV-CHIFFRE REDEFINES WS-PV-CHIFFRE-X PIC 9(1).
        01 WS-PV-ENTIER PIC 9(11).
        01 WS-PV-DECIM PIC 9(2).
        01 WS-PV-NB-ENT PIC 9(2).
        01 WS-PV-NB-DEC PIC 9(2).
        01 WS-PV-PHASE PIC X(1).
        01 WS-PV-SIGNE PIC X(1).
        01 WS-PV-FIN PIC X(1).
        01 WS-PV-OK PIC X(1).
        01 WS-PV-RESULTAT PIC S9(11)V99.
      *-- IMAGE DE L'EXTRAIT DU COMPTE EN COURS (LUE OU RESTITUEE
      *-- PAR LE TRI) ET ZONES COMPLEMENTAIRES A L'IMAGE FCLIENT
        01 WS-IMAGE-SNAP.
           05 FILLER PIC X(1).
           05 WS-IMG-CLIENT PIC X(101).
           05 WS-IMG-NOM-REGION PIC X(15).
           05 FILLER PIC X(50).
           05 WS-IMG-AGE PIC 9(3).
           05 FILLER PIC X(33).
           05 WS-IMG-SCORE PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-IMG-SEGMENT PIC X(1).
           05 WS-IMG-AGENCE PIC X(3).
           05 WS-IMG-NOM-AGENCE PIC X(15).
           05 WS-IMG-NUM-PERSONNE PIC X(8).
           05 FILLER PIC X(16).
      *-- VALEUR DU CHAMP POUR LE COMPTE EN COURS
        01 WS-VAL-A PIC X(30).
        01 WS-VAL-N PIC S9(11)V99.
        01 WS-VAL-ENTIER PIC 9(11).
        01 WS-VAL-ENTIER-X REDEFINES WS-VAL-ENTIER PIC X(11).
        01 WS-VAL-MONTANT PIC -ZZZZZZZ9.99.
        01 WS-VAL-TEXTE PIC X(15).
        01 WS-VAL-DEBUT PIC 9(2).
        01 WS-LG-VAL PIC 9(2).
        01 WS-VAL-FIN PIC 9(2).
        01 WS-CLE-MONTANT PIC 9(10)V99.
        01 WS-CLE-MONTANT-X REDEFINES WS-CLE-MONTANT PIC X(12).
        01 WS-CLE PIC X(15).
      *-- EVALUATION DES CRITERES
        01 WS-COMP PIC X(1).
        01 WS-CR-VRAI PIC X(1).
        01 WS-GROUPE-OK PIC X(1).
        01 WS-RETENU PIC X(1).
      *-- LIGNES CONSTRUITES
        01 WS-LIGNE-LISTE PIC X(80).
        01 WS-LIGNE-EXPORT PIC X(250).
        01 WS-POS PIC 9(3).
        01 WS-LG PIC 9(2).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-CARTES PIC 9(5) VALUE 0.
        01 WS-CPT-REJETEES PIC 9(5) VALUE 0.
        01 WS-CPT-SELECTION PIC 9(9) VALUE 0.
        01 WS-STATUT-PASSAGE PIC X(1).
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST173'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST173'.
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
              '   EXTRACTION CLIENTS A LA DEMANDE'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-REJET.
           05 FILLER PIC X(10) VALUE '   *** => '.
           05 WS-PRT-MOTIF PIC X(25).
           05 FILLER PIC X(45) VALUE ALL ' '.
        01 WS-LIGNE-OBJET.
           05 FILLER PIC X(9) VALUE ' OBJET : '.
           05 WS-PRT-OBJET PIC X(57).
           05 FILLER PIC X(14) VALUE ALL ' '.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZZZ9.
           05 FILLER PIC X(40) VALUE ALL ' '.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FSELCRT
           IF FS-SELCRT = '00'
              DISPLAY ' FILE SELCRT OPEN SUCCES : ' FS-SELCRT
           ELSE
              MOVE 'FSELCRT' TO WS-ERR-FICHIER
              MOVE FS-SELCRT TO WS-ERR-STATUT
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
           OPEN OUTPUT FEXPORT
           IF FS-EXPORT = '00'
              DISPLAY ' FILE EXPORT OPEN SUCCES : ' FS-EXPORT
           ELSE
              MOVE 'FEXPORT' TO WS-ERR-FICHIER
              MOVE FS-EXPORT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FEXTLOG
           IF FS-EXTLOG = '00'
              DISPLAY ' FILE EXTLOG OPEN SUCCES : ' FS-EXTLOG
           ELSE
              MOVE 'FEXTLOG' TO WS-ERR-FICHIER
              MOVE FS-EXTLOG TO WS-ERR-STATUT
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
           ACCEPT WS-JOUR-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-CHARGER-CARTES
           PERFORM FONCTION-COMPLETER-DEMANDE
           IF WS-CPT-REJETEES > 0
              MOVE 'E' TO WS-STATUT-PASSAGE
              DISPLAY ' CARTES EN ERREUR, AUCUNE EXTRACTION '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              MOVE 'O' TO WS-STATUT-PASSAGE
              SORT FSEL-WK
                   ON ASCENDING KEY SLW-CLE-A1
                   ON DESCENDING KEY SLW-CLE-D1
                   ON ASCENDING KEY SLW-CLE-A2
                   ON DESCENDING KEY SLW-CLE-D2
                   ON ASCENDING KEY SLW-CLE-A3
                   ON DESCENDING KEY SLW-CLE-D3
                   ON ASCENDING KEY SLW-NUM-COMPTE
                   INPUT PROCEDURE FONCTION-SELECTIONNER-CLIENTS
                   OUTPUT PROCEDURE IS FONCTION-PRODUIRE-SORTIE
              IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              END-IF
           END-IF
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-RESULTAT
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST173-DATE' TO WS-PARAM-CLE
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
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-TRT.
      **************************************************************
      * LECTURE DES CARTES DE SELECTION : CHAQUE CARTE EST LISTEE, *
      * CONTROLEE, RANGEE DANS SA TABLE ET JOURNALISEE             *
      **************************************************************
        FONCTION-CHARGER-CARTES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FSELCRT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND CRT-TYPE NOT = '*'
                 PERFORM FONCTION-TRAITER-CARTE
              END-IF
           END-PERFORM.
        FONCTION-TRAITER-CARTE.
           ADD 1 TO WS-CPT-CARTES
           MOVE SELCRT TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO WS-MOTIF-REJET
           EVALUATE CRT-TYPE
              WHEN 'S'
                 PERFORM FONCTION-CHARGER-CRITERE
              WHEN 'C'
                 PERFORM FONCTION-CHARGER-COLONNE
              WHEN 'T'
                 PERFORM FONCTION-CHARGER-TRI
              WHEN 'O'
                 PERFORM FONCTION-CHARGER-SORTIE
              WHEN OTHER
                 MOVE 'TYPE DE CARTE INVALIDE' TO WS-MOTIF-REJET
           END-EVALUATE
           IF WS-MOTIF-REJET NOT = SPACES
              ADD 1 TO WS-CPT-REJETEES
              MOVE WS-MOTIF-REJET TO WS-PRT-MOTIF
              MOVE WS-LIGNE-REJET TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF
           PERFORM FONCTION-JOURNALISER-CARTE.
        FONCTION-CHERCHER-CHAMP.
           MOVE 0 TO WS-CH-IX
           PERFORM VARYING WS-IX-DICO FROM 1 BY 1
                   UNTIL WS-IX-DICO > WS-DICO-NB
              IF WS-DICO-NOM(WS-IX-DICO) = CRT-CHAMP
                 MOVE WS-IX-DICO TO WS-CH-IX
              END-IF
           END-PERFORM
           IF WS-CH-IX = 0
              MOVE 'CHAMP INCONNU' TO WS-MOTIF-REJET
           END-IF.
      *-- LES VALEURS SONT RANGEES DANS LE POSTE SUIVANT DE LA TABLE,
      *-- QUI N'EST COMPTE QUE SI LA CARTE EST ACCEPTEE
        FONCTION-CHARGER-CRITERE.
           IF WS-CR-NB = 20
              MOVE 'TROP DE CRITERES' TO WS-MOTIF-REJET
           END-IF
           IF CRT-LIEN NOT = 'ET' AND CRT-LIEN NOT = 'OU'
              AND CRT-LIEN NOT = SPACES
              MOVE 'LIEN INVALIDE' TO WS-MOTIF-REJET
           END-IF
           IF CRT-OPER NOT = 'EQ' AND CRT-OPER NOT = 'NE'
              AND CRT-OPER NOT = 'GT' AND CRT-OPER NOT = 'GE'
              AND CRT-OPER NOT = 'LT' AND CRT-OPER NOT = 'LE'
              AND CRT-OPER NOT = 'IN' AND CRT-OPER NOT = 'BT'
              MOVE 'OPERATEUR INVALIDE' TO WS-MOTIF-REJET
           END-IF
           IF CRT-VALEUR = SPACES
              MOVE 'VALEUR ABSENTE' TO WS-MOTIF-REJET
           END-IF
           PERFORM FONCTION-CHERCHER-CHAMP
           IF WS-MOTIF-REJET = SPACES
              PERFORM FONCTION-DECOUPER-VALEURS
           END-IF
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-CR-NB
              IF CRT-LIEN = SPACES
                 MOVE 'ET' TO WS-CR-LIEN(WS-CR-NB)
              ELSE
                 MOVE CRT-LIEN TO WS-CR-LIEN(WS-CR-NB)
              END-IF
              MOVE WS-CH-IX TO WS-CR-CHAMP(WS-CR-NB)
              MOVE CRT-OPER TO WS-CR-OPER(WS-CR-NB)
              MOVE WS-UV-NB TO WS-CR-NB-VAL(WS-CR-NB)
           END-IF.
        FONCTION-DECOUPER-VALEURS.
           MOVE SPACES TO WS-TAB-UV
           MOVE 0 TO WS-UV-NB
           UNSTRING CRT-VALEUR DELIMITED BY ','
              INTO WS-UV(1) WS-UV(2) WS-UV(3) WS-UV(4) WS-UV(5)
                   WS-UV(6) WS-UV(7) WS-UV(8) WS-UV(9) WS-UV(10)
              TALLYING IN WS-UV-NB
              ON OVERFLOW
                 MOVE 'TROP DE VALEURS' TO WS-MOTIF-REJET
           END-UNSTRING
           IF CRT-OPER = 'BT' AND WS-UV-NB NOT = 2
              MOVE 'BT : DEUX VALEURS' TO WS-MOTIF-REJET
           END-IF
           IF CRT-OPER NOT = 'BT' AND CRT-OPER NOT = 'IN'
              AND WS-UV-NB > 1
              MOVE 'UNE SEULE VALEUR ATTENDUE' TO WS-MOTIF-REJET
           END-IF
           COMPUTE WS-IX-CR = WS-CR-NB + 1
           PERFORM VARYING WS-IX-VAL FROM 1 BY 1
                   UNTIL WS-IX-VAL > WS-UV-NB
              IF WS-UV(WS-IX-VAL) = SPACES
                 MOVE 'VALEUR ABSENTE' TO WS-MOTIF-REJET
              ELSE
                 PERFORM UNTIL WS-UV(WS-IX-VAL)(1:1) NOT = SPACE
                    MOVE WS-UV(WS-IX-VAL)(2:29) TO WS-UV-TMP
                    MOVE WS-UV-TMP TO WS-UV(WS-IX-VAL)
                 END-PERFORM
              END-IF
              MOVE WS-UV(WS-IX-VAL) TO WS-CR-VAL-A(WS-IX-CR, WS-IX-VAL)
              MOVE 0 TO WS-CR-VAL-N(WS-IX-CR, WS-IX-VAL)
              IF WS-DICO-TYPE(WS-CH-IX) NOT = 'A'
                 MOVE WS-UV(WS-IX-VAL) TO WS-PV-TEXTE
                 PERFORM FONCTION-LIRE-NOMBRE
                 IF WS-PV-OK = 'N'
                    MOVE 'VALEUR NON NUMERIQUE' TO WS-MOTIF-REJET
                 ELSE
                    MOVE WS-PV-RESULTAT
                         TO WS-CR-VAL-N(WS-IX-CR, WS-IX-VAL)
                 END-IF
              END-IF
           END-PERFORM.
      *-- NOMBRE DE CARTE : SIGNE '-' EN TETE, ONZE CHIFFRES ENTIERS
      *-- ET DEUX DECIMALES AU PLUS APRES UN POINT
        FONCTION-LIRE-NOMBRE.
           MOVE 0 TO WS-PV-ENTIER
           MOVE 0 TO WS-PV-DECIM
           MOVE 0 TO WS-PV-NB-ENT
           MOVE 0 TO WS-PV-NB-DEC
           MOVE 'E' TO WS-PV-PHASE
           MOVE '+' TO WS-PV-SIGNE
           MOVE 'N' TO WS-PV-FIN
           MOVE 'O' TO WS-PV-OK
           PERFORM VARYING WS-PV-IX FROM 1 BY 1
                   UNTIL WS-PV-IX > 30 OR WS-PV-FIN = 'O'
              MOVE WS-PV-TEXTE(WS-PV-IX:1) TO WS-PV-CAR
              EVALUATE TRUE
                 WHEN WS-PV-CAR = SPACE
                    MOVE 'O' TO WS-PV-FIN
                 WHEN WS-PV-CAR = '-' AND WS-PV-IX = 1
                    MOVE '-' TO WS-PV-SIGNE
                 WHEN WS-PV-CAR = '.' AND WS-PV-PHASE = 'E'
                    MOVE 'D' TO WS-PV-PHASE
                 WHEN WS-PV-CAR NUMERIC
                    MOVE WS-PV-CAR TO WS-PV-CHIFFRE-X
                    IF WS-PV-PHASE = 'E'
                       ADD 1 TO WS-PV-NB-ENT
                       IF WS-PV-NB-ENT > 11
                          MOVE 'N' TO WS-PV-OK
                       ELSE
                          COMPUTE WS-PV-ENTIER = WS-PV-ENTIER * 10
                                               + WS-PV-CHIFFRE
                       END-IF
                    ELSE
                       ADD 1 TO WS-PV-NB-DEC
                       EVALUATE WS-PV-NB-DEC
                          WHEN 1
                             COMPUTE WS-PV-DECIM = WS-PV-CHIFFRE * 10
                          WHEN 2
                             ADD WS-PV-CHIFFRE TO WS-PV-DECIM
                          WHEN OTHER
                             MOVE 'N' TO WS-PV-OK
                       END-EVALUATE
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-PV-OK
              END-EVALUATE
           END-PERFORM
           IF WS-PV-FIN = 'O' AND WS-PV-IX NOT > 30
              IF WS-PV-TEXTE(WS-PV-IX:) NOT = SPACES
                 MOVE 'N' TO WS-PV-OK
              END-IF
           END-IF
           IF WS-PV-NB-ENT + WS-PV-NB-DEC = 0
              MOVE 'N' TO WS-PV-OK
           END-IF
           COMPUTE WS-PV-RESULTAT = WS-PV-ENTIER + WS-PV-DECIM / 100
           IF WS-PV-SIGNE = '-'
              COMPUTE WS-PV-RESULTAT = 0 - WS-PV-RESULTAT
           END-IF.
        FONCTION-CHARGER-COLONNE.
           IF WS-CO-NB = 12
              MOVE 'TROP DE COLONNES' TO WS-MOTIF-REJET
           END-IF
           PERFORM FONCTION-CHERCHER-CHAMP
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-CO-NB
              MOVE WS-CH-IX TO WS-CO-CHAMP(WS-CO-NB)
           END-IF.
        FONCTION-CHARGER-TRI.
           IF WS-TRI-NB = 3
              MOVE 'TROP DE CLES DE TRI' TO WS-MOTIF-REJET
           END-IF
           IF CRT-OPER(1:1) NOT = 'A' AND CRT-OPER(1:1) NOT = 'D'
              AND CRT-OPER(1:1) NOT = SPACE
              MOVE 'SENS DE TRI INVALIDE' TO WS-MOTIF-REJET
           END-IF
           PERFORM FONCTION-CHERCHER-CHAMP
           IF WS-MOTIF-REJET = SPACES
              ADD 1 TO WS-TRI-NB
              MOVE WS-CH-IX TO WS-TRI-CHAMP(WS-TRI-NB)
              IF CRT-OPER(1:1) = 'D'
                 MOVE 'D' TO WS-TRI-SENS(WS-TRI-NB)
              ELSE
                 MOVE 'A' TO WS-TRI-SENS(WS-TRI-NB)
              END-IF
           END-IF.
        FONCTION-CHARGER-SORTIE.
           IF CRT-OPER(1:1) = 'L' OR CRT-OPER(1:1) = 'D'
              MOVE CRT-OPER(1:1) TO WS-SORTIE
              MOVE CRT-VALEUR TO WS-OBJET
           ELSE
              MOVE 'SORTIE INVALIDE' TO WS-MOTIF-REJET
           END-IF.
        FONCTION-JOURNALISER-CARTE.
           MOVE SPACES TO EXTLOG-REC
           MOVE WS-DATE-TRT TO EXL-DATE
           MOVE WS-JOUR-SYS TO EXL-JOUR-SYS
           MOVE WS-HEURE-SYS TO EXL-HEURE
           MOVE 'C' TO EXL-TYPE
           MOVE SELCRT TO EXL-CARTE
           MOVE 0 TO EXL-NB-LUS
           MOVE 0 TO EXL-NB-SELECTION
           IF WS-MOTIF-REJET = SPACES
              MOVE 'O' TO EXL-STATUT
           ELSE
              MOVE 'E' TO EXL-STATUT
           END-IF
           PERFORM FONCTION-ECRIRE-EXTLOG.
        FONCTION-ECRIRE-EXTLOG.
           WRITE EXTLOG-REC
           IF FS-EXTLOG NOT = '00'
              MOVE 'FEXTLOG' TO WS-ERR-FICHIER
              MOVE FS-EXTLOG TO WS-ERR-STATUT
              MOVE 'FONCTION-ECRIRE-EXTLOG' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- COLONNES PAR DEFAUT ET COLONNES TENANT DANS LA LISTE DE
      *-- 80 CARACTERES ; LE FICHIER DELIMITE LES REPREND TOUTES
        FONCTION-COMPLETER-DEMANDE.
           IF WS-CO-NB = 0
              MOVE 5 TO WS-CO-NB
              MOVE 1 TO WS-CO-CHAMP(1)
              MOVE 4 TO WS-CO-CHAMP(2)
              MOVE 5 TO WS-CO-CHAMP(3)
              MOVE 2 TO WS-CO-CHAMP(4)
              MOVE 11 TO WS-CO-CHAMP(5)
           END-IF
           MOVE 0 TO WS-CO-NB-LISTE
           MOVE 2 TO WS-POS
           PERFORM VARYING WS-IX-CO FROM 1 BY 1
                   UNTIL WS-IX-CO > WS-CO-NB
              MOVE WS-CO-CHAMP(WS-IX-CO) TO WS-CH-IX
              IF WS-CO-NB-LISTE + 1 = WS-IX-CO
                 AND WS-POS + WS-DICO-LARG(WS-CH-IX) - 1 NOT > 80
                 ADD 1 TO WS-CO-NB-LISTE
                 COMPUTE WS-POS = WS-POS + WS-DICO-LARG(WS-CH-IX) + 1
              END-IF
           END-PERFORM
           IF WS-SORTIE = 'L' AND WS-CO-NB-LISTE < WS-CO-NB
              DISPLAY ' COLONNES AU-DELA DE 80 CARACTERES IGNOREES '
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           MOVE WS-OBJET TO WS-PRT-OBJET
           MOVE WS-LIGNE-OBJET TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * SELECTION SUR L'EXTRAIT : UN CLIENT RETENU EST PASSE AU TRI *
      * AVEC SES CLES DE TRI                                       *
      **************************************************************
        FONCTION-SELECTIONNER-CLIENTS.
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI NOT = '00'
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-SELECTIONNER-CLIENTS'
                   TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'N' TO WS-FIN-CLIENT
           PERFORM FONCTION-LIRE-CLIENT
           PERFORM UNTIL WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-EVALUER-CLIENT
              IF WS-RETENU = 'O'
                 PERFORM FONCTION-LIBERER-CLIENT
              END-IF
              PERFORM FONCTION-LIRE-CLIENT
           END-PERFORM
           CLOSE FSNAPCLI.
      *-- LE ET PRIME SUR LE OU : UN CRITERE LIE PAR OU OUVRE UN
      *-- NOUVEAU GROUPE ; LE CLIENT EST RETENU DES QU'UN GROUPE A
      *-- TOUS SES CRITERES VERIFIES. UN GROUPE DEJA EN ECHEC N'EST
      *-- PLUS EVALUE
        FONCTION-EVALUER-CLIENT.
           MOVE 'N' TO WS-RETENU
           MOVE 'O' TO WS-GROUPE-OK
           PERFORM VARYING WS-IX-CR FROM 1 BY 1
                   UNTIL WS-IX-CR > WS-CR-NB
              IF WS-IX-CR > 1 AND WS-CR-LIEN(WS-IX-CR) = 'OU'
                 IF WS-GROUPE-OK = 'O'
                    MOVE 'O' TO WS-RETENU
                 END-IF
                 MOVE 'O' TO WS-GROUPE-OK
              END-IF
              IF WS-GROUPE-OK = 'O'
                 PERFORM FONCTION-EVALUER-CRITERE
                 IF WS-CR-VRAI = 'N'
                    MOVE 'N' TO WS-GROUPE-OK
                 END-IF
              END-IF
           END-PERFORM
           IF WS-GROUPE-OK = 'O'
              MOVE 'O' TO WS-RETENU
           END-IF.
        FONCTION-EVALUER-CRITERE.
           MOVE WS-CR-CHAMP(WS-IX-CR) TO WS-CH-IX
           PERFORM FONCTION-EXTRAIRE-CHAMP
           MOVE 'N' TO WS-CR-VRAI
           EVALUATE WS-CR-OPER(WS-IX-CR)
              WHEN 'IN'
                 PERFORM VARYING WS-IX-VAL FROM 1 BY 1
                         UNTIL WS-IX-VAL > WS-CR-NB-VAL(WS-IX-CR)
                    PERFORM FONCTION-COMPARER-VALEUR
                    IF WS-COMP = '='
                       MOVE 'O' TO WS-CR-VRAI
                    END-IF
                 END-PERFORM
              WHEN 'BT'
                 MOVE 1 TO WS-IX-VAL
                 PERFORM FONCTION-COMPARER-VALEUR
                 IF WS-COMP NOT = '<'
                    MOVE 2 TO WS-IX-VAL
                    PERFORM FONCTION-COMPARER-VALEUR
                    IF WS-COMP NOT = '>'
                       MOVE 'O' TO WS-CR-VRAI
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 1 TO WS-IX-VAL
                 PERFORM FONCTION-COMPARER-VALEUR
                 EVALUATE TRUE
                    WHEN WS-CR-OPER(WS-IX-CR) = 'EQ'
                         AND WS-COMP = '='
                    WHEN WS-CR-OPER(WS-IX-CR) = 'NE'
                         AND WS-COMP NOT = '='
                    WHEN WS-CR-OPER(WS-IX-CR) = 'GT'
                         AND WS-COMP = '>'
                    WHEN WS-CR-OPER(WS-IX-CR) = 'GE'
                         AND WS-COMP NOT = '<'
                    WHEN WS-CR-OPER(WS-IX-CR) = 'LT'
                         AND WS-COMP = '<'
                    WHEN WS-CR-OPER(WS-IX-CR) = 'LE'
                         AND WS-COMP NOT = '>'
                       MOVE 'O' TO WS-CR-VRAI
                 END-EVALUATE
           END-EVALUATE.
      *-- POSITION DE LA VALEUR DU CLIENT PAR RAPPORT A LA VALEUR DE
      *-- CARTE : ALPHANUMERIQUE OU NUMERIQUE SELON LE CHAMP
        FONCTION-COMPARER-VALEUR.
           IF WS-DICO-TYPE(WS-CH-IX) = 'A'
              EVALUATE TRUE
                 WHEN WS-VAL-A < WS-CR-VAL-A(WS-IX-CR, WS-IX-VAL)
                    MOVE '<' TO WS-COMP
                 WHEN WS-VAL-A > WS-CR-VAL-A(WS-IX-CR, WS-IX-VAL)
                    MOVE '>' TO WS-COMP
                 WHEN OTHER
                    MOVE '=' TO WS-COMP
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN WS-VAL-N < WS-CR-VAL-N(WS-IX-CR, WS-IX-VAL)
                    MOVE '<' TO WS-COMP
                 WHEN WS-VAL-N > WS-CR-VAL-N(WS-IX-CR, WS-IX-VAL)
                    MOVE '>' TO WS-COMP
                 WHEN OTHER
                    MOVE '=' TO WS-COMP
              END-EVALUATE
           END-IF.
      *-- VALEUR DU CHAMP WS-CH-IX DU DICTIONNAIRE POUR LE COMPTE EN
      *-- COURS (IMAGE FCLIENT ET ZONES DE L'EXTRAIT)
        FONCTION-EXTRAIRE-CHAMP.
           MOVE SPACES TO WS-VAL-A
           MOVE 0 TO WS-VAL-N
           EVALUATE WS-CH-IX
              WHEN 1
                 MOVE NU-COMPTE TO WS-VAL-A
              WHEN 2
                 MOVE CODE-REGION TO WS-VAL-N
              WHEN 3
                 MOVE NAT-COMPTE TO WS-VAL-N
              WHEN 4
                 MOVE NOM-CLIENT TO WS-VAL-A
              WHEN 5
                 MOVE PRENOM-CLIENT TO WS-VAL-A
              WHEN 6
                 MOVE DATE-NAIS TO WS-VAL-N
              WHEN 7
                 MOVE SEXE TO WS-VAL-A
              WHEN 8
                 MOVE ACTI-PRO TO WS-VAL-N
              WHEN 9
                 MOVE SIT-SOCIAL TO WS-VAL-A
              WHEN 10
                 MOVE ADRESSE TO WS-VAL-A
              WHEN 11
                 MOVE SOLDE TO WS-VAL-N
              WHEN 12
                 MOVE POSIT TO WS-VAL-A
              WHEN 13
                 MOVE EMAIL-CLIENT TO WS-VAL-A
              WHEN 14
                 MOVE TEL-CLIENT TO WS-VAL-A
              WHEN 15
                 MOVE STATUT-COMPTE TO WS-VAL-A
              WHEN 16
                 MOVE DATE-CLOTURE TO WS-VAL-N
              WHEN 17
                 MOVE GEST-EMPLOYE TO WS-VAL-N
              WHEN 18
                 MOVE WS-IMG-NOM-REGION TO WS-VAL-A
              WHEN 19
                 MOVE WS-IMG-AGE TO WS-VAL-N
              WHEN 20
                 MOVE WS-IMG-SCORE TO WS-VAL-N
              WHEN 21
                 MOVE WS-IMG-SEGMENT TO WS-VAL-A
              WHEN 22
                 MOVE WS-IMG-AGENCE TO WS-VAL-A
              WHEN 23
                 MOVE WS-IMG-NOM-AGENCE TO WS-VAL-A
              WHEN 24
                 MOVE WS-IMG-NUM-PERSONNE TO WS-VAL-A
           END-EVALUATE.
      *-- CLES DE TRI : VALEUR ALPHANUMERIQUE, ENTIER CADRE SUR ONZE
      *-- CHIFFRES, MONTANT DECALE DE 1 000 000 000 POUR QUE L'ORDRE
      *-- DES CARACTERES SUIVE L'ORDRE DES VALEURS SIGNEES
        FONCTION-LIBERER-CLIENT.
           ADD 1 TO WS-CPT-SELECTION
           MOVE SPACES TO SLW-CLES
           PERFORM VARYING WS-IX-TRI FROM 1 BY 1
                   UNTIL WS-IX-TRI > WS-TRI-NB
              MOVE WS-TRI-CHAMP(WS-IX-TRI) TO WS-CH-IX
              PERFORM FONCTION-EXTRAIRE-CHAMP
              EVALUATE WS-DICO-TYPE(WS-CH-IX)
                 WHEN 'A'
                    MOVE WS-VAL-A TO WS-CLE
                 WHEN 'N'
                    MOVE WS-VAL-N TO WS-VAL-ENTIER
                    MOVE WS-VAL-ENTIER-X TO WS-CLE
                 WHEN OTHER
                    COMPUTE WS-CLE-MONTANT = WS-VAL-N + 1000000000
                    MOVE WS-CLE-MONTANT-X TO WS-CLE
              END-EVALUATE
              PERFORM FONCTION-RANGER-CLE
           END-PERFORM
           MOVE NU-COMPTE TO SLW-NUM-COMPTE
           MOVE WS-IMAGE-SNAP TO SLW-SNAP
           RELEASE SEL-WK.
        FONCTION-RANGER-CLE.
           IF WS-TRI-SENS(WS-IX-TRI) = 'D'
              EVALUATE WS-IX-TRI
                 WHEN 1
                    MOVE WS-CLE TO SLW-CLE-D1
                 WHEN 2
                    MOVE WS-CLE TO SLW-CLE-D2
                 WHEN 3
                    MOVE WS-CLE TO SLW-CLE-D3
              END-EVALUATE
           ELSE
              EVALUATE WS-IX-TRI
                 WHEN 1
                    MOVE WS-CLE TO SLW-CLE-A1
                 WHEN 2
                    MOVE WS-CLE TO SLW-CLE-A2
                 WHEN 3
                    MOVE WS-CLE TO SLW-CLE-A3
              END-EVALUATE
           END-IF.
        FONCTION-LIRE-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-FIN-CLIENT
           END-READ
           IF WS-FIN-CLIENT = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-FIN-CLIENT
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE CLISNAP TO WS-IMAGE-SNAP
                 MOVE SNP-CLIENT TO CLIENT
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
      * SORTIE DES CLIENTS RETENUS DANS L'ORDRE DEMANDE : LISTE    *
      * EDITEE OU FICHIER DELIMITE                                 *
      **************************************************************
        FONCTION-PRODUIRE-SORTIE.
           IF WS-SORTIE = 'L'
              PERFORM FONCTION-PRINT-ENTETE-LISTE
           ELSE
              PERFORM FONCTION-EXPORTER-ENTETE
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-SEL-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE SLW-SNAP TO WS-IMAGE-SNAP
              MOVE WS-IMG-CLIENT TO CLIENT
              IF WS-SORTIE = 'L'
                 PERFORM FONCTION-PRINT-CLIENT
              ELSE
                 PERFORM FONCTION-EXPORTER-CLIENT
              END-IF
              PERFORM FONCTION-READ-SEL-WK
           END-PERFORM
           IF WS-SORTIE = 'L'
              MOVE WS-LIGNE01 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF.
        FONCTION-READ-SEL-WK.
           RETURN FSEL-WK
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
        FONCTION-PRINT-ENTETE-LISTE.
           MOVE SPACES TO WS-LIGNE-LISTE
           MOVE 2 TO WS-POS
           PERFORM VARYING WS-IX-CO FROM 1 BY 1
                   UNTIL WS-IX-CO > WS-CO-NB-LISTE
              MOVE WS-CO-CHAMP(WS-IX-CO) TO WS-CH-IX
              MOVE WS-DICO-LARG(WS-CH-IX) TO WS-LG
              MOVE WS-DICO-ENTETE(WS-CH-IX)
                   TO WS-LIGNE-LISTE(WS-POS:WS-LG)
              COMPUTE WS-POS = WS-POS + WS-LG + 1
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-LISTE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-CLIENT.
           MOVE SPACES TO WS-LIGNE-LISTE
           MOVE 2 TO WS-POS
           PERFORM VARYING WS-IX-CO FROM 1 BY 1
                   UNTIL WS-IX-CO > WS-CO-NB-LISTE
              MOVE WS-CO-CHAMP(WS-IX-CO) TO WS-CH-IX
              PERFORM FONCTION-EXTRAIRE-CHAMP
              PERFORM FONCTION-FORMATER-CHAMP
              MOVE WS-DICO-LARG(WS-CH-IX) TO WS-LG
              MOVE WS-VAL-TEXTE TO WS-LIGNE-LISTE(WS-POS:WS-LG)
              COMPUTE WS-POS = WS-POS + WS-LG + 1
           END-PERFORM
           MOVE WS-LIGNE-LISTE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- FICHIER DELIMITE : NOMS DES CHAMPS EN PREMIERE LIGNE, PUIS
      *-- UNE LIGNE PAR CLIENT, VALEURS SANS BLANCS DE CADRAGE
        FONCTION-EXPORTER-ENTETE.
           MOVE SPACES TO WS-LIGNE-EXPORT
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-IX-CO FROM 1 BY 1
                   UNTIL WS-IX-CO > WS-CO-NB
              MOVE WS-CO-CHAMP(WS-IX-CO) TO WS-CH-IX
              IF WS-IX-CO > 1
                 STRING ';' DELIMITED BY SIZE
                        INTO WS-LIGNE-EXPORT WITH POINTER WS-POS
              END-IF
              STRING WS-DICO-NOM(WS-CH-IX) DELIMITED BY SPACE
                     INTO WS-LIGNE-EXPORT WITH POINTER WS-POS
           END-PERFORM
           WRITE EXPORT-REC FROM WS-LIGNE-EXPORT.
        FONCTION-EXPORTER-CLIENT.
           MOVE SPACES TO WS-LIGNE-EXPORT
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-IX-CO FROM 1 BY 1
                   UNTIL WS-IX-CO > WS-CO-NB
              MOVE WS-CO-CHAMP(WS-IX-CO) TO WS-CH-IX
              IF WS-IX-CO > 1
                 STRING ';' DELIMITED BY SIZE
                        INTO WS-LIGNE-EXPORT WITH POINTER WS-POS
              END-IF
              PERFORM FONCTION-EXTRAIRE-CHAMP
              PERFORM FONCTION-FORMATER-CHAMP
              IF WS-VAL-TEXTE NOT = SPACES
                 MOVE 1 TO WS-VAL-DEBUT
                 PERFORM UNTIL WS-VAL-TEXTE(WS-VAL-DEBUT:1) NOT = SPACE
                    ADD 1 TO WS-VAL-DEBUT
                 END-PERFORM
                 MOVE 15 TO WS-VAL-FIN
                 PERFORM UNTIL WS-VAL-TEXTE(WS-VAL-FIN:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-VAL-FIN
                 END-PERFORM
                 COMPUTE WS-LG-VAL = WS-VAL-FIN - WS-VAL-DEBUT + 1
                 STRING WS-VAL-TEXTE(WS-VAL-DEBUT:WS-LG-VAL)
                        DELIMITED BY SIZE
                        INTO WS-LIGNE-EXPORT WITH POINTER WS-POS
              END-IF
           END-PERFORM
           WRITE EXPORT-REC FROM WS-LIGNE-EXPORT.
      *-- TEXTE DE LA VALEUR : ENTIER SUR SA LONGUEUR AVEC SES ZEROS,
      *-- MONTANT EDITE SIGNE
        FONCTION-FORMATER-CHAMP.
           MOVE SPACES TO WS-VAL-TEXTE
           EVALUATE WS-DICO-TYPE(WS-CH-IX)
              WHEN 'A'
                 MOVE WS-VAL-A TO WS-VAL-TEXTE
              WHEN 'N'
                 MOVE WS-VAL-N TO WS-VAL-ENTIER
                 MOVE WS-DICO-LONG(WS-CH-IX) TO WS-LG-VAL
                 COMPUTE WS-VAL-DEBUT = 12 - WS-LG-VAL
                 MOVE WS-VAL-ENTIER-X(WS-VAL-DEBUT:WS-LG-VAL)
                      TO WS-VAL-TEXTE
              WHEN OTHER
                 MOVE WS-VAL-N TO WS-VAL-MONTANT
                 MOVE WS-VAL-MONTANT TO WS-VAL-TEXTE
           END-EVALUATE.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE ' CARTES DE SELECTION :' TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE 'CARTES LUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CARTES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'CARTES EN ERREUR' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REJETEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COMPTES LUS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-SNP-LUS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COMPTES RETENUS' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SELECTION TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 7 TO WS-CPT-LIGNES-TOT
           DISPLAY ' CARTES LUES        : ' WS-CPT-CARTES
           DISPLAY ' CARTES EN ERREUR   : ' WS-CPT-REJETEES
           DISPLAY ' COMPTES LUS        : ' WS-SNP-LUS
           DISPLAY ' COMPTES RETENUS    : ' WS-CPT-SELECTION.
        FONCTION-ECRIRE-RESULTAT.
           MOVE SPACES TO EXTLOG-REC
           MOVE WS-DATE-TRT TO EXL-DATE
           MOVE WS-JOUR-SYS TO EXL-JOUR-SYS
           MOVE WS-HEURE-SYS TO EXL-HEURE
           MOVE 'R' TO EXL-TYPE
           MOVE WS-OBJET TO EXL-CARTE
           MOVE WS-SNP-LUS TO EXL-NB-LUS
           MOVE WS-CPT-SELECTION TO EXL-NB-SELECTION
           MOVE WS-SORTIE TO EXL-SORTIE
           MOVE WS-STATUT-PASSAGE TO EXL-STATUT
           PERFORM FONCTION-ECRIRE-EXTLOG.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
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
           MOVE 'QUEST173' TO CTLLOG-JOB
           MOVE ' CLIENTS SELECTIONNES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-SELECTION TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST173' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSELCRT
           CLOSE FPRINT
           CLOSE FEXPORT
           CLOSE FEXTLOG
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
