      **************************************************************
      *PROGRAMME DE FILTRAGE DES SANCTIONS ET DU GEL DES AVOIRS :   *
      *LA SURVEILLANCE QUEST75 NE REGARDE QUE LES MONTANTS, ET      *
      *PERSONNE NE CONFRONTAIT LES NOMS A LA LISTE OFFICIELLE. LA   *
      *LISTE PUBLIEE (FSANCTIO, REMPLACEE A CHAQUE PUBLICATION) EST *
      *CHARGEE EN TABLE ; CHAQUE NOM EST NORMALISE (LETTRES SEULES, *
      *DIX PREMIERES, LONGUEUR DES NOMS FCLIENT) ET RESUME PAR SON  *
      *CODE PHONETIQUE (SOUNDEX). SONT CONFRONTES A LA LISTE : LES  *
      *TITULAIRES FCLIENT (COMPTES NON CLOS), LES PERSONNES DU      *
      *REFERENTIEL FPERSON, LES COTITULAIRES FCOTITU ET LE NOM DU   *
      *BENEFICIAIRE DES ORDRES DE VIREMENT SORTANTS FVIRSOR AVANT   *
      *LEUR EMISSION PAR QUEST96. SCORE DE CORRESPONDANCE :         *
      *  100 NOM ET PRENOM IDENTIQUES,  90 NOM ET PRENOM INVERSES,  *
      *   80 NOM IDENTIQUE ET MEME INITIALE DE PRENOM,              *
      *   70 NOM PHONETIQUE ET MEME INITIALE, 60 NOM IDENTIQUE,     *
      *   50 NOM PHONETIQUE SEUL ; DATE DE NAISSANCE CONNUE DES     *
      *   DEUX COTES : +10 SI EGALE, -20 SI DIFFERENTE.             *
      *A PARTIR DU SEUIL QUEST120-SEUIL (DEFAUT 70) LA              *
      *CORRESPONDANCE EST RANGEE DANS LE FICHIER DE REVUE FSANREV   *
      *(UNE SEULE FOIS : UNE ALERTE ECARTEE NE REVIENT PAS).        *
      *LES DECISIONS DE LA CONFORMITE (FSANDEC : 'C' CONFIRMEE,     *
      *'F' FAUX POSITIF) SONT APPLIQUEES EN DEBUT DE PASSAGE ; UNE  *
      *CORRESPONDANCE CONFIRMEE POSE UN BLOCAGE JURIDIQUE DE TYPE   *
      *'G' (GEL DES AVOIRS) DANS FBLOCAGE SUR LE COMPTE CONCERNE -  *
      *TOUS LES COMPTES RATTACHES (FCLILINK) POUR UNE PERSONNE, LE  *
      *COMPTE DONNEUR D'ORDRE POUR UN BENEFICIAIRE - ET LE COMPTE   *
      *EST GELE DES LA CHAINE DE LA NUIT (QUEST33, QUEST30, QUEST96)*
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST120.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSANCTIO ASSIGN TO DDSANCTI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SANCTIO.
           SELECT FSANDEC ASSIGN TO DDSANDEC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SANDEC.
           SELECT FSANREV ASSIGN TO DDSANREV
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SRV-CLE
           FILE STATUS IS FS-SANREV.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FVIRSOR ASSIGN TO DDVIRSOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-VIRSOR.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
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
        FD FSANCTIO.
        01 SANCTION.
           05 SAN-REFERENCE PIC X(10).
           05 SAN-NOM PIC X(30).
           05 SAN-PRENOM PIC X(30).
           05 SAN-DATE-NAIS PIC X(8).
           05 SAN-NATURE PIC X(1).
           05 FILLER PIC X(1).
        FD FSANDEC.
        01 SANDEC.
           05 DEC-CLE.
              10 DEC-SOURCE PIC X(1).
              10 DEC-IDENT PIC X(8).
              10 DEC-REF-LISTE PIC X(10).
           05 DEC-DECISION PIC X(1).
           05 DEC-OPERATEUR PIC X(8).
           05 FILLER PIC X(52).
        FD FSANREV.
        01 SANREV.
           05 SRV-CLE.
              10 SRV-SOURCE PIC X(1).
              10 SRV-IDENT PIC X(8).
              10 SRV-REF-LISTE PIC X(10).
           05 SRV-NUM-COMPTE PIC X(6).
           05 SRV-NOM PIC X(10).
           05 SRV-PRENOM PIC X(10).
           05 SRV-SCORE PIC 9(3).
           05 SRV-STATUT PIC X(1).
           05 SRV-DATE-DETECT PIC X(10).
           05 SRV-DATE-DECISION PIC X(10).
           05 SRV-OPERATEUR PIC X(8).
           05 FILLER PIC X(3).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        FD FCOTITU.
        01 COTITU.
           05 COT-CLE.
              10 COT-NUM-COMPTE PIC X(6).
              10 COT-SEQ PIC 9(2).
           05 COT-NOM PIC X(10).
           05 COT-PRENOM PIC X(10).
           05 COT-ROLE PIC X(1).
           05 FILLER PIC X(51).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FVIRSOR.
        01 VIRSOR.
           05 VSO-COMPTE PIC X(6).
           05 VSO-BENEFICIAIRE PIC X(6).
           05 VSO-MONTANT PIC X(10).
           05 VSO-DATE PIC X(8).
           05 VSO-IBAN PIC X(34).
           05 VSO-NOM-BENEF PIC X(16).
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-SANCTIO PIC X(2).
        01 FS-SANDEC PIC X(2).
        01 FS-SANREV PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-VIRSOR PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-CLILINK PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-SEUIL PIC 9(3).
        01 WS-I PIC 9(2).
        01 WS-J PIC 9(2).
        01 WS-CAR PIC X(1).
        01 WS-CODE PIC X(1).
        01 WS-CODE-PREC PIC X(1).
        01 WS-NORM-ENTREE PIC X(30).
        01 WS-NORM-SORTIE PIC X(30).
        01 WS-PHON PIC X(4).
        01 WS-PHON-CODES PIC X(30).
        01 WS-SCORE PIC S9(3).
        01 WS-DECISION-ANO PIC X(30).
      *-- LE CANDIDAT CONFRONTE A LA LISTE
        01 WS-CANDIDAT.
           05 WS-CAND-SOURCE PIC X(1).
           05 WS-CAND-IDENT PIC X(8).
           05 WS-CAND-COMPTE PIC X(6).
           05 WS-CAND-NOM PIC X(10).
           05 WS-CAND-PRENOM PIC X(10).
           05 WS-CAND-DATE-NAIS PIC X(8).
           05 WS-CAND-NOM-NORM PIC X(10).
           05 WS-CAND-PRENOM-NORM PIC X(10).
           05 WS-CAND-PHON PIC X(4).
        01 WS-NOM-BENEF PIC X(16).
        01 WS-TAB-SANCTIONS.
           05 WS-TAB-SA-NB PIC 9(5) VALUE 0.
           05 WS-TAB-SA-ENTREE OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-TAB-SA-NB
                INDEXED BY WS-SA-IDX.
              10 WS-TAB-SA-REF PIC X(10).
              10 WS-TAB-SA-NOM PIC X(10).
              10 WS-TAB-SA-PRENOM PIC X(10).
              10 WS-TAB-SA-PHON PIC X(4).
              10 WS-TAB-SA-DATE-NAIS PIC X(8).
        01 WS-CPT-LISTE PIC 9(7) VALUE 0.
        01 WS-CPT-FILTRES PIC 9(7) VALUE 0.
        01 WS-CPT-ALERTES PIC 9(7) VALUE 0.
        01 WS-CPT-DECISIONS PIC 9(7) VALUE 0.
        01 WS-CPT-BLOCAGES PIC 9(7) VALUE 0.
        01 WS-CPT-ANOMALIES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST120'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST120'.
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
              ' DECISIONS DE LA CONFORMITE APPLIQUEES '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' NOUVELLES CORRESPONDANCES A REVOIR '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-DECISION.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEC-CLE PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEC-DECISION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEC-OPERATEUR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEC-TEXTE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DEC-COMPTE PIC X(6).
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-ALERTE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SOURCE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-IDENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(8) VALUE ' LISTE '.
           05 WS-PRT-REF PIC X(10).
           05 FILLER PIC X(8) VALUE ' SCORE '.
           05 WS-PRT-SCORE PIC ZZ9.
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' LISTE '.
           05 WS-PRT-LISTE PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE ' FILTRES '.
           05 WS-PRT-FILTRES PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE ' ALERTES '.
           05 WS-PRT-ALERTES PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' BLOCAGES '.
           05 WS-PRT-BLOCAGES PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FSANCTIO
           IF FS-SANCTIO = '00'
              DISPLAY ' FILE SANCTIO OPEN SUCCES : ' FS-SANCTIO
           ELSE
              MOVE 'FSANCTIO' TO WS-ERR-FICHIER
              MOVE FS-SANCTIO TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSANDEC
           IF FS-SANDEC = '00'
              DISPLAY ' FILE SANDEC OPEN SUCCES : ' FS-SANDEC
           ELSE
              MOVE 'FSANDEC' TO WS-ERR-FICHIER
              MOVE FS-SANDEC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FSANREV
           IF FS-SANREV = '00'
              DISPLAY ' FILE SANREV OPEN SUCCES : ' FS-SANREV
           ELSE
              MOVE 'FSANREV' TO WS-ERR-FICHIER
              MOVE FS-SANREV TO WS-ERR-STATUT
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
           OPEN INPUT FPERSON
           IF FS-PERSON = '00'
              DISPLAY ' FILE PERSON OPEN SUCCES : ' FS-PERSON
           ELSE
              MOVE 'FPERSON' TO WS-ERR-FICHIER
              MOVE FS-PERSON TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCOTITU
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLILINK
           IF FS-CLILINK = '00'
              DISPLAY ' FILE CLILINK OPEN SUCCES : ' FS-CLILINK
           ELSE
              MOVE 'FCLILINK' TO WS-ERR-FICHIER
              MOVE FS-CLILINK TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FVIRSOR
           IF FS-VIRSOR = '00'
              DISPLAY ' FILE VIRSOR OPEN SUCCES : ' FS-VIRSOR
           ELSE
              MOVE 'FVIRSOR' TO WS-ERR-FICHIER
              MOVE FS-VIRSOR TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FBLOCAGE
           IF FS-BLOCAGE = '00'
              DISPLAY ' FILE BLOCAGE OPEN SUCCES : ' FS-BLOCAGE
           ELSE
              MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
              MOVE FS-BLOCAGE TO WS-ERR-STATUT
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
           PERFORM FONCTION-CHARGER-LISTE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-SANDEC
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-DECISIONS
              PERFORM FONCTION-APPLIQUER-DECISION
              PERFORM FONCTION-READ-SANDEC
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM FONCTION-FILTRER-CLIENTS
           PERFORM FONCTION-FILTRER-PERSONNES
           PERFORM FONCTION-FILTRER-COTITULAIRES
           PERFORM FONCTION-FILTRER-VIREMENTS
           PERFORM FONCTION-PRINT-TOTAL
           DISPLAY ' NOMS FILTRES : ' WS-CPT-FILTRES
           DISPLAY ' ALERTES NOUVELLES : ' WS-CPT-ALERTES
           DISPLAY ' BLOCAGES POSES : ' WS-CPT-BLOCAGES
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-ALERTES > 0 OR WS-CPT-ANOMALIES > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST120-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST120-SEUIL' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '70' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              MOVE 70 TO WS-SEUIL
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-SEUIL
           END-IF
           IF WS-SEUIL < 50 OR WS-SEUIL > 100
              DISPLAY ' SEUIL HORS BORNES (50 A 100) : ' WS-SEUIL
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * CHARGEMENT DE LA LISTE PUBLIEE : NOM ET PRENOM NORMALISES, *
      * CODE PHONETIQUE DU NOM                                     *
      **************************************************************
        FONCTION-CHARGER-LISTE.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-SANCTIO
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LISTE
              IF WS-TAB-SA-NB < 5000
                 ADD 1 TO WS-TAB-SA-NB
                 SET WS-SA-IDX TO WS-TAB-SA-NB
                 MOVE SAN-REFERENCE TO WS-TAB-SA-REF(WS-SA-IDX)
                 MOVE SAN-NOM TO WS-NORM-ENTREE
                 PERFORM FONCTION-NORMALISER
                 MOVE WS-NORM-SORTIE TO WS-TAB-SA-NOM(WS-SA-IDX)
                 PERFORM FONCTION-CODER-PHONETIQUE
                 MOVE WS-PHON TO WS-TAB-SA-PHON(WS-SA-IDX)
                 MOVE SAN-PRENOM TO WS-NORM-ENTREE
                 PERFORM FONCTION-NORMALISER
                 MOVE WS-NORM-SORTIE TO WS-TAB-SA-PRENOM(WS-SA-IDX)
                 MOVE SAN-DATE-NAIS TO WS-TAB-SA-DATE-NAIS(WS-SA-IDX)
              END-IF
              PERFORM FONCTION-READ-SANCTIO
           END-PERFORM
           IF WS-CPT-LISTE > WS-TAB-SA-NB
              DISPLAY ' LISTE TRONQUEE A ' WS-TAB-SA-NB ' NOMS SUR '
                      WS-CPT-LISTE
              ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           DISPLAY ' NOMS DE LA LISTE CHARGES : ' WS-TAB-SA-NB.
      *-- MAJUSCULES, LETTRES SEULES (BLANCS, TIRETS, APOSTROPHES
      *-- ET POINTS SUPPRIMES)
        FONCTION-NORMALISER.
           INSPECT WS-NORM-ENTREE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-SORTIE
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 30
              MOVE WS-NORM-ENTREE(WS-I:1) TO WS-CAR
              IF WS-CAR >= 'A' AND WS-CAR <= 'Z'
                 ADD 1 TO WS-J
                 MOVE WS-CAR TO WS-NORM-SORTIE(WS-J:1)
              END-IF
           END-PERFORM.
      *-- SOUNDEX DU NOM NORMALISE : PREMIERE LETTRE PUIS TROIS
      *-- CHIFFRES, VOYELLES IGNOREES, CODES REPETES FUSIONNES
        FONCTION-CODER-PHONETIQUE.
           MOVE SPACES TO WS-PHON
           IF WS-NORM-SORTIE NOT = SPACES
              MOVE WS-NORM-SORTIE TO WS-PHON-CODES
              INSPECT WS-PHON-CODES CONVERTING
                      'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   TO '01230120022455012623010202'
              MOVE '000' TO WS-PHON(2:3)
              MOVE WS-NORM-SORTIE(1:1) TO WS-PHON(1:1)
              MOVE WS-PHON-CODES(1:1) TO WS-CODE-PREC
              MOVE 1 TO WS-J
              PERFORM VARYING WS-I FROM 2 BY 1
                 UNTIL WS-I > 30 OR WS-J > 3
                 MOVE WS-PHON-CODES(WS-I:1) TO WS-CODE
                 IF WS-CODE NOT = SPACE AND WS-CODE NOT = '0'
                    AND WS-CODE NOT = WS-CODE-PREC
                    ADD 1 TO WS-J
                    MOVE WS-CODE TO WS-PHON(WS-J:1)
                 END-IF
                 MOVE WS-CODE TO WS-CODE-PREC
              END-PERFORM
           END-IF.
      **************************************************************
      * DECISIONS DE LA CONFORMITE SUR LES ALERTES EN REVUE        *
      **************************************************************
        FONCTION-APPLIQUER-DECISION.
           MOVE SPACES TO WS-DECISION-ANO
           MOVE SPACES TO WS-PRT-DEC-COMPTE
           MOVE DEC-CLE TO SRV-CLE
           READ FSANREV
              INVALID KEY
                 MOVE 'ALERTE INCONNUE' TO WS-DECISION-ANO
           END-READ
           IF WS-DECISION-ANO = SPACES
              IF SRV-STATUT NOT = SPACE
                 MOVE 'ALERTE DEJA TRANCHEE' TO WS-DECISION-ANO
              END-IF
           END-IF
           IF WS-DECISION-ANO = SPACES
              IF DEC-DECISION NOT = 'C' AND DEC-DECISION NOT = 'F'
                 MOVE 'DECISION INVALIDE' TO WS-DECISION-ANO
              END-IF
           END-IF
           IF WS-DECISION-ANO = SPACES
              MOVE DEC-DECISION TO SRV-STATUT
              MOVE WS-DATE-TRT TO SRV-DATE-DECISION
              MOVE DEC-OPERATEUR TO SRV-OPERATEUR
              REWRITE SANREV
              IF DEC-DECISION = 'F'
                 MOVE 'FAUX POSITIF ECARTE' TO WS-PRT-DEC-TEXTE
                 PERFORM FONCTION-EDITER-DECISION
              ELSE
                 PERFORM FONCTION-GELER-AVOIRS
              END-IF
           ELSE
              ADD 1 TO WS-CPT-ANOMALIES
              MOVE WS-DECISION-ANO TO WS-PRT-DEC-TEXTE
              PERFORM FONCTION-EDITER-DECISION
           END-IF.
      *-- CORRESPONDANCE CONFIRMEE : GEL DU COMPTE CONCERNE, OU DE
      *-- TOUS LES COMPTES RATTACHES A LA PERSONNE
        FONCTION-GELER-AVOIRS.
           IF SRV-SOURCE = 'P'
              MOVE 'N' TO WS-FIN-CLILINK
              MOVE LOW-VALUES TO LNK-NUM-COMPTE
              START FCLILINK KEY IS >= LNK-NUM-COMPTE
                 INVALID KEY MOVE 'Y' TO WS-FIN-CLILINK
              END-START
              PERFORM FONCTION-GELER-RATTACHE
                 UNTIL WS-FIN-CLILINK = 'Y'
           ELSE
              MOVE SRV-NUM-COMPTE TO BLO-NUM-COMPTE
              PERFORM FONCTION-POSER-BLOCAGE
           END-IF.
        FONCTION-GELER-RATTACHE.
           READ FCLILINK NEXT
              AT END MOVE 'Y' TO WS-FIN-CLILINK
           END-READ
           IF WS-FIN-CLILINK = 'N'
              AND LNK-NUM-CLIENT = SRV-IDENT
              MOVE LNK-NUM-COMPTE TO BLO-NUM-COMPTE
              PERFORM FONCTION-POSER-BLOCAGE
           END-IF.
      *-- UN BLOCAGE DEJA POSE (SAISIE, SUCCESSION ...) EST CONSERVE :
      *-- LE COMPTE EST DEJA GELE
        FONCTION-POSER-BLOCAGE.
           MOVE BLO-NUM-COMPTE TO WS-PRT-DEC-COMPTE
           MOVE 'G' TO BLO-TYPE
           MOVE WS-DATE-TRT TO BLO-DATE-DEBUT
           MOVE SRV-REF-LISTE TO BLO-REFERENCE
           WRITE BLOCAGE
              INVALID KEY
                 MOVE 'CONFIRME - DEJA BLOQUE' TO WS-PRT-DEC-TEXTE
              NOT INVALID KEY
                 ADD 1 TO WS-CPT-BLOCAGES
                 MOVE 'CONFIRME - GEL DES AVOIRS POSE'
                      TO WS-PRT-DEC-TEXTE
           END-WRITE
           PERFORM FONCTION-EDITER-DECISION.
        FONCTION-EDITER-DECISION.
           MOVE DEC-CLE TO WS-PRT-DEC-CLE
           MOVE DEC-DECISION TO WS-PRT-DEC-DECISION
           MOVE DEC-OPERATEUR TO WS-PRT-DEC-OPERATEUR
           MOVE WS-LIGNE-DECISION TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * SOURCES FILTREES                                           *
      **************************************************************
        FONCTION-FILTRER-CLIENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF STATUT-COMPTE NOT = 'C'
                 MOVE 'C' TO WS-CAND-SOURCE
                 MOVE SPACES TO WS-CAND-IDENT
                 MOVE NU-COMPTE TO WS-CAND-IDENT(1:6)
                 MOVE NU-COMPTE TO WS-CAND-COMPTE
                 MOVE NOM-CLIENT TO WS-CAND-NOM
                 MOVE PRENOM-CLIENT TO WS-CAND-PRENOM
                 MOVE DATE-NAIS TO WS-CAND-DATE-NAIS
                 PERFORM FONCTION-FILTRER-CANDIDAT
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
        FONCTION-FILTRER-PERSONNES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-PERSON
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE 'P' TO WS-CAND-SOURCE
              MOVE PER-NUM-CLIENT TO WS-CAND-IDENT
              MOVE SPACES TO WS-CAND-COMPTE
              MOVE PER-NOM TO WS-CAND-NOM
              MOVE PER-PRENOM TO WS-CAND-PRENOM
              MOVE PER-DATE-NAIS TO WS-CAND-DATE-NAIS
              PERFORM FONCTION-FILTRER-CANDIDAT
              PERFORM FONCTION-READ-PERSON
           END-PERFORM.
        FONCTION-FILTRER-COTITULAIRES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-COTITU
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE 'T' TO WS-CAND-SOURCE
              MOVE COT-CLE TO WS-CAND-IDENT
              MOVE COT-NUM-COMPTE TO WS-CAND-COMPTE
              MOVE COT-NOM TO WS-CAND-NOM
              MOVE COT-PRENOM TO WS-CAND-PRENOM
              MOVE SPACES TO WS-CAND-DATE-NAIS
              PERFORM FONCTION-FILTRER-CANDIDAT
              PERFORM FONCTION-READ-COTITU
           END-PERFORM.
      *-- LE NOM DU BENEFICIAIRE EST SAISI 'NOM PRENOM' : LE PREMIER
      *-- MOT EST PRIS POUR LE NOM. LE COMPTE GELE SUR CONFIRMATION
      *-- EST CELUI DU DONNEUR D'ORDRE
        FONCTION-FILTRER-VIREMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-VIRSOR
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF VSO-NOM-BENEF NOT = SPACES
                 MOVE 'V' TO WS-CAND-SOURCE
                 MOVE SPACES TO WS-CAND-IDENT
                 MOVE VSO-BENEFICIAIRE TO WS-CAND-IDENT(1:6)
                 MOVE VSO-COMPTE TO WS-CAND-COMPTE
                 MOVE SPACES TO WS-CAND-NOM
                 MOVE SPACES TO WS-CAND-PRENOM
                 MOVE VSO-NOM-BENEF TO WS-NOM-BENEF
                 UNSTRING WS-NOM-BENEF DELIMITED BY ALL SPACE
                    INTO WS-CAND-NOM WS-CAND-PRENOM
                 END-UNSTRING
                 MOVE SPACES TO WS-CAND-DATE-NAIS
                 PERFORM FONCTION-FILTRER-CANDIDAT
              END-IF
              PERFORM FONCTION-READ-VIRSOR
           END-PERFORM.
      **************************************************************
      * CONFRONTATION D'UN CANDIDAT A TOUTE LA LISTE                *
      **************************************************************
        FONCTION-FILTRER-CANDIDAT.
           MOVE WS-CAND-NOM TO WS-NORM-ENTREE
           PERFORM FONCTION-NORMALISER
           MOVE WS-NORM-SORTIE TO WS-CAND-NOM-NORM
           PERFORM FONCTION-CODER-PHONETIQUE
           MOVE WS-PHON TO WS-CAND-PHON
           MOVE WS-CAND-PRENOM TO WS-NORM-ENTREE
           PERFORM FONCTION-NORMALISER
           MOVE WS-NORM-SORTIE TO WS-CAND-PRENOM-NORM
           IF WS-CAND-NOM-NORM NOT = SPACES
              ADD 1 TO WS-CPT-FILTRES
              PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                 UNTIL WS-SA-IDX > WS-TAB-SA-NB
                 PERFORM FONCTION-CALCULER-SCORE
                 IF WS-SCORE >= WS-SEUIL
                    PERFORM FONCTION-ENREGISTRER-ALERTE
                 END-IF
              END-PERFORM
           END-IF.
        FONCTION-CALCULER-SCORE.
           MOVE 0 TO WS-SCORE
           EVALUATE TRUE
              WHEN WS-CAND-NOM-NORM = WS-TAB-SA-NOM(WS-SA-IDX)
                   AND WS-CAND-PRENOM-NORM
                       = WS-TAB-SA-PRENOM(WS-SA-IDX)
                 MOVE 100 TO WS-SCORE
              WHEN WS-CAND-NOM-NORM = WS-TAB-SA-PRENOM(WS-SA-IDX)
                   AND WS-CAND-PRENOM-NORM = WS-TAB-SA-NOM(WS-SA-IDX)
                 MOVE 90 TO WS-SCORE
              WHEN WS-CAND-NOM-NORM = WS-TAB-SA-NOM(WS-SA-IDX)
                   AND WS-CAND-PRENOM-NORM(1:1)
                       = WS-TAB-SA-PRENOM(WS-SA-IDX)(1:1)
                 MOVE 80 TO WS-SCORE
              WHEN WS-CAND-PHON = WS-TAB-SA-PHON(WS-SA-IDX)
                   AND WS-CAND-PRENOM-NORM(1:1)
                       = WS-TAB-SA-PRENOM(WS-SA-IDX)(1:1)
                 MOVE 70 TO WS-SCORE
              WHEN WS-CAND-NOM-NORM = WS-TAB-SA-NOM(WS-SA-IDX)
                 MOVE 60 TO WS-SCORE
              WHEN WS-CAND-PHON = WS-TAB-SA-PHON(WS-SA-IDX)
                 MOVE 50 TO WS-SCORE
           END-EVALUATE
           IF WS-SCORE > 0
              AND WS-CAND-DATE-NAIS NUMERIC
              AND WS-CAND-DATE-NAIS NOT = '00000000'
              AND WS-TAB-SA-DATE-NAIS(WS-SA-IDX) NUMERIC
              AND WS-TAB-SA-DATE-NAIS(WS-SA-IDX) NOT = '00000000'
              IF WS-CAND-DATE-NAIS = WS-TAB-SA-DATE-NAIS(WS-SA-IDX)
                 ADD 10 TO WS-SCORE
                 IF WS-SCORE > 100
                    MOVE 100 TO WS-SCORE
                 END-IF
              ELSE
                 SUBTRACT 20 FROM WS-SCORE
                 IF WS-SCORE < 0
                    MOVE 0 TO WS-SCORE
                 END-IF
              END-IF
           END-IF.
      *-- UNE CORRESPONDANCE DEJA CONNUE DE LA REVUE (EN ATTENTE,
      *-- CONFIRMEE OU ECARTEE) N'EST PAS RELEVEE DE NOUVEAU
        FONCTION-ENREGISTRER-ALERTE.
           MOVE WS-CAND-SOURCE TO SRV-SOURCE
           MOVE WS-CAND-IDENT TO SRV-IDENT
           MOVE WS-TAB-SA-REF(WS-SA-IDX) TO SRV-REF-LISTE
           READ FSANREV
              INVALID KEY
                 MOVE WS-CAND-COMPTE TO SRV-NUM-COMPTE
                 MOVE WS-CAND-NOM TO SRV-NOM
                 MOVE WS-CAND-PRENOM TO SRV-PRENOM
                 MOVE WS-SCORE TO SRV-SCORE
                 MOVE SPACE TO SRV-STATUT
                 MOVE WS-DATE-TRT TO SRV-DATE-DETECT
                 MOVE SPACES TO SRV-DATE-DECISION
                 MOVE SPACES TO SRV-OPERATEUR
                 WRITE SANREV
                 ADD 1 TO WS-CPT-ALERTES
                 PERFORM FONCTION-EDITER-ALERTE
           END-READ.
        FONCTION-EDITER-ALERTE.
           MOVE SRV-SOURCE TO WS-PRT-SOURCE
           MOVE SRV-IDENT TO WS-PRT-IDENT
           MOVE SRV-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE SRV-NOM TO WS-PRT-NOM
           MOVE SRV-PRENOM TO WS-PRT-PRENOM
           MOVE SRV-REF-LISTE TO WS-PRT-REF
           MOVE SRV-SCORE TO WS-PRT-SCORE
           MOVE WS-LIGNE-ALERTE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-SANCTIO.
           READ FSANCTIO
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-SANDEC.
           READ FSANDEC
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-PERSON.
           READ FPERSON
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-COTITU.
           READ FCOTITU
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-VIRSOR.
           READ FVIRSOR
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-LISTE TO WS-PRT-LISTE
           MOVE WS-CPT-FILTRES TO WS-PRT-FILTRES
           MOVE WS-CPT-ALERTES TO WS-PRT-ALERTES
           MOVE WS-CPT-BLOCAGES TO WS-PRT-BLOCAGES
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' SEUIL=' DELIMITED SIZE
                  WS-SEUIL DELIMITED SIZE
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
           MOVE 'QUEST120' TO CTLLOG-JOB
           MOVE ' ALERTES SANCTIONS NOUVELLES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ALERTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST120' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSANCTIO
           CLOSE FSANDEC
           CLOSE FSANREV
           CLOSE FCLIENT
           CLOSE FPERSON
           CLOSE FCOTITU
           CLOSE FCLILINK
           CLOSE FVIRSOR
           CLOSE FBLOCAGE
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
