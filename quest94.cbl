      **************************************************************
      *PROGRAMME MENSUEL DE SEGMENTATION DE LA CLIENTELE : COMBINE  *
      *LE SOLDE LU SUR L'EXTRAIT FSNAPCLI, LA FREQUENCE DE          *
      *MOUVEMENTS DU KSDS FMOUVIX, L'AGE CALCULE DEPUIS DATE-NAIS   *
      *ET LE STATUT DU COMPTE EN UN CODE SEGMENT UNIQUE, CONSERVE   *
      *DANS LE FICHIER FSEGMENT (CLE NUM-COMPTE) ET RAFRAICHI A     *
      *CHAQUE PASSAGE : LES EXTRACTIONS MARKETING LISENT CE CODE AU *
      *LIEU DE REFAIRE CHACUNE LEUR SELECTION.                      *
      *SEGMENTS : 'I' COMPTE INACTIF (DORMANT/CLOTURE/REMIS),       *
      *'R' SOLDE DEBITEUR, 'P' PATRIMONIAL (SOLDE AU-DESSUS DU      *
      *SEUIL PARAMETRE), 'J' JEUNE PEU ACTIF (MOINS DE 30 ANS ET    *
      *MOINS DE 3 MOUVEMENTS), 'S' STANDARD.                        *
      *UN CLIENT QUI A REFUSE L'UTILISATION DE SES DONNEES A DES    *
      *FINS MARKETING (CANAL 'M' DU REGISTRE FCONSENT, PERSONNE DE  *
      *L'EXTRAIT) N'EST PAS SEGMENTE : SON CODE EST RETIRE DE       *
      *FSEGMENT ET IL EST COMPTE A PART.                            *
      *LE DRAPEAU DE SALAIRE DOMICILIE DU FICHIER FSALDOM (TENU PAR *
      *QUEST167) EST REPORTE DANS FSEGMENT A COTE DU CODE SEGMENT.  *
      *UN ETAT DE DISTRIBUTION PAR SEGMENT ET PAR REGION EST EDITE  *
      **************************************************************
        IDENTIFICATION DIVISION.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           ACCESS IS RANDOM
           RECORD KEY IS SEG-NUM-COMPTE
           FILE STATUS IS FS-SEGMENT.
           SELECT FCONSENT ASSIGN TO DDCONSEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CNS-CLE
           FILE STATUS IS FS-CONSENT.
           SELECT FSALDOM ASSIGN TO DDSALDOM
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SAL-NUM-COMPTE
           FILE STATUS IS FS-SALDOM.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
        DATA DIVISION.
        FILE SECTION.
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FMOUVIX.
           COPY MOUVIDX.
        FD FSEGMENT.
           05 SEG-NUM-COMPTE PIC X(6).
           05 SEG-CODE PIC X(1).
           05 SEG-DATE-MAJ PIC X(10).
           05 SEG-SALAIRE PIC X(1).
           05 FILLER PIC X(62).
        FD FCONSENT.
           COPY CONSENT.
        FD FSALDOM.
           COPY SALDOM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        01 FS-SNAPCLI PIC X(2).
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 FS-MOUVIX PIC X(2).
        01 FS-SEGMENT PIC X(2).
        01 FS-CONSENT PIC X(2).
        01 FS-SALDOM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-MOUVIX PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-I PIC 9(4).
        01 WS-CPT-CLIENTS PIC 9(7) VALUE 0.
        01 WS-CPT-SEGMENTES PIC 9(7) VALUE 0.
        01 WS-CPT-EXCLUS PIC 9(7) VALUE 0.
        01 WS-CPT-SALAIRES PIC 9(7) VALUE 0.
        01 WS-SALAIRE PIC X(1).
        01 WS-REFUS-PROFILAGE PIC X(1).
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' COMPTES EXCLUS (REFUS DU PROFILAGE) :  '.
           05 WS-PRINT-EXCLUS PIC ZZZZZZ9.
           05 FILLER PIC X(31) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
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
           OPEN I-O FSEGMENT
           IF FS-SEGMENT = '00'
              DISPLAY ' FILE SEGMENT OPEN SUCCES : ' FS-SEGMENT
           ELSE
              MOVE 'FSEGMENT' TO WS-ERR-FICHIER
              MOVE FS-SEGMENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCONSENT
           IF FS-CONSENT = '00'
              DISPLAY ' FILE CONSENT OPEN SUCCES : ' FS-CONSENT
           ELSE
              MOVE 'FCONSENT' TO WS-ERR-FICHIER
              MOVE FS-CONSENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSALDOM
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
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-CLIENTS
              PERFORM FONCTION-LIRE-CONSENTEMENT
              IF WS-REFUS-PROFILAGE = 'O'
                 PERFORM FONCTION-RETIRER-SEGMENT
              ELSE
                 PERFORM FONCTION-SEGMENTER-CLIENT
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           PERFORM FONCTION-EDITER-DISTRIBUTION
           COMPUTE WS-SEUIL-HAUT = WS-SEUIL-ENTIER / 100.
        FONCTION-SEGMENTER-CLIENT.
           PERFORM FONCTION-COMPTER-MOUVEMENTS
           PERFORM FONCTION-LIRE-SALAIRE
           COMPUTE WS-ANNEE-NAIS = DATE-NAIS / 10000
           COMPUTE WS-AGE-ANNEES = WS-ANNEE-TRT - WS-ANNEE-NAIS
           EVALUATE TRUE
           MOVE NU-COMPTE TO SEG-NUM-COMPTE
           MOVE WS-SEGMENT TO SEG-CODE
           MOVE WS-DATE-TRT TO SEG-DATE-MAJ
           MOVE WS-SALAIRE TO SEG-SALAIRE
           MOVE SPACES TO SEGMENT-REC(19:62)
           WRITE SEGMENT-REC
              INVALID KEY
                 REWRITE SEGMENT-REC
           END-WRITE
           ADD 1 TO WS-CPT-SEGMENTES.
      *-- 'O' SI UN SALAIRE EST DOMICILIE SUR LE COMPTE, 'N' SINON
      *-- (COMPTE ABSENT DE FSALDOM OU SALAIRE ARRETE)
        FONCTION-LIRE-SALAIRE.
           MOVE 'N' TO WS-SALAIRE
           MOVE NU-COMPTE TO SAL-NUM-COMPTE
           READ FSALDOM
              NOT INVALID KEY
                 IF SAL-DOMICILIE = 'O'
                    MOVE 'O' TO WS-SALAIRE
                    ADD 1 TO WS-CPT-SALAIRES
                 END-IF
           END-READ.
      *-- SEUL UN REFUS ENREGISTRE EXCLUT LE CLIENT ; UN COMPTE NON
      *-- RATTACHE A UNE PERSONNE OU SANS CONSENTEMENT SAISI RESTE
      *-- SEGMENTE
        FONCTION-LIRE-CONSENTEMENT.
           MOVE 'N' TO WS-REFUS-PROFILAGE
           IF SNP-NUM-PERSONNE NOT = SPACES
              MOVE SNP-NUM-PERSONNE TO CNS-NUM-CLIENT
              MOVE 'M' TO CNS-CANAL
              READ FCONSENT
                 NOT INVALID KEY
                    IF CNS-ACCORD = 'N'
                       MOVE 'O' TO WS-REFUS-PROFILAGE
                    END-IF
              END-READ
           END-IF.
      *-- LE CODE SEGMENT D'UN PASSAGE ANTERIEUR EST SUPPRIME POUR
      *-- QUE LES EXTRACTIONS MARKETING NE LE RETROUVENT PLUS
        FONCTION-RETIRER-SEGMENT.
           MOVE NU-COMPTE TO SEG-NUM-COMPTE
           DELETE FSEGMENT
              INVALID KEY
                 CONTINUE
           END-DELETE
           ADD 1 TO WS-CPT-EXCLUS.
        FONCTION-CUMULER-DISTRIBUTION.
           SET WS-DI-IDX TO 1
           SEARCH WS-TAB-DI-ENTREE
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CPT-EXCLUS TO WS-PRINT-EXCLUS
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' CLIENTS LUS : ' WS-CPT-CLIENTS
           DISPLAY ' COMPTES SEGMENTES : ' WS-CPT-SEGMENTES
           DISPLAY ' COMPTES EXCLUS : ' WS-CPT-EXCLUS
           DISPLAY ' COMPTES A SALAIRE DOMICILIE : ' WS-CPT-SALAIRES.
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
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE ' COMPTES SEGMENTES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-SEGMENTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST94' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSNAPCLI
           CLOSE FMOUVIX
           CLOSE FSEGMENT
           CLOSE FCONSENT
           CLOSE FSALDOM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
