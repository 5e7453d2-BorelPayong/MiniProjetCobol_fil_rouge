      **************************************************************
      *PROGRAMME NOCTURNE DE CONSTITUTION DE L'EXTRAIT CLIENTS      *
      *ENRICHI FSNAPCLI (COPY CLISNAP), LANCE APRES LA              *
      *COMPTABILISATION QUEST30 : UNE SEULE PASSE SUR LE KSDS       *
      *FCLIENT ECRIT PAR COMPTE L'IMAGE FCLIENT ET LES ZONES        *
      *DERIVEES QUE CHAQUE ETAT RECALCULAIT DE SON COTE - LIBELLES  *
      *REGION (FREGION), ACTIVITE (FACTIPRO) ET NATURE (FNATCOMP),  *
      *AGE A LA DATE QUEST139-DATE, SOLDE SIGNE ET SENS,            *
      *AUTORISATION FLIMITE, SCORE DE RISQUE FSCORE (QUEST53,       *
      *RAPPROCHE EN ORDRE DE COMPTE), SEGMENT FSEGMENT (QUEST94),   *
      *AGENCE GESTIONNAIRE (FCPTAGE, LIBELLE FAGENCE) ET NUMERO DE  *
      *PERSONNE (FCLILINK). UN ENREGISTREMENT DE CONTROLE FINAL     *
      *PORTE LE NOMBRE DE COMPTES ET LE TOTAL DES SOLDES POUR QUE   *
      *CHAQUE LECTEUR PROUVE QU'IL A LU L'EXTRAIT COMPLET. LES      *
      *TOTAUX SONT PORTES AU JOURNAL FCTLLOG                        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST139.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FLIMITE ASSIGN TO DDLIMITE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LIM-NUM-COMPTE
           FILE STATUS IS FS-LIMITE.
           SELECT FSCORE ASSIGN TO DDSCORE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SCORE.
           SELECT FSEGMENT ASSIGN TO DDSEGMEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SEG-NUM-COMPTE
           FILE STATUS IS FS-SEGMENT.
           SELECT FCPTAGE ASSIGN TO DDCPTAGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AGC-NUM-COMPTE
           FILE STATUS IS FS-CPTAGE.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
        DATA DIVISION.
        FILE SECTION.
        FD FCLIENT.
           COPY CLIENT.
        FD FLIMITE.
        01 LIMITE.
           05 LIM-NUM-COMPTE PIC X(6).
           05 LIM-MONTANT PIC 9(10).
           05 LIM-DATE-EXPIR PIC X(10).
           05 LIM-DATE-DEPASS PIC X(10).
           05 FILLER PIC X(44).
        FD FSCORE.
        01 SCORE.
           05 SCO-NUM-COMPTE PIC X(6).
           05 SCO-SCORE PIC 9(3).
           05 SCO-PTS-SOLDE PIC 9(3).
           05 SCO-PTS-LIMITE PIC 9(3).
           05 SCO-PTS-FREQ PIC 9(3).
           05 SCO-PTS-DB PIC 9(3).
           05 FILLER PIC X(59).
        FD FSEGMENT.
        01 SEGMENT-REC.
           05 SEG-NUM-COMPTE PIC X(6).
           05 SEG-CODE PIC X(1).
           05 SEG-DATE-MAJ PIC X(10).
           05 FILLER PIC X(63).
        FD FCPTAGE.
        01 CPTAGE.
           05 AGC-NUM-COMPTE PIC X(6).
           05 AGC-CODE-AGENCE PIC X(3).
           05 FILLER PIC X(71).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FSNAPCLI.
           COPY CLISNAP.
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-LIMITE PIC X(2).
        01 FS-SCORE PIC X(2).
        01 FS-SEGMENT PIC X(2).
        01 FS-CPTAGE PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-SNAPCLI PIC X(2).
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
        01 WS-FIN-SCORE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CODE-X2 PIC X(2).
        01 WS-TRT-AAAA PIC 9(4).
        01 WS-TRT-MMJJ PIC 9(4).
        01 WS-DATE-NAIS-X.
           05 WS-NAIS-AAAA PIC 9(4).
           05 WS-NAIS-MMJJ PIC 9(4).
        01 WS-CPT-COMPTES PIC 9(9) VALUE 0.
        01 WS-TOTAL-SOLDES PIC S9(13)V99 VALUE 0.
        01 WS-CPT-SANS-SCORE PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-AGENCE PIC 9(7) VALUE 0.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
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
           OPEN INPUT FSCORE
           IF FS-SCORE = '00'
              DISPLAY ' FILE SCORE OPEN SUCCES : ' FS-SCORE
           ELSE
              MOVE 'FSCORE' TO WS-ERR-FICHIER
              MOVE FS-SCORE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSEGMENT
           IF FS-SEGMENT = '00'
              DISPLAY ' FILE SEGMENT OPEN SUCCES : ' FS-SEGMENT
           ELSE
              MOVE 'FSEGMENT' TO WS-ERR-FICHIER
              MOVE FS-SEGMENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCPTAGE
           IF FS-CPTAGE = '00'
              DISPLAY ' FILE CPTAGE OPEN SUCCES : ' FS-CPTAGE
           ELSE
              MOVE 'FCPTAGE' TO WS-ERR-FICHIER
              MOVE FS-CPTAGE TO WS-ERR-STATUT
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
           OPEN OUTPUT FSNAPCLI
           IF FS-SNAPCLI = '00'
              DISPLAY ' FILE SNAPCLI OPEN SUCCES : ' FS-SNAPCLI
           ELSE
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
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
           MOVE 'N' TO WS-FIN-SCORE
           PERFORM FONCTION-READ-SCORE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-ENRICHIR-CLIENT
              WRITE CLISNAP
              ADD 1 TO WS-CPT-COMPTES
              ADD SOLDE TO WS-TOTAL-SOLDES
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           PERFORM FONCTION-ECRIRE-CONTROLE
           PERFORM FONCTION-ECRIRE-CTLLOG
           DISPLAY ' COMPTES EXTRAITS : ' WS-CPT-COMPTES
           DISPLAY ' COMPTES SANS SCORE : ' WS-CPT-SANS-SCORE
           DISPLAY ' COMPTES SANS AGENCE : ' WS-CPT-SANS-AGENCE.
      **************************************************************
      * DATE DE L'EXTRAIT (CALCUL DE L'AGE) : FICHIER CENTRAL      *
      * FPARAM VIA PGMPARAM                                        *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST139-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-TRT-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-TRT-MMJJ(1:2)
           MOVE WS-DATE-TRT(9:2) TO WS-TRT-MMJJ(3:2).
      **************************************************************
      * ZONES DERIVEES D'UN COMPTE                                 *
      **************************************************************
        FONCTION-ENRICHIR-CLIENT.
           MOVE SPACES TO CLISNAP
           MOVE 'D' TO SNP-TYPE
           MOVE CLIENT TO SNP-CLIENT
           PERFORM FONCTION-CHERCHER-LIBELLES
           PERFORM FONCTION-CALCULER-AGE
           MOVE SOLDE TO SNP-SOLDE-SIGNE
           IF SOLDE < 0
              MOVE 'DB' TO SNP-SENS-SOLDE
           ELSE
              MOVE 'CR' TO SNP-SENS-SOLDE
           END-IF
           MOVE 0 TO SNP-LIM-MONTANT
           MOVE NUM-COMPTE TO LIM-NUM-COMPTE
           READ FLIMITE
              NOT INVALID KEY
                 MOVE LIM-MONTANT TO SNP-LIM-MONTANT
                 MOVE LIM-DATE-EXPIR TO SNP-LIM-DATE-EXPIR
           END-READ
           PERFORM FONCTION-RAPPROCHER-SCORE
           MOVE NUM-COMPTE TO SEG-NUM-COMPTE
           READ FSEGMENT
              NOT INVALID KEY
                 MOVE SEG-CODE TO SNP-SEGMENT
           END-READ
           MOVE NUM-COMPTE TO AGC-NUM-COMPTE
           READ FCPTAGE
              INVALID KEY
                 ADD 1 TO WS-CPT-SANS-AGENCE
              NOT INVALID KEY
                 MOVE AGC-CODE-AGENCE TO SNP-AGENCE
                 MOVE 'L' TO WS-REF-ACTION
                 MOVE 'AGENCE' TO WS-REF-TABLE
                 MOVE AGC-CODE-AGENCE TO WS-REF-CODE
                 CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                       WS-REF-CODE, WS-REF-LIBELLE,
                                       WS-REF-CODE-LIE, WS-REF-RANG,
                                       WS-REF-CR
                 IF WS-REF-CR = '0'
                    MOVE WS-REF-LIBELLE TO SNP-NOM-AGENCE
                 END-IF
           END-READ
           MOVE NUM-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO SNP-NUM-PERSONNE
           END-READ.
        FONCTION-CHERCHER-LIBELLES.
           MOVE CODE-REGION TO WS-CODE-X2
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           MOVE WS-CODE-X2 TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR = '0'
              MOVE WS-REF-LIBELLE TO SNP-NOM-REGION
           END-IF
           MOVE ACTI-PRO TO WS-CODE-X2
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'ACTIPRO' TO WS-REF-TABLE
           MOVE WS-CODE-X2 TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR = '0'
              MOVE WS-REF-LIBELLE TO SNP-LIB-ACTIPRO
           END-IF
           MOVE NAT-COMPTE TO WS-CODE-X2
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATCOMP' TO WS-REF-TABLE
           MOVE WS-CODE-X2 TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR = '0'
              MOVE WS-REF-LIBELLE TO SNP-LIB-NATCOMP
           END-IF.
      *-- AGE EN ANNEES REVOLUES A LA DATE DE L'EXTRAIT, CALCULE
      *-- COMME DANS QUEST39
        FONCTION-CALCULER-AGE.
           MOVE 0 TO SNP-AGE
           MOVE DATE-NAIS TO WS-DATE-NAIS-X
           IF DATE-NAIS > 0 AND WS-NAIS-AAAA <= WS-TRT-AAAA
              COMPUTE SNP-AGE = WS-TRT-AAAA - WS-NAIS-AAAA
              IF WS-TRT-MMJJ < WS-NAIS-MMJJ
                 AND SNP-AGE > 0
                 SUBTRACT 1 FROM SNP-AGE
              END-IF
           END-IF.
      *-- FSCORE EST ECRIT PAR QUEST53 EN ORDRE DE COMPTE : IL EST
      *-- RAPPROCHE EN CO-SEQUENTIEL DU PARCOURS DE FCLIENT
        FONCTION-RAPPROCHER-SCORE.
           MOVE 0 TO SNP-SCORE
           MOVE 'N' TO SNP-SCORE-CONNU
           PERFORM UNTIL WS-FIN-SCORE = 'Y'
              OR SCO-NUM-COMPTE >= NUM-COMPTE
              PERFORM FONCTION-READ-SCORE
           END-PERFORM
           IF WS-FIN-SCORE NOT = 'Y'
              AND SCO-NUM-COMPTE = NUM-COMPTE
              MOVE SCO-SCORE TO SNP-SCORE
              MOVE 'O' TO SNP-SCORE-CONNU
           ELSE
              ADD 1 TO WS-CPT-SANS-SCORE
           END-IF.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-SCORE.
           READ FSCORE
              AT END MOVE 'Y' TO WS-FIN-SCORE
           END-READ.
      **************************************************************
      * ENREGISTREMENT DE CONTROLE FINAL ET JOURNAL DES TOTAUX     *
      **************************************************************
        FONCTION-ECRIRE-CONTROLE.
           MOVE SPACES TO CLISNAP-TRL
           MOVE 'T' TO SNT-TYPE
           MOVE WS-DATE-TRT TO SNT-DATE-EXTRAIT
           MOVE WS-CPT-COMPTES TO SNT-NB-COMPTES
           MOVE WS-TOTAL-SOLDES TO SNT-TOTAL-SOLDES
           MOVE 'QUEST139' TO SNT-PROGRAMME
           WRITE CLISNAP-TRL.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST139' TO CTLLOG-JOB
           MOVE ' COMPTES DE L''EXTRAIT CLIENTS ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-COMPTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST139' TO WS-ERR-PROGRAMME
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
           CLOSE FCLIENT
           CLOSE FLIMITE
           CLOSE FSCORE
           CLOSE FSEGMENT
           CLOSE FCPTAGE
           CLOSE FCLILINK
           CLOSE FSNAPCLI
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
