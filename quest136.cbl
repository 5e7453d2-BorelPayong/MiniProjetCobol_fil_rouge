      **************************************************************
      *PROGRAMME D'EXTRACTION DES RELEVES ELECTRONIQUES DES CLIENTS *
      *PROFESSIONNELS AU FORMAT INTERBANCAIRE 120 CARACTERES : POUR *
      *CHAQUE ABONNEMENT DU KSDS FABOREL (TENU PAR QUEST137) ACTIF  *
      *A LA DATE QUEST136-DATE ET DONT LA FREQUENCE EST CELLE DU    *
      *PASSAGE (QUEST136-PERIODE 'J' QUOTIDIEN = MOUVEMENTS DU      *
      *JOUR, 'M' MENSUEL = MOUVEMENTS DU MOIS, LANCE EN FIN DE      *
      *MOIS), LE RELEVE EST COMPOSE D'UN ENREGISTREMENT 01 ANCIEN   *
      *SOLDE, D'UN ENREGISTREMENT 04 PAR MOUVEMENT FMOUVIX (CODE    *
      *NATURE FNATMOUV, DATE DE VALEUR, REFERENCE REF-MOUV) ET D'UN *
      *ENREGISTREMENT 07 NOUVEAU SOLDE, IDENTIFIES PAR LE RIB DU    *
      *KSDS FRIBAN (QUEST119). LES SOLDES SONT RECONSTITUES COMME   *
      *DANS QUEST20 : SOLDE FCLIENT MOINS LE NET DES MOUVEMENTS     *
      *POSTERIEURS AU DEBUT DE PERIODE. LE COMPTE DOIT ETRE         *
      *PROFESSIONNEL : ACTIVITE ACTI-PRO ET NATURE NAT-COMPTE       *
      *RETENUES PAR LES LISTES FPARAM QUEST136-ACTPRO ET            *
      *QUEST136-NATPRO (LISTE A BLANC = ACTIVITE RENSEIGNEE / TOUTE *
      *NATURE). LES RELEVES SONT REGROUPES PAR CANAL DE REMISE ('E' *
      *EBICS, 'T' TRANSFERT DE FICHIERS, 'P' PORTAIL), UN FICHIER   *
      *PAR CANAL ; LA LISTE DE CONTROLE DONNE PAR CLIENT LE NOMBRE  *
      *D'ENREGISTREMENTS ET LES MONTANTS TRANSMIS, PUIS LES TOTAUX  *
      *PAR CANAL. UN ABONNEMENT NON SERVI (COMPTE CLOTURE, NON      *
      *PROFESSIONNEL, SANS RIB) EST SIGNALE (CODE RETOUR 4)         *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST136.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FABOREL ASSIGN TO DDABOREL
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ABR-NUM-COMPTE
           FILE STATUS IS FS-ABOREL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FRIBAN ASSIGN TO DDRIBAN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RIB-NUM-COMPTE
           FILE STATUS IS FS-RIBAN.
           SELECT FMOUVIX ASSIGN TO DDMOUVIX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVX-CLE
           FILE STATUS IS FS-MOUVIX.
           SELECT FRELEBI ASSIGN TO DDRELEBI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELEBI.
           SELECT FRELTRF ASSIGN TO DDRELTRF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELTRF.
           SELECT FRELPOR ASSIGN TO DDRELPOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELPOR.
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
      *-- ABONNEMENT AU RELEVE ELECTRONIQUE : FREQUENCE 'J' OU 'M',
      *-- CANAL DE REMISE, IDENTIFIANT DU DESTINATAIRE SUR LE CANAL
      *-- ET PERIODE DE VALIDITE (FIN A BLANC = SANS ECHEANCE)
        FD FABOREL.
        01 ABOREL.
           05 ABR-NUM-COMPTE PIC X(6).
           05 ABR-FREQUENCE PIC X(1).
           05 ABR-CANAL PIC X(1).
           05 ABR-DESTINATAIRE PIC X(20).
           05 ABR-DATE-DEBUT PIC X(10).
           05 ABR-DATE-FIN PIC X(10).
           05 FILLER PIC X(32).
        FD FCLIENT.
           COPY CLIENT.
        FD FRIBAN.
        01 RIBAN.
           05 RIB-NUM-COMPTE PIC X(6).
           05 RIB-CODE-BANQUE PIC X(5).
           05 RIB-CODE-GUICHET PIC X(5).
           05 RIB-NUM-COMPTE-RIB PIC X(11).
           05 RIB-CLE PIC X(2).
           05 RIB-IBAN PIC X(27).
           05 RIB-BIC PIC X(11).
           05 RIB-DATE-MAJ PIC X(10).
           05 FILLER PIC X(3).
        FD FMOUVIX.
           COPY MOUVIDX.
        FD FRELEBI.
        01 REC-RELEBI PIC X(120).
        FD FRELTRF.
        01 REC-RELTRF PIC X(120).
        FD FRELPOR.
        01 REC-RELPOR PIC X(120).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-ABOREL PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-RIBAN PIC X(2).
        01 FS-MOUVIX PIC X(2).
        01 FS-RELEBI PIC X(2).
        01 FS-RELTRF PIC X(2).
        01 FS-RELPOR PIC X(2).
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
        01 WS-PERIODE PIC X(1).
        01 WS-PERIODE-DEBUT PIC X(10).
        01 WS-PERIODE-FIN PIC X(10).
        01 WS-MOTIF PIC X(25).
        01 WS-PROFESSIONNEL PIC X(1).
        01 WS-CODE-X2 PIC X(2).
        01 WS-I PIC 9(2).
      *-- LISTES FPARAM DES ACTIVITES ET NATURES PROFESSIONNELLES :
      *-- JUSQU'A QUINZE CODES DE DEUX CHIFFRES ACCOLES
        01 WS-LISTE-ACTPRO PIC X(30).
        01 WS-TAB-ACTPRO REDEFINES WS-LISTE-ACTPRO.
           05 WS-ACTPRO PIC X(2) OCCURS 15 TIMES.
        01 WS-LISTE-NATPRO PIC X(30).
        01 WS-TAB-NATPRO REDEFINES WS-LISTE-NATPRO.
           05 WS-NATPRO PIC X(2) OCCURS 15 TIMES.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-NET-APRES PIC S9(11)V99.
        01 WS-SOLDE-OUV PIC S9(11)V99.
        01 WS-SOLDE-CLO PIC S9(11)V99.
        01 WS-CLI-ENREG PIC 9(5).
        01 WS-CLI-DEBITS PIC 9(11)V99.
        01 WS-CLI-CREDITS PIC 9(11)V99.
        01 WS-LIB-NATMOUV PIC X(20).
        01 WS-CODE-ENREG PIC X(2).
        01 WS-DATE-SOLDE PIC X(10).
      *-- ENREGISTREMENT AU FORMAT INTERBANCAIRE DE RELEVE DE 120
      *-- CARACTERES : 01 ANCIEN SOLDE, 04 MOUVEMENT, 07 NOUVEAU
      *-- SOLDE. LE MONTANT PORTE DEUX DECIMALES ET LE SIGNE SUR LE
      *-- DERNIER CHIFFRE (CREDIT POSITIF, DEBIT NEGATIF)
        01 WS-CFO-ENR.
           05 WS-CFO-CODE PIC X(2).
           05 WS-CFO-BANQUE PIC X(5).
           05 WS-CFO-CODE-OPE PIC X(4).
           05 WS-CFO-GUICHET PIC X(5).
           05 WS-CFO-DEVISE PIC X(3).
           05 WS-CFO-NB-DEC PIC X(1).
           05 FILLER PIC X(1).
           05 WS-CFO-COMPTE PIC X(11).
           05 WS-CFO-CODE-INTERNE PIC X(2).
           05 WS-CFO-DATE-COMPTA PIC X(6).
           05 WS-CFO-MOTIF-REJET PIC X(2).
           05 WS-CFO-DATE-VALEUR PIC X(6).
           05 WS-CFO-LIBELLE PIC X(31).
           05 FILLER PIC X(2).
           05 WS-CFO-NUM-ECRITURE PIC X(7).
           05 WS-CFO-EXONERATION PIC X(1).
           05 WS-CFO-INDISPO PIC X(1).
           05 WS-CFO-MONTANT PIC S9(12)V99.
           05 WS-CFO-REFERENCE PIC X(16).
        01 WS-DATE-JJMMAA.
           05 WS-JJMMAA-JJ PIC X(2).
           05 WS-JJMMAA-MM PIC X(2).
           05 WS-JJMMAA-AA PIC X(2).
      *-- TOTAUX PAR CANAL DE REMISE : 1 = EBICS, 2 = TRANSFERT,
      *-- 3 = PORTAIL
        01 WS-IX-CANAL PIC 9(1).
        01 WS-TAB-CANAUX.
           05 WS-CANAL OCCURS 3 TIMES.
              10 WS-CAN-CODE PIC X(1).
              10 WS-CAN-LIBELLE PIC X(10).
              10 WS-CAN-RELEVES PIC 9(5).
              10 WS-CAN-ENREG PIC 9(7).
              10 WS-CAN-DEBITS PIC 9(11)V99.
              10 WS-CAN-CREDITS PIC 9(11)V99.
        01 WS-CPT-ABONNEMENTS PIC 9(5) VALUE 0.
        01 WS-CPT-RELEVES PIC 9(5) VALUE 0.
        01 WS-CPT-REJETS PIC 9(5) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST136'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST136'.
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
              ' CONTROLE DES RELEVES ELECTRONIQUES TRANSMIS '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(45) VALUE
              ' COMPTE NOM        CANAL      F  ENREG       '.
           05 FILLER PIC X(33) VALUE
              '     DEBITS          CREDITS     '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CANAL PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-FREQUENCE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ENREG PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-DEBITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-CREDITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-REJET.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REJ-COMPTE PIC X(6).
           05 FILLER PIC X(19) VALUE ' NON TRANSMIS : '.
           05 WS-PRT-REJ-MOTIF PIC X(25).
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-CANAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(8) VALUE ' TOTAL '.
           05 WS-PRT-CAN-LIBELLE PIC X(10).
           05 WS-PRT-CAN-RELEVES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-CAN-ENREG PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CAN-DEBITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-CAN-CREDITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(15) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(16) VALUE ' ABONNEMENTS : '.
           05 WS-PRT-ABONNEMENTS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE ' RELEVES : '.
           05 WS-PRT-RELEVES PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE ' NON TRANSMIS : '.
           05 WS-PRT-REJETS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FABOREL
           IF FS-ABOREL = '00'
              DISPLAY ' FILE ABOREL OPEN SUCCES : ' FS-ABOREL
           ELSE
              MOVE 'FABOREL' TO WS-ERR-FICHIER
              MOVE FS-ABOREL TO WS-ERR-STATUT
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
           OPEN INPUT FRIBAN
           IF FS-RIBAN = '00'
              DISPLAY ' FILE RIBAN OPEN SUCCES : ' FS-RIBAN
           ELSE
              MOVE 'FRIBAN' TO WS-ERR-FICHIER
              MOVE FS-RIBAN TO WS-ERR-STATUT
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
           OPEN OUTPUT FRELEBI
           IF FS-RELEBI = '00'
              DISPLAY ' FILE RELEBI OPEN SUCCES : ' FS-RELEBI
           ELSE
              MOVE 'FRELEBI' TO WS-ERR-FICHIER
              MOVE FS-RELEBI TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FRELTRF
           IF FS-RELTRF = '00'
              DISPLAY ' FILE RELTRF OPEN SUCCES : ' FS-RELTRF
           ELSE
              MOVE 'FRELTRF' TO WS-ERR-FICHIER
              MOVE FS-RELTRF TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FRELPOR
           IF FS-RELPOR = '00'
              DISPLAY ' FILE RELPOR OPEN SUCCES : ' FS-RELPOR
           ELSE
              MOVE 'FRELPOR' TO WS-ERR-FICHIER
              MOVE FS-RELPOR TO WS-ERR-STATUT
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
           PERFORM FONCTION-INIT-CANAUX
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-READ-ABOREL
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF ABR-FREQUENCE = WS-PERIODE
                 AND ABR-DATE-DEBUT <= WS-DATE-TRT
                 AND (ABR-DATE-FIN = SPACES
                      OR ABR-DATE-FIN >= WS-DATE-TRT)
                 ADD 1 TO WS-CPT-ABONNEMENTS
                 PERFORM FONCTION-TRAITER-ABONNEMENT
              END-IF
              PERFORM FONCTION-READ-ABOREL
           END-PERFORM
           PERFORM FONCTION-PRINT-CANAUX
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG
           IF WS-CPT-REJETS > 0
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
      **************************************************************
      * DATE ET FREQUENCE DU PASSAGE, LISTES DES ACTIVITES ET      *
      * NATURES PROFESSIONNELLES : FICHIER CENTRAL FPARAM VIA      *
      * PGMPARAM                                                   *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST136-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST136-PERIODE' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'J' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:1) TO WS-PERIODE
           EVALUATE WS-PERIODE
              WHEN 'J'
                 MOVE WS-DATE-TRT TO WS-PERIODE-DEBUT
                 MOVE WS-DATE-TRT TO WS-PERIODE-FIN
              WHEN 'M'
                 MOVE WS-DATE-TRT TO WS-PERIODE-DEBUT
                 MOVE '01' TO WS-PERIODE-DEBUT(9:2)
                 MOVE WS-DATE-TRT TO WS-PERIODE-FIN
                 MOVE '31' TO WS-PERIODE-FIN(9:2)
              WHEN OTHER
                 DISPLAY ' PERIODE INVALIDE (J OU M) : ' WS-PERIODE
                 MOVE 8 TO RETURN-CODE
                 PERFORM FONCTION-FIN-PROGRAMME
           END-EVALUATE
           MOVE 'QUEST136-ACTPRO' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR TO WS-LISTE-ACTPRO
           MOVE 'QUEST136-NATPRO' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR TO WS-LISTE-NATPRO
           DISPLAY ' PERIODE ' WS-PERIODE ' DU ' WS-PERIODE-DEBUT
                   ' AU ' WS-PERIODE-FIN.
        FONCTION-INIT-CANAUX.
           MOVE 'E' TO WS-CAN-CODE(1)
           MOVE 'EBICS' TO WS-CAN-LIBELLE(1)
           MOVE 'T' TO WS-CAN-CODE(2)
           MOVE 'TRANSFERT' TO WS-CAN-LIBELLE(2)
           MOVE 'P' TO WS-CAN-CODE(3)
           MOVE 'PORTAIL' TO WS-CAN-LIBELLE(3)
           PERFORM VARYING WS-IX-CANAL FROM 1 BY 1
                   UNTIL WS-IX-CANAL > 3
              MOVE 0 TO WS-CAN-RELEVES(WS-IX-CANAL)
              MOVE 0 TO WS-CAN-ENREG(WS-IX-CANAL)
              MOVE 0 TO WS-CAN-DEBITS(WS-IX-CANAL)
              MOVE 0 TO WS-CAN-CREDITS(WS-IX-CANAL)
           END-PERFORM.
      **************************************************************
      * CONTROLE DE L'ABONNEMENT PUIS PRODUCTION DU RELEVE         *
      **************************************************************
        FONCTION-TRAITER-ABONNEMENT.
           MOVE SPACES TO WS-MOTIF
           MOVE 0 TO WS-IX-CANAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
              IF WS-CAN-CODE(WS-I) = ABR-CANAL
                 MOVE WS-I TO WS-IX-CANAL
              END-IF
           END-PERFORM
           IF WS-IX-CANAL = 0
              MOVE ' CANAL DE REMISE INCONNU ' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
              MOVE ABR-NUM-COMPTE TO NUM-COMPTE
              READ FCLIENT
                 INVALID KEY
                    MOVE ' COMPTE INCONNU ' TO WS-MOTIF
              END-READ
           END-IF
           IF WS-MOTIF = SPACES
              IF STATUT-COMPTE = 'C'
                 MOVE ' COMPTE CLOTURE ' TO WS-MOTIF
              ELSE
                 PERFORM FONCTION-CONTROLER-PROFESSIONNEL
                 IF WS-PROFESSIONNEL = 'N'
                    MOVE ' CLIENT NON PROFESSIONNEL ' TO WS-MOTIF
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIF = SPACES
              MOVE ABR-NUM-COMPTE TO RIB-NUM-COMPTE
              READ FRIBAN
                 INVALID KEY
                    MOVE ' IDENTIFIANT RIB ABSENT ' TO WS-MOTIF
              END-READ
           END-IF
           IF WS-MOTIF = SPACES
              PERFORM FONCTION-PRODUIRE-RELEVE
           ELSE
              ADD 1 TO WS-CPT-REJETS
              MOVE ABR-NUM-COMPTE TO WS-PRT-REJ-COMPTE
              MOVE WS-MOTIF TO WS-PRT-REJ-MOTIF
              MOVE WS-LIGNE-REJET TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 1 LINE
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF.
      *-- CLIENT PROFESSIONNEL : ACTIVITE DANS LA LISTE ACTPRO (OU,
      *-- LISTE A BLANC, ACTIVITE RENSEIGNEE) ET NATURE DANS LA
      *-- LISTE NATPRO (OU, LISTE A BLANC, TOUTE NATURE)
        FONCTION-CONTROLER-PROFESSIONNEL.
           MOVE 'N' TO WS-PROFESSIONNEL
           MOVE ACTI-PRO TO WS-CODE-X2
           IF WS-LISTE-ACTPRO = SPACES
              IF ACTI-PRO NOT = 0
                 MOVE 'O' TO WS-PROFESSIONNEL
              END-IF
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
                 IF WS-ACTPRO(WS-I) = WS-CODE-X2
                    MOVE 'O' TO WS-PROFESSIONNEL
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PROFESSIONNEL = 'O'
              AND WS-LISTE-NATPRO NOT = SPACES
              MOVE 'N' TO WS-PROFESSIONNEL
              MOVE NAT-COMPTE TO WS-CODE-X2
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
                 IF WS-NATPRO(WS-I) = WS-CODE-X2
                    MOVE 'O' TO WS-PROFESSIONNEL
                 END-IF
              END-PERFORM
           END-IF.
      *-- PREMIERE PASSE : NET DES MOUVEMENTS DATES DU DEBUT DE
      *-- PERIODE OU APRES, POUR RECONSTITUER L'ANCIEN SOLDE A
      *-- PARTIR DU SOLDE COMPTABILISE FCLIENT ; SECONDE PASSE :
      *-- ENREGISTREMENTS 04 DES MOUVEMENTS DE LA PERIODE
        FONCTION-PRODUIRE-RELEVE.
           ADD 1 TO WS-CPT-RELEVES
           MOVE 0 TO WS-CLI-ENREG
           MOVE 0 TO WS-CLI-DEBITS
           MOVE 0 TO WS-CLI-CREDITS
           MOVE 0 TO WS-NET-APRES
           PERFORM FONCTION-POSITIONNER-MOUV
           PERFORM UNTIL WS-FIN-MOUV = 'Y'
              IF MVX-DATE-MOUV >= WS-PERIODE-DEBUT
                 IF MVX-SENS-MOUV = 'CR'
                    ADD MVX-MONT-MOUV TO WS-NET-APRES
                 ELSE
                    SUBTRACT MVX-MONT-MOUV FROM WS-NET-APRES
                 END-IF
              END-IF
              PERFORM FONCTION-READ-MOUV
           END-PERFORM
           COMPUTE WS-SOLDE-OUV = SOLDE - WS-NET-APRES
           MOVE WS-SOLDE-OUV TO WS-SOLDE-CLO
           MOVE '01' TO WS-CODE-ENREG
           MOVE WS-PERIODE-DEBUT TO WS-DATE-SOLDE
           PERFORM FONCTION-ECRIRE-SOLDE
           PERFORM FONCTION-POSITIONNER-MOUV
           PERFORM UNTIL WS-FIN-MOUV = 'Y'
              IF MVX-DATE-MOUV >= WS-PERIODE-DEBUT
                 AND MVX-DATE-MOUV <= WS-PERIODE-FIN
                 PERFORM FONCTION-ECRIRE-MOUVEMENT
              END-IF
              PERFORM FONCTION-READ-MOUV
           END-PERFORM
           MOVE '07' TO WS-CODE-ENREG
           MOVE WS-PERIODE-FIN TO WS-DATE-SOLDE
           IF WS-PERIODE-FIN > WS-DATE-TRT
              MOVE WS-DATE-TRT TO WS-DATE-SOLDE
           END-IF
           PERFORM FONCTION-ECRIRE-SOLDE
           ADD 1 TO WS-CAN-RELEVES(WS-IX-CANAL)
           ADD WS-CLI-ENREG TO WS-CAN-ENREG(WS-IX-CANAL)
           ADD WS-CLI-DEBITS TO WS-CAN-DEBITS(WS-IX-CANAL)
           ADD WS-CLI-CREDITS TO WS-CAN-CREDITS(WS-IX-CANAL)
           PERFORM FONCTION-PRINT-CLIENT.
        FONCTION-POSITIONNER-MOUV.
           MOVE 'N' TO WS-FIN-MOUV
           MOVE ABR-NUM-COMPTE TO MVX-NUM-COMPTE
           MOVE LOW-VALUES TO MVX-DATE-MOUV
           MOVE 0 TO MVX-SEQ
           START FMOUVIX KEY IS >= MVX-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-MOUV
           END-START
           IF WS-FIN-MOUV NOT = 'Y'
              PERFORM FONCTION-READ-MOUV
           END-IF.
        FONCTION-READ-MOUV.
           READ FMOUVIX NEXT
              AT END MOVE 'Y' TO WS-FIN-MOUV
           END-READ
           IF WS-FIN-MOUV NOT = 'Y'
              IF MVX-NUM-COMPTE NOT = ABR-NUM-COMPTE
                 MOVE 'Y' TO WS-FIN-MOUV
              END-IF
           END-IF.
      *-- ZONES COMMUNES AUX TROIS TYPES D'ENREGISTREMENT : RIB DU
      *-- COMPTE (FRIBAN), DEVISE ET NOMBRE DE DECIMALES
        FONCTION-INIT-CFONB.
           MOVE SPACES TO WS-CFO-ENR
           MOVE RIB-CODE-BANQUE TO WS-CFO-BANQUE
           MOVE RIB-CODE-GUICHET TO WS-CFO-GUICHET
           MOVE 'EUR' TO WS-CFO-DEVISE
           MOVE '2' TO WS-CFO-NB-DEC
           MOVE RIB-NUM-COMPTE-RIB TO WS-CFO-COMPTE.
        FONCTION-ECRIRE-SOLDE.
           PERFORM FONCTION-INIT-CFONB
           MOVE WS-CODE-ENREG TO WS-CFO-CODE
           MOVE WS-DATE-SOLDE(9:2) TO WS-JJMMAA-JJ
           MOVE WS-DATE-SOLDE(6:2) TO WS-JJMMAA-MM
           MOVE WS-DATE-SOLDE(3:2) TO WS-JJMMAA-AA
           MOVE WS-DATE-JJMMAA TO WS-CFO-DATE-COMPTA
           MOVE WS-SOLDE-CLO TO WS-CFO-MONTANT
           PERFORM FONCTION-ECRIRE-CFONB.
        FONCTION-ECRIRE-MOUVEMENT.
           PERFORM FONCTION-INIT-CFONB
           MOVE '04' TO WS-CFO-CODE
           MOVE MVX-NAT-MOUV TO WS-CFO-CODE-OPE
           MOVE MVX-DATE-MOUV(9:2) TO WS-JJMMAA-JJ
           MOVE MVX-DATE-MOUV(6:2) TO WS-JJMMAA-MM
           MOVE MVX-DATE-MOUV(3:2) TO WS-JJMMAA-AA
           MOVE WS-DATE-JJMMAA TO WS-CFO-DATE-COMPTA
           IF MVX-DATE-VALEUR = SPACES
              MOVE WS-DATE-JJMMAA TO WS-CFO-DATE-VALEUR
           ELSE
              MOVE MVX-DATE-VALEUR(7:2) TO WS-JJMMAA-JJ
              MOVE MVX-DATE-VALEUR(5:2) TO WS-JJMMAA-MM
              MOVE MVX-DATE-VALEUR(3:2) TO WS-JJMMAA-AA
              MOVE WS-DATE-JJMMAA TO WS-CFO-DATE-VALEUR
           END-IF
           PERFORM FONCTION-CHERCH-NATMOUV
           STRING MVX-LIBELLE-MOUV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIB-NATMOUV(1:15) DELIMITED BY SIZE
                  INTO WS-CFO-LIBELLE
           MOVE MVX-REF-MOUV TO WS-CFO-REFERENCE
           IF MVX-SENS-MOUV = 'CR'
              MOVE MVX-MONT-MOUV TO WS-CFO-MONTANT
              ADD MVX-MONT-MOUV TO WS-SOLDE-CLO
              ADD MVX-MONT-MOUV TO WS-CLI-CREDITS
           ELSE
              COMPUTE WS-CFO-MONTANT = MVX-MONT-MOUV * -1
              SUBTRACT MVX-MONT-MOUV FROM WS-SOLDE-CLO
              ADD MVX-MONT-MOUV TO WS-CLI-DEBITS
           END-IF
           PERFORM FONCTION-ECRIRE-CFONB.
      *-- LE RELEVE EST ECRIT DANS LE FICHIER DU CANAL DE REMISE DE
      *-- L'ABONNEMENT
        FONCTION-ECRIRE-CFONB.
           ADD 1 TO WS-CLI-ENREG
           EVALUATE WS-IX-CANAL
              WHEN 1
                 WRITE REC-RELEBI FROM WS-CFO-ENR
              WHEN 2
                 WRITE REC-RELTRF FROM WS-CFO-ENR
              WHEN 3
                 WRITE REC-RELPOR FROM WS-CFO-ENR
           END-EVALUATE.
        FONCTION-CHERCH-NATMOUV.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATMOUV' TO WS-REF-TABLE
           MOVE MVX-NAT-MOUV TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR = '0'
              MOVE WS-REF-LIBELLE TO WS-LIB-NATMOUV
           ELSE
              MOVE SPACES TO WS-LIB-NATMOUV
           END-IF.
        FONCTION-READ-ABOREL.
           READ FABOREL
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * LISTE DE CONTROLE : UNE LIGNE PAR RELEVE TRANSMIS, LES     *
      * ABONNEMENTS NON SERVIS, PUIS LES TOTAUX PAR CANAL          *
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
        FONCTION-PRINT-CLIENT.
           MOVE ABR-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE NOM-CLIENT TO WS-PRT-NOM
           MOVE WS-CAN-LIBELLE(WS-IX-CANAL) TO WS-PRT-CANAL
           MOVE ABR-FREQUENCE TO WS-PRT-FREQUENCE
           MOVE WS-CLI-ENREG TO WS-PRT-ENREG
           MOVE WS-CLI-DEBITS TO WS-PRT-DEBITS
           MOVE WS-CLI-CREDITS TO WS-PRT-CREDITS
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-CANAUX.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 2 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-IX-CANAL FROM 1 BY 1
                   UNTIL WS-IX-CANAL > 3
              MOVE WS-CAN-LIBELLE(WS-IX-CANAL) TO WS-PRT-CAN-LIBELLE
              MOVE WS-CAN-RELEVES(WS-IX-CANAL) TO WS-PRT-CAN-RELEVES
              MOVE WS-CAN-ENREG(WS-IX-CANAL) TO WS-PRT-CAN-ENREG
              MOVE WS-CAN-DEBITS(WS-IX-CANAL) TO WS-PRT-CAN-DEBITS
              MOVE WS-CAN-CREDITS(WS-IX-CANAL) TO WS-PRT-CAN-CREDITS
              MOVE WS-LIGNE-CANAL TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-ABONNEMENTS TO WS-PRT-ABONNEMENTS
           MOVE WS-CPT-RELEVES TO WS-PRT-RELEVES
           MOVE WS-CPT-REJETS TO WS-PRT-REJETS
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           DISPLAY ' ABONNEMENTS DU PASSAGE : ' WS-CPT-ABONNEMENTS
           DISPLAY ' RELEVES TRANSMIS : ' WS-CPT-RELEVES
           DISPLAY ' ABONNEMENTS NON SERVIS : ' WS-CPT-REJETS.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' WS-DATE-TRT ' PERIODE=' WS-PERIODE
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
           MOVE 'QUEST136' TO CTLLOG-JOB
           MOVE ' RELEVES ELECTRONIQUES EMIS ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RELEVES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST136' TO WS-ERR-PROGRAMME
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
           CLOSE FABOREL
           CLOSE FCLIENT
           CLOSE FRIBAN
           CLOSE FMOUVIX
           CLOSE FRELEBI
           CLOSE FRELTRF
           CLOSE FRELPOR
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
