      **************************************************************
      *PROGRAMME MENSUEL DE DECLARATION A LA CENTRALE DES RISQUES : *
      *L'ENCOURS DE CHAQUE COMPTE NON CLOTURE EST FORME DU CAPITAL  *
      *RESTANT DU DES PRETS (ECHEANCES FECHEANC NON PAYEES), DE LA  *
      *PARTIE UTILISEE DU DECOUVERT (SOLDE NEGATIF) ET DE LA PARTIE *
      *NON UTILISEE DE L'AUTORISATION FLIMITE EN VIGUEUR. LES       *
      *ENCOURS SONT CUMULES PAR PERSONNE VIA FCLILINK (A DEFAUT DE  *
      *RATTACHEMENT LE COMPTE EST DECLARE SEUL) ; UNE PERSONNE DONT *
      *UN PRET PORTE UNE ECHEANCE IMPAYEE ('I' POSE PAR QUEST80)    *
      *EST MARQUEE EN ARRIERE. LES PERSONNES AU-DESSUS DU SEUIL     *
      *(FPARAM QUEST124-SEUIL) SONT ECRITES DANS LA DECLARATION     *
      *COMPLETE FCENRIS, CONSERVEE POUR LE MOIS SUIVANT. ELLE EST   *
      *RAPPROCHEE DE LA DECLARATION DU MOIS PRECEDENT FCENPRE POUR  *
      *PRODUIRE LE FICHIER DES MOUVEMENTS FCENDEL : 'N' NOUVELLE    *
      *PERSONNE, 'C' CORRECTION, 'S' SORTIE. LES DEUX FICHIERS ONT  *
      *UN ENREGISTREMENT ENTETE ET UN ENREGISTREMENT FIN DE         *
      *CONTROLE. L'ETAT LISTE LES PERSONNES DECLAREES ET SORTIES    *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST124.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FLIMITE ASSIGN TO DDLIMITE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LIM-NUM-COMPTE
           FILE STATUS IS FS-LIMITE.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FRISQ-WK ASSIGN TO FWORK.
           SELECT FCENPRE ASSIGN TO DDCENPRE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CENPRE.
           SELECT FCENRIS ASSIGN TO DDCENRIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CENRIS.
           SELECT FCENDEL ASSIGN TO DDCENDEL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CENDEL.
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
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
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
        FD FLIMITE.
        01 LIMITE.
           05 LIM-NUM-COMPTE PIC X(6).
           05 LIM-MONTANT PIC 9(10).
           05 LIM-DATE-EXPIR PIC X(10).
           05 LIM-DATE-DEPASS PIC X(10).
           05 FILLER PIC X(44).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        SD FRISQ-WK.
        01 RISQ-WK.
           05 WK-PERSONNE.
              10 WK-TYPE-PERSONNE PIC X(1).
              10 WK-IDENT-PERSONNE PIC X(8).
           05 WK-NUM-COMPTE PIC X(6).
           05 WK-NOM PIC X(10).
           05 WK-PRENOM PIC X(10).
           05 WK-DATE-NAIS PIC 9(8).
           05 WK-CAPITAL PIC 9(9)V99.
           05 WK-DECOUVERT PIC 9(9)V99.
           05 WK-AUTORISATION PIC 9(9)V99.
           05 WK-ARRIERE PIC X(1).
      *-- DECLARATION COMPLETE DU MOIS PRECEDENT, MEME FORMAT QUE
      *-- FCENRIS : '01' ENTETE, '02' PERSONNE, '99' FIN
        FD FCENPRE.
        01 CENPRE-REC.
           05 PRE-TYPE-ENR PIC X(2).
           05 PRE-ACTION PIC X(1).
           05 PRE-PERSONNE.
              10 PRE-TYPE-PERSONNE PIC X(1).
              10 PRE-IDENT-PERSONNE PIC X(8).
           05 PRE-DONNEES.
              10 PRE-NOM PIC X(10).
              10 PRE-PRENOM PIC X(10).
              10 PRE-DATE-NAIS PIC 9(8).
              10 PRE-CAPITAL PIC 9(9)V99.
              10 PRE-DECOUVERT PIC 9(9)V99.
              10 PRE-AUTORISATION PIC 9(9)V99.
              10 PRE-ARRIERE PIC X(1).
              10 FILLER PIC X(6).
        FD FCENRIS.
        01 CENRIS-REC.
           05 CEN-TYPE-ENR PIC X(2).
           05 CEN-DONNEES PIC X(78).
        01 CENRIS-ENTETE.
           05 FILLER PIC X(2).
           05 CEN-ENT-DECLARANT PIC X(8).
           05 CEN-ENT-PERIODE PIC X(7).
           05 CEN-ENT-DATE-ARRETE PIC X(10).
           05 CEN-ENT-NATURE PIC X(1).
           05 CEN-ENT-SEUIL PIC 9(7).
           05 FILLER PIC X(45).
        01 CENRIS-PERSONNE.
           05 FILLER PIC X(2).
           05 CEN-ACTION PIC X(1).
           05 CEN-PERSONNE.
              10 CEN-TYPE-PERSONNE PIC X(1).
              10 CEN-IDENT-PERSONNE PIC X(8).
           05 CEN-NOM PIC X(10).
           05 CEN-PRENOM PIC X(10).
           05 CEN-DATE-NAIS PIC 9(8).
           05 CEN-CAPITAL PIC 9(9)V99.
           05 CEN-DECOUVERT PIC 9(9)V99.
           05 CEN-AUTORISATION PIC 9(9)V99.
           05 CEN-ARRIERE PIC X(1).
           05 FILLER PIC X(6).
        01 CENRIS-FIN.
           05 FILLER PIC X(2).
           05 CEN-FIN-NB-PERSONNES PIC 9(7).
           05 CEN-FIN-ENCOURS PIC 9(13)V99.
           05 CEN-FIN-NB-NOUVEAUX PIC 9(7).
           05 CEN-FIN-NB-CORRECTIONS PIC 9(7).
           05 CEN-FIN-NB-SORTIES PIC 9(7).
           05 FILLER PIC X(35).
        FD FCENDEL.
        01 CENDEL-REC.
           05 DEL-TYPE-ENR PIC X(2).
           05 DEL-ACTION PIC X(1).
           05 DEL-DONNEES PIC X(77).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-LIMITE PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-CENPRE PIC X(2).
        01 FS-CENRIS PIC X(2).
        01 FS-CENDEL PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-ECHEANC PIC X(1).
        01 WS-FIN-CENPRE PIC X(1).
        01 WS-PRE-TROUVE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-SEUIL PIC 9(7).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- ENCOURS DU COMPTE EN COURS
        01 WS-CPT-CAPITAL PIC 9(9)V99.
        01 WS-CPT-DECOUVERT PIC 9(9)V99.
        01 WS-CPT-AUTORISATION PIC 9(9)V99.
        01 WS-CPT-ARRIERE PIC X(1).
      *-- CUMULS DE LA PERSONNE EN COURS
        01 WS-PREMIER PIC X(1).
        01 WS-PERSONNE-PREC PIC X(9).
        01 WS-PER-NOM PIC X(10).
        01 WS-PER-PRENOM PIC X(10).
        01 WS-PER-DATE-NAIS PIC 9(8).
        01 WS-PER-CAPITAL PIC 9(9)V99.
        01 WS-PER-DECOUVERT PIC 9(9)V99.
        01 WS-PER-AUTORISATION PIC 9(9)V99.
        01 WS-PER-ARRIERE PIC X(1).
        01 WS-PER-ENCOURS PIC 9(11)V99.
      *-- ENREGISTREMENT DECLARE DE LA PERSONNE, COMPARE A CELUI DU
      *-- MOIS PRECEDENT SUR LA PARTIE HORS CODE ACTION
        01 WS-CENRIS-PERSONNE PIC X(80).
        01 WS-ACTION PIC X(1).
        01 WS-CPT-COMPTES PIC 9(7) VALUE 0.
        01 WS-CPT-EXCLUS PIC 9(7) VALUE 0.
        01 WS-CPT-PERSONNES PIC 9(7) VALUE 0.
        01 WS-CPT-SOUS-SEUIL PIC 9(7) VALUE 0.
        01 WS-CPT-NOUVEAUX PIC 9(7) VALUE 0.
        01 WS-CPT-CORRECTIONS PIC 9(7) VALUE 0.
        01 WS-CPT-SORTIES PIC 9(7) VALUE 0.
        01 WS-CPT-INCHANGES PIC 9(7) VALUE 0.
        01 WS-CPT-MOUVEMENTS PIC 9(7) VALUE 0.
        01 WS-TOT-ENCOURS PIC 9(13)V99 VALUE 0.
        01 WS-TOT-ENCOURS-DELTA PIC 9(13)V99 VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST124'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST124'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(44) VALUE
              ' DECLARATION A LA CENTRALE DES RISQUES '.
           05 FILLER PIC X(17) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' A PERSONNE '.
           05 FILLER PIC X(11) VALUE ' NOM       '.
           05 FILLER PIC X(12) VALUE '    CAPITAL '.
           05 FILLER PIC X(12) VALUE '  DECOUVERT '.
           05 FILLER PIC X(12) VALUE ' AUTORISAT. '.
           05 FILLER PIC X(13) VALUE '     ENCOURS '.
           05 FILLER PIC X(2) VALUE ' I'.
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-PERSONNE.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ACTION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE PIC X(1).
           05 WS-PRT-IDENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CAPITAL PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DECOUVERT PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-AUTORISATION PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ENCOURS PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ARRIERE PIC X(1).
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(12) VALUE ' DECLARES : '.
           05 WS-PRT-NB-PERSONNES PIC Z(6)9.
           05 FILLER PIC X(13) VALUE ' NOUVEAUX : '.
           05 WS-PRT-NB-NOUVEAUX PIC Z(6)9.
           05 FILLER PIC X(15) VALUE ' CORRECTIONS : '.
           05 WS-PRT-NB-CORRECTIONS PIC Z(6)9.
           05 FILLER PIC X(10) VALUE ' SORTIES '.
           05 WS-PRT-NB-SORTIES PIC Z(6)9.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
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
           OPEN INPUT FCENPRE
           IF FS-CENPRE = '00'
              DISPLAY ' FILE CENPRE OPEN SUCCES : ' FS-CENPRE
           ELSE
              MOVE 'FCENPRE' TO WS-ERR-FICHIER
              MOVE FS-CENPRE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCENRIS
           IF FS-CENRIS = '00'
              DISPLAY ' FILE CENRIS OPEN SUCCES : ' FS-CENRIS
           ELSE
              MOVE 'FCENRIS' TO WS-ERR-FICHIER
              MOVE FS-CENRIS TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCENDEL
           IF FS-CENDEL = '00'
              DISPLAY ' FILE CENDEL OPEN SUCCES : ' FS-CENDEL
           ELSE
              MOVE 'FCENDEL' TO WS-ERR-FICHIER
              MOVE FS-CENDEL TO WS-ERR-STATUT
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
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT
           MOVE SPACES TO CENRIS-REC
           MOVE '01' TO CEN-TYPE-ENR
           MOVE 'QUEST124' TO CEN-ENT-DECLARANT
           MOVE WS-DATE-TRT(1:7) TO CEN-ENT-PERIODE
           MOVE WS-DATE-TRT TO CEN-ENT-DATE-ARRETE
           MOVE WS-SEUIL TO CEN-ENT-SEUIL
           MOVE 'M' TO CEN-ENT-NATURE
           MOVE CENRIS-REC TO CENDEL-REC
           WRITE CENDEL-REC
           MOVE 'C' TO CEN-ENT-NATURE
           WRITE CENRIS-REC
           MOVE 'N' TO WS-FIN-CENPRE
           PERFORM FONCTION-READ-CENPRE
           SORT FRISQ-WK
                ON ASCENDING KEY WK-PERSONNE WK-NUM-COMPTE
                INPUT PROCEDURE FONCTION-EVALUER-COMPTES
                OUTPUT PROCEDURE IS FONCTION-DECLARER-PERSONNES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           MOVE SPACES TO CENRIS-REC
           MOVE '99' TO CEN-TYPE-ENR
           MOVE WS-CPT-MOUVEMENTS TO CEN-FIN-NB-PERSONNES
           MOVE WS-TOT-ENCOURS-DELTA TO CEN-FIN-ENCOURS
           MOVE WS-CPT-NOUVEAUX TO CEN-FIN-NB-NOUVEAUX
           MOVE WS-CPT-CORRECTIONS TO CEN-FIN-NB-CORRECTIONS
           MOVE WS-CPT-SORTIES TO CEN-FIN-NB-SORTIES
           MOVE CENRIS-REC TO CENDEL-REC
           WRITE CENDEL-REC
           MOVE WS-CPT-PERSONNES TO CEN-FIN-NB-PERSONNES
           MOVE WS-TOT-ENCOURS TO CEN-FIN-ENCOURS
           WRITE CENRIS-REC
           DISPLAY ' COMPTES EVALUES : ' WS-CPT-COMPTES
           DISPLAY ' COMPTES CLOS EXCLUS : ' WS-CPT-EXCLUS
           DISPLAY ' PERSONNES DECLAREES : ' WS-CPT-PERSONNES
           DISPLAY ' PERSONNES SOUS LE SEUIL : ' WS-CPT-SOUS-SEUIL
           DISPLAY ' NOUVELLES PERSONNES : ' WS-CPT-NOUVEAUX
           DISPLAY ' CORRECTIONS : ' WS-CPT-CORRECTIONS
           DISPLAY ' SORTIES : ' WS-CPT-SORTIES
           DISPLAY ' INCHANGEES : ' WS-CPT-INCHANGES
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST124-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST124-SEUIL' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '25000' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(24:7) TO WS-SEUIL.
      **************************************************************
      * ENCOURS DE CHAQUE COMPTE RATTACHE A SA PERSONNE            *
      **************************************************************
        FONCTION-EVALUER-COMPTES.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF STATUT-COMPTE = 'C'
                 ADD 1 TO WS-CPT-EXCLUS
              ELSE
                 PERFORM FONCTION-EVALUER-COMPTE
              END-IF
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-EVALUER-COMPTE.
           MOVE 0 TO WS-CPT-DECOUVERT
           MOVE 0 TO WS-CPT-AUTORISATION
           IF SOLDE < 0
              COMPUTE WS-CPT-DECOUVERT = 0 - SOLDE
           END-IF
           MOVE NU-COMPTE TO LIM-NUM-COMPTE
           READ FLIMITE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF LIM-DATE-EXPIR = SPACES
                    OR LIM-DATE-EXPIR >= WS-DATE-TRT
                    IF LIM-MONTANT > WS-CPT-DECOUVERT
                       COMPUTE WS-CPT-AUTORISATION = LIM-MONTANT
                               - WS-CPT-DECOUVERT
                    END-IF
                 END-IF
           END-READ
           PERFORM FONCTION-CUMULER-PRETS
           IF WS-CPT-CAPITAL > 0 OR WS-CPT-DECOUVERT > 0
              OR WS-CPT-AUTORISATION > 0
              ADD 1 TO WS-CPT-COMPTES
              MOVE NU-COMPTE TO LNK-NUM-COMPTE
              READ FCLILINK
                 INVALID KEY
                    MOVE 'C' TO WK-TYPE-PERSONNE
                    MOVE NU-COMPTE TO WK-IDENT-PERSONNE
                    MOVE NOM-CLIENT TO WK-NOM
                    MOVE PRENOM-CLIENT TO WK-PRENOM
                    MOVE DATE-NAIS TO WK-DATE-NAIS
                 NOT INVALID KEY
                    MOVE 'P' TO WK-TYPE-PERSONNE
                    MOVE LNK-NUM-CLIENT TO WK-IDENT-PERSONNE
                    PERFORM FONCTION-LIRE-PERSONNE
              END-READ
              MOVE NU-COMPTE TO WK-NUM-COMPTE
              MOVE WS-CPT-CAPITAL TO WK-CAPITAL
              MOVE WS-CPT-DECOUVERT TO WK-DECOUVERT
              MOVE WS-CPT-AUTORISATION TO WK-AUTORISATION
              MOVE WS-CPT-ARRIERE TO WK-ARRIERE
              RELEASE RISQ-WK
           END-IF.
        FONCTION-LIRE-PERSONNE.
           MOVE LNK-NUM-CLIENT TO PER-NUM-CLIENT
           READ FPERSON
              INVALID KEY
                 MOVE NOM-CLIENT TO WK-NOM
                 MOVE PRENOM-CLIENT TO WK-PRENOM
                 MOVE DATE-NAIS TO WK-DATE-NAIS
              NOT INVALID KEY
                 MOVE PER-NOM TO WK-NOM
                 MOVE PER-PRENOM TO WK-PRENOM
                 MOVE PER-DATE-NAIS TO WK-DATE-NAIS
           END-READ.
      *-- CAPITAL RESTANT DU : PART CAPITAL DES ECHEANCES NON PAYEES
      *-- DE TOUS LES PRETS DU COMPTE, COMME AU RAPPROCHEMENT QUEST118
        FONCTION-CUMULER-PRETS.
           MOVE 0 TO WS-CPT-CAPITAL
           MOVE SPACE TO WS-CPT-ARRIERE
           MOVE NU-COMPTE TO ECH-NUM-COMPTE
           MOVE 0 TO ECH-SEQ-PRET
           MOVE 0 TO ECH-NUMERO
           MOVE 'N' TO WS-FIN-ECHEANC
           START FECHEANC KEY IS >= ECH-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-ECHEANC
           END-START
           PERFORM UNTIL WS-FIN-ECHEANC = 'Y'
              READ FECHEANC NEXT
                 AT END MOVE 'Y' TO WS-FIN-ECHEANC
              END-READ
              IF WS-FIN-ECHEANC = 'N'
                 IF ECH-NUM-COMPTE NOT = NU-COMPTE
                    MOVE 'Y' TO WS-FIN-ECHEANC
                 ELSE
                    IF ECH-STATUT NOT = 'P'
                       ADD ECH-PART-CAPITAL TO WS-CPT-CAPITAL
                    END-IF
                    IF ECH-STATUT = 'I'
                       MOVE 'I' TO WS-CPT-ARRIERE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      **************************************************************
      * CUMUL PAR PERSONNE, SEUIL ET RAPPROCHEMENT AVEC LE MOIS    *
      * PRECEDENT (LES DEUX FICHIERS SONT DANS L'ORDRE PERSONNE)   *
      **************************************************************
        FONCTION-DECLARER-PERSONNES.
           MOVE 'O' TO WS-PREMIER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              RETURN FRISQ-WK
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-RETURN
              IF WS-END-OF-FILE = 'N'
                 IF WS-PREMIER = 'O'
                    MOVE 'N' TO WS-PREMIER
                    PERFORM FONCTION-OUVRIR-PERSONNE
                 ELSE
                    IF WK-PERSONNE NOT = WS-PERSONNE-PREC
                       PERFORM FONCTION-CLORE-PERSONNE
                       PERFORM FONCTION-OUVRIR-PERSONNE
                    END-IF
                 END-IF
                 ADD WK-CAPITAL TO WS-PER-CAPITAL
                 ADD WK-DECOUVERT TO WS-PER-DECOUVERT
                 ADD WK-AUTORISATION TO WS-PER-AUTORISATION
                 IF WK-ARRIERE = 'I'
                    MOVE 'I' TO WS-PER-ARRIERE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PREMIER = 'N'
              PERFORM FONCTION-CLORE-PERSONNE
           END-IF
           PERFORM UNTIL WS-FIN-CENPRE = 'Y'
              PERFORM FONCTION-SORTIR-PERSONNE
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CPT-PERSONNES TO WS-PRT-NB-PERSONNES
           MOVE WS-CPT-NOUVEAUX TO WS-PRT-NB-NOUVEAUX
           MOVE WS-CPT-CORRECTIONS TO WS-PRT-NB-CORRECTIONS
           MOVE WS-CPT-SORTIES TO WS-PRT-NB-SORTIES
           MOVE WS-LIGNE-TOTAL TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT.
        FONCTION-OUVRIR-PERSONNE.
           MOVE WK-PERSONNE TO WS-PERSONNE-PREC
           MOVE WK-NOM TO WS-PER-NOM
           MOVE WK-PRENOM TO WS-PER-PRENOM
           MOVE WK-DATE-NAIS TO WS-PER-DATE-NAIS
           MOVE 0 TO WS-PER-CAPITAL
           MOVE 0 TO WS-PER-DECOUVERT
           MOVE 0 TO WS-PER-AUTORISATION
           MOVE SPACE TO WS-PER-ARRIERE.
        FONCTION-CLORE-PERSONNE.
           COMPUTE WS-PER-ENCOURS = WS-PER-CAPITAL + WS-PER-DECOUVERT
                   + WS-PER-AUTORISATION
           IF WS-PER-ENCOURS > WS-SEUIL
              PERFORM FONCTION-DECLARER-PERSONNE
           ELSE
              ADD 1 TO WS-CPT-SOUS-SEUIL
           END-IF.
        FONCTION-DECLARER-PERSONNE.
           ADD 1 TO WS-CPT-PERSONNES
           ADD WS-PER-ENCOURS TO WS-TOT-ENCOURS
           MOVE SPACES TO CENRIS-REC
           MOVE '02' TO CEN-TYPE-ENR
           MOVE SPACE TO CEN-ACTION
           MOVE WS-PERSONNE-PREC TO CEN-PERSONNE
           MOVE WS-PER-NOM TO CEN-NOM
           MOVE WS-PER-PRENOM TO CEN-PRENOM
           MOVE WS-PER-DATE-NAIS TO CEN-DATE-NAIS
           MOVE WS-PER-CAPITAL TO CEN-CAPITAL
           MOVE WS-PER-DECOUVERT TO CEN-DECOUVERT
           MOVE WS-PER-AUTORISATION TO CEN-AUTORISATION
           MOVE WS-PER-ARRIERE TO CEN-ARRIERE
           MOVE CENRIS-REC TO WS-CENRIS-PERSONNE
           WRITE CENRIS-REC
      *-- LES PERSONNES DU MOIS PRECEDENT DE CLE INFERIEURE NE SONT
      *-- PLUS DECLAREES : ELLES SORTENT
           PERFORM UNTIL WS-FIN-CENPRE = 'Y'
                      OR PRE-PERSONNE NOT < WS-PERSONNE-PREC
              PERFORM FONCTION-SORTIR-PERSONNE
           END-PERFORM
           IF WS-FIN-CENPRE = 'N'
              AND PRE-PERSONNE = WS-PERSONNE-PREC
              IF PRE-DONNEES = WS-CENRIS-PERSONNE(13:68)
                 ADD 1 TO WS-CPT-INCHANGES
                 MOVE SPACE TO WS-ACTION
              ELSE
                 ADD 1 TO WS-CPT-CORRECTIONS
                 MOVE 'C' TO WS-ACTION
              END-IF
              PERFORM FONCTION-READ-CENPRE
           ELSE
              ADD 1 TO WS-CPT-NOUVEAUX
              MOVE 'N' TO WS-ACTION
           END-IF
           IF WS-ACTION NOT = SPACE
              ADD 1 TO WS-CPT-MOUVEMENTS
              ADD WS-PER-ENCOURS TO WS-TOT-ENCOURS-DELTA
              MOVE WS-CENRIS-PERSONNE TO CENDEL-REC
              MOVE WS-ACTION TO DEL-ACTION
              WRITE CENDEL-REC
           END-IF
           MOVE WS-ACTION TO WS-PRT-ACTION
           MOVE WS-PERSONNE-PREC(1:1) TO WS-PRT-TYPE
           MOVE WS-PERSONNE-PREC(2:8) TO WS-PRT-IDENT
           MOVE WS-PER-NOM TO WS-PRT-NOM
           MOVE WS-PER-CAPITAL TO WS-PRT-CAPITAL
           MOVE WS-PER-DECOUVERT TO WS-PRT-DECOUVERT
           MOVE WS-PER-AUTORISATION TO WS-PRT-AUTORISATION
           MOVE WS-PER-ENCOURS TO WS-PRT-ENCOURS
           MOVE WS-PER-ARRIERE TO WS-PRT-ARRIERE
           PERFORM FONCTION-ECRIRE-LIGNE.
      *-- SORTIE : L'ENREGISTREMENT DU MOIS PRECEDENT EST RENVOYE
      *-- AVEC LE CODE ACTION 'S'
        FONCTION-SORTIR-PERSONNE.
           ADD 1 TO WS-CPT-SORTIES
           ADD 1 TO WS-CPT-MOUVEMENTS
           MOVE CENPRE-REC TO CENDEL-REC
           MOVE 'S' TO DEL-ACTION
           WRITE CENDEL-REC
           MOVE 'S' TO WS-PRT-ACTION
           MOVE PRE-TYPE-PERSONNE TO WS-PRT-TYPE
           MOVE PRE-IDENT-PERSONNE TO WS-PRT-IDENT
           MOVE PRE-NOM TO WS-PRT-NOM
           MOVE PRE-CAPITAL TO WS-PRT-CAPITAL
           MOVE PRE-DECOUVERT TO WS-PRT-DECOUVERT
           MOVE PRE-AUTORISATION TO WS-PRT-AUTORISATION
           MOVE 0 TO WS-PRT-ENCOURS
           MOVE PRE-ARRIERE TO WS-PRT-ARRIERE
           PERFORM FONCTION-ECRIRE-LIGNE
           PERFORM FONCTION-READ-CENPRE.
        FONCTION-ECRIRE-LIGNE.
           MOVE WS-LIGNE-PERSONNE TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- LECTURE DE LA DECLARATION PRECEDENTE, ENTETE ET FIN IGNORES
        FONCTION-READ-CENPRE.
           MOVE 'N' TO WS-PRE-TROUVE
           PERFORM UNTIL WS-FIN-CENPRE = 'Y' OR WS-PRE-TROUVE = 'O'
              READ FCENPRE
                 AT END MOVE 'Y' TO WS-FIN-CENPRE
              END-READ
              IF WS-FIN-CENPRE = 'N' AND PRE-TYPE-ENR = '02'
                 MOVE 'O' TO WS-PRE-TROUVE
              END-IF
           END-PERFORM.
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
           MOVE 'QUEST124' TO CTLLOG-JOB
           MOVE ' PERSONNES DECLAREES CENTRALE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-PERSONNES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST124' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCLIENT
           CLOSE FECHEANC
           CLOSE FLIMITE
           CLOSE FCLILINK
           CLOSE FPERSON
           CLOSE FCENPRE
           CLOSE FCENRIS
           CLOSE FCENDEL
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
