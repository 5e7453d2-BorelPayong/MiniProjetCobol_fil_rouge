      **************************************************************
      *PROGRAMME DES CHEQUES IMPAYES ET DU FICHIER INTERNE DES      *
      *INTERDITS D'EMETTRE DES CHEQUES : EXPLOITE LES CHEQUES       *
      *REJETES SANS PROVISION PAR LE CONTROLE D'ENTREE QUEST33      *
      *(FICHIER FCHQIMP, CODE MOTIF POUR LA BANQUE PRESENTATRICE).  *
      *POUR CHAQUE IMPAYE :                                         *
      * - LE COMPTE EST INSCRIT AU REGISTRE FINTERD (KSDS PAR       *
      *   COMPTE) AVEC SA DATE DE DEBUT ET SA DATE DE FIN           *
      *   D'INTERDICTION (DUREE QUEST121-DUREE EN ANNEES, DEFAUT 5);*
      *   UN NOUVEL INCIDENT PENDANT L'INTERDICTION LA PROLONGE A   *
      *   PARTIR DE SA DATE, UNE INTERDICTION ECHUE EST ROUVERTE    *
      * - LA LETTRE D'INJONCTION REGLEMENTAIRE EST EDITEE AU TIREUR *
      *   (IDENTITE FCLIENT, ADRESSE STRUCTUREE FADRESSE AVEC REPLI *
      *   SUR L'ANCIENNE ZONE) SOUS LA BANNIERE PGMEDIT             *
      *LE REGISTRE EST CONSULTE PAR QUEST73, QUI REFUSE LA          *
      *DELIVRANCE D'UN CHEQUIER A UN COMPTE INTERDIT                *
      *UN DESTINATAIRE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE *
      *PAR UN RETOUR DE COURRIER (QUEST161) NE RECOIT PAS           *
      *L'INJONCTION, QUI EST CONSIGNEE DANS LE COURRIER RETENU      *
      *FCOURRET (TYPE 'IC') POUR REEMISSION APRES CORRECTION DE     *
      *L'ADRESSE ; L'INSCRIPTION FINTERD EST FAITE DANS TOUS LES CAS*
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST121.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCHQIMP ASSIGN TO DDCHQIMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHQIMP.
           SELECT FINTERD ASSIGN TO DDINTERD
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS INT-NUM-COMPTE
           FILE STATUS IS FS-INTERD.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FCTLLOG ASSIGN TO DDCTLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CTLLOG.
           SELECT FCOURRET ASSIGN TO DDCOURET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COURRET.
        DATA DIVISION.
        FILE SECTION.
        FD FCHQIMP.
        01 CHQIMP.
           05 IMP-NUM-COMPTE PIC X(6).
           05 IMP-NUM-CHEQUE PIC 9(6).
           05 IMP-MONTANT PIC 9(6)V99.
           05 IMP-DATE PIC X(10).
           05 IMP-CODE-AGENCE PIC X(3).
           05 IMP-CODE-MOTIF PIC X(2).
           05 IMP-PROVISION PIC S9(10)V99.
           05 FILLER PIC X(33).
        FD FINTERD.
        01 INTERD.
           05 INT-NUM-COMPTE PIC X(6).
           05 INT-DATE-DEBUT PIC X(10).
           05 INT-DATE-FIN PIC X(10).
           05 INT-NB-INCIDENTS PIC 9(3).
           05 INT-DERN-CHEQUE PIC 9(6).
           05 INT-DERN-MONTANT PIC 9(6)V99.
           05 INT-DATE-MAJ PIC X(10).
           05 FILLER PIC X(27).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 FS-CHQIMP PIC X(2).
        01 FS-INTERD PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-COURRET PIC X(2).
           COPY WSERREUR.
        01 WS-ADRESSE-INVALIDE PIC X(1).
        01 WS-CPT-RETENUS PIC 9(7) VALUE 0.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DUREE-ANS PIC 9(2).
        01 WS-DATE-FIN PIC X(10).
        01 WS-ANNEE-FIN PIC 9(4).
        01 WS-CHAIN-JOB PIC X(8) VALUE 'QUEST121'.
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-IMPAYES PIC 9(7) VALUE 0.
        01 WS-CPT-INSCRITS PIC 9(7) VALUE 0.
        01 WS-CPT-PROLONGES PIC 9(7) VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST121'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST121'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' INJONCTION DE NE PLUS EMETTRE DE CHEQUES '.
           05 FILLER PIC X(26) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(54) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-ADR-NUMERO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-RUE PIC X(25).
           05 FILLER PIC X(44) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-DEST3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-ADR-CP PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-VILLE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-PAYS PIC X(10).
           05 FILLER PIC X(43) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS1.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(9) VALUE ' CHEQUE '.
           05 WS-PRT-CHEQUE PIC 9(6).
           05 FILLER PIC X(8) VALUE ' COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(11) VALUE ' MONTANT '.
           05 WS-PRT-MONTANT PIC ZZZZZ9.99.
           05 FILLER PIC X(5) VALUE ' DU '.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(40) VALUE
              ' REJETE POUR DEFAUT DE PROVISION (MOTIF '.
           05 WS-PRT-MOTIF PIC X(2).
           05 FILLER PIC X(1) VALUE ')'.
           05 FILLER PIC X(35) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' IL VOUS EST ENJOINT DE NE PLUS EMETTRE DE CHEQUES '.
           05 FILLER PIC X(10) VALUE 'JUSQU AU '.
           05 WS-PRT-DATE-FIN PIC X(10).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS4.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' ET DE RESTITUER LES FORMULES EN VOTRE POSSESSION. '.
           05 FILLER PIC X(26) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS5.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' LA REGULARISATION DE L INCIDENT VOUS PERMET DE '.
           05 FILLER PIC X(26) VALUE 'RECOUVRER CETTE FACULTE '.
           05 FILLER PIC X(1) VALUE '*'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FCHQIMP
           IF FS-CHQIMP = '00'
              DISPLAY ' FILE CHQIMP OPEN SUCCES : ' FS-CHQIMP
           ELSE
              MOVE 'FCHQIMP' TO WS-ERR-FICHIER
              MOVE FS-CHQIMP TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FINTERD
           IF FS-INTERD = '00'
              DISPLAY ' FILE INTERD OPEN SUCCES : ' FS-INTERD
           ELSE
              MOVE 'FINTERD' TO WS-ERR-FICHIER
              MOVE FS-INTERD TO WS-ERR-STATUT
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
           OPEN INPUT FADRESSE
           IF FS-ADRESSE = '00'
              DISPLAY ' FILE ADRESSE OPEN SUCCES : ' FS-ADRESSE
           ELSE
              MOVE 'FADRESSE' TO WS-ERR-FICHIER
              MOVE FS-ADRESSE TO WS-ERR-STATUT
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
           OPEN EXTEND FCOURRET
           IF FS-COURRET = '00'
              DISPLAY ' FILE COURRET OPEN SUCCES : ' FS-COURRET
           ELSE
              MOVE 'FCOURRET' TO WS-ERR-FICHIER
              MOVE FS-COURRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-CONTROLER-CHAINE
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-EDITER-BANNIERE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CHQIMP
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-IMPAYES
              PERFORM FONCTION-INSCRIRE-INTERDIT
              PERFORM FONCTION-EMETTRE-INJONCTION
              PERFORM FONCTION-READ-CHQIMP
           END-PERFORM
           DISPLAY ' CHEQUES IMPAYES : ' WS-CPT-IMPAYES
           DISPLAY ' COMPTES INSCRITS : ' WS-CPT-INSCRITS
           DISPLAY ' INTERDICTIONS PROLONGEES : ' WS-CPT-PROLONGES
           PERFORM FONCTION-ECRIRE-CTLLOG
           MOVE WS-CPT-IMPAYES TO WS-CHAIN-VOLUME
           MOVE 'F' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- LES IMPAYES SONT CEUX DU CONTROLE D'ENTREE DU JOUR
        FONCTION-CONTROLER-CHAINE.
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST33' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST121 ABANDONNE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST121-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST121-DUREE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '5' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(29:2) TO WS-DUREE-ANS
           IF WS-DUREE-ANS = 0
              MOVE 5 TO WS-DUREE-ANS
           END-IF.
      **************************************************************
      * INSCRIPTION AU REGISTRE DES INTERDITS : LA FIN             *
      * D'INTERDICTION EST LA DATE DE L'INCIDENT PLUS LA DUREE     *
      * LEGALE ; UN INCIDENT PENDANT L'INTERDICTION NE PEUT QUE LA *
      * PROLONGER                                                  *
      **************************************************************
        FONCTION-INSCRIRE-INTERDIT.
           MOVE IMP-DATE TO WS-DATE-FIN
           MOVE IMP-DATE(1:4) TO WS-ANNEE-FIN
           ADD WS-DUREE-ANS TO WS-ANNEE-FIN
           MOVE WS-ANNEE-FIN TO WS-DATE-FIN(1:4)
      *-- UN 29 FEVRIER EST RAMENE AU 28 DE L'ANNEE D'ECHEANCE
           IF WS-DATE-FIN(6:5) = '02-29'
              MOVE '28' TO WS-DATE-FIN(9:2)
           END-IF
           MOVE IMP-NUM-COMPTE TO INT-NUM-COMPTE
           READ FINTERD
              INVALID KEY
                 MOVE SPACES TO INTERD
                 MOVE IMP-NUM-COMPTE TO INT-NUM-COMPTE
                 MOVE IMP-DATE TO INT-DATE-DEBUT
                 MOVE WS-DATE-FIN TO INT-DATE-FIN
                 MOVE 1 TO INT-NB-INCIDENTS
                 MOVE IMP-NUM-CHEQUE TO INT-DERN-CHEQUE
                 MOVE IMP-MONTANT TO INT-DERN-MONTANT
                 MOVE WS-DATE-TRT TO INT-DATE-MAJ
                 WRITE INTERD
                 ADD 1 TO WS-CPT-INSCRITS
              NOT INVALID KEY
                 PERFORM FONCTION-PROLONGER-INTERDIT
           END-READ.
        FONCTION-PROLONGER-INTERDIT.
           IF INT-DATE-FIN < IMP-DATE
              MOVE IMP-DATE TO INT-DATE-DEBUT
              MOVE 1 TO INT-NB-INCIDENTS
              ADD 1 TO WS-CPT-INSCRITS
           ELSE
              ADD 1 TO INT-NB-INCIDENTS
              ADD 1 TO WS-CPT-PROLONGES
           END-IF
           IF WS-DATE-FIN > INT-DATE-FIN
              MOVE WS-DATE-FIN TO INT-DATE-FIN
           END-IF
           MOVE IMP-NUM-CHEQUE TO INT-DERN-CHEQUE
           MOVE IMP-MONTANT TO INT-DERN-MONTANT
           MOVE WS-DATE-TRT TO INT-DATE-MAJ
           REWRITE INTERD.
        FONCTION-EMETTRE-INJONCTION.
           PERFORM FONCTION-CONTROLER-ADRESSE
           IF WS-ADRESSE-INVALIDE = 'O'
              PERFORM FONCTION-RETENIR-COURRIER
           ELSE
              PERFORM FONCTION-IMPRIMER-INJONCTION
           END-IF.
        FONCTION-IMPRIMER-INJONCTION.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM FONCTION-EDITER-DESTINATAIRE
           MOVE IMP-NUM-CHEQUE TO WS-PRT-CHEQUE
           MOVE IMP-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE IMP-MONTANT TO WS-PRT-MONTANT
           MOVE IMP-DATE TO WS-PRT-DATE
           MOVE WS-LIGNE-CORPS1 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE IMP-CODE-MOTIF TO WS-PRT-MOTIF
           MOVE WS-LIGNE-CORPS2 TO REC-PRT
           WRITE REC-PRT
           MOVE INT-DATE-FIN TO WS-PRT-DATE-FIN
           MOVE WS-LIGNE-CORPS3 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CORPS4 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CORPS5 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 6 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-DESTINATAIRE.
           MOVE IMP-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE SPACES TO WS-PRT-NOM
                 MOVE SPACES TO WS-PRT-PRENOM
                 MOVE SPACES TO ADRESSE
              NOT INVALID KEY
                 MOVE NOM-CLIENT TO WS-PRT-NOM
                 MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
           END-READ
           MOVE WS-LIGNE-DEST1 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           MOVE IMP-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE SPACES TO WS-PRT-ADR-NUMERO
                 MOVE ADRESSE TO WS-PRT-ADR-RUE
                 MOVE SPACES TO WS-PRT-ADR-CP
                 MOVE SPACES TO WS-PRT-ADR-VILLE
                 MOVE SPACES TO WS-PRT-ADR-PAYS
              NOT INVALID KEY
                 MOVE ADR-NUMERO TO WS-PRT-ADR-NUMERO
                 MOVE ADR-RUE TO WS-PRT-ADR-RUE
                 MOVE ADR-CODE-POSTAL TO WS-PRT-ADR-CP
                 MOVE ADR-VILLE TO WS-PRT-ADR-VILLE
                 MOVE ADR-PAYS TO WS-PRT-ADR-PAYS
           END-READ
           MOVE WS-LIGNE-DEST2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-DEST3 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT.
        FONCTION-READ-CHQIMP.
           READ FCHQIMP
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' DUREE=' DELIMITED SIZE
                  WS-DUREE-ANS DELIMITED SIZE
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
           MOVE 'QUEST121' TO CTLLOG-JOB
           MOVE ' INJONCTIONS CHEQUES EMISES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-IMPAYES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST121' TO CTLLOG-JOB
           MOVE ' COURRIERS RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- UNE ADRESSE FADRESSE MARQUEE INVALIDE PAR UN RETOUR DE
      *-- COURRIER (QUEST161) NE RECOIT PLUS DE DOCUMENT POSTAL :
      *-- LE DOCUMENT EST CONSIGNE DANS LE COURRIER RETENU FCOURRET
      *-- POUR REEMISSION PAR L'AGENCE APRES CORRECTION
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE IMP-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ADR-STATUT = 'I'
                    MOVE 'O' TO WS-ADRESSE-INVALIDE
                 END-IF
           END-READ.
        FONCTION-RETENIR-COURRIER.
           ADD 1 TO WS-CPT-RETENUS
           MOVE SPACES TO COURRET-REC
           MOVE IMP-NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-DATE-TRT TO COURRET-DATE
           MOVE 'QUEST121' TO COURRET-JOB
           MOVE 'IC' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'INJONCTION CHEQUE' TO COURRET-REFERENCE
           MOVE IMP-NUM-CHEQUE TO COURRET-REFERENCE(19:6)
           WRITE COURRET-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST121' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCHQIMP
           CLOSE FINTERD
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FPRINT
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
