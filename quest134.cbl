      **************************************************************
      *PROGRAMME MENSUEL DE PASSAGE A LA MAJORITE : BALAYE FCLIENT  *
      *ET RETIENT LES COMPTES NON CLOTURES DONT LE TITULAIRE AURA   *
      *18 ANS AU COURS DU MOIS SUIVANT LA DATE DE TRAITEMENT        *
      *(QUEST134-DATE VIA PGMPARAM) ET DONT LE PRODUIT FPRODUIT EST *
      *UN PRODUIT JEUNE (PRD-NAT-ADULTE NON NUL, TENU PAR QUEST103).*
      *POUR CHAQUE COMPTE RETENU : UNE LETTRE (IDENTITE FCLIENT,    *
      *ADRESSE FADRESSE AVEC REPLI SUR L'ANCIENNE ZONE) ANNONCE LE  *
      *PRODUIT ADULTE ET INVITE LE CLIENT A METTRE A JOUR SES       *
      *PIECES FKYC ; UNE PROPOSITION DE CHANGEMENT EST ECRITE DANS  *
      *FPROPMAJ (APPROBATION A BLANC, A STATUER 'A' OU 'R' PAR LE   *
      *SUPERVISEUR PUIS APPLIQUEE PAR QUEST135, SUR LE MODELE DE    *
      *QUEST22/QUEST48/QUEST49). LA LISTE DE CONTROLE DDPRTMAJ      *
      *REPREND LES PROPOSITIONS ET ISOLE DANS UNE SECTION A PART    *
      *LES COMPTES SANS AUCUNE PIECE KYC EN COURS DE VALIDITE       *
      *UN DESTINATAIRE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE *
      *PAR UN RETOUR DE COURRIER (QUEST161) NE RECOIT PAS LA LETTRE,*
      *QUI EST CONSIGNEE DANS LE COURRIER RETENU FCOURRET (TYPE     *
      *'MJ') POUR REEMISSION APRES CORRECTION DE L'ADRESSE ; LA     *
      *PROPOSITION FPROPMAJ EST ECRITE DANS TOUS LES CAS            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST134.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FPRODUIT ASSIGN TO DDPRODUI
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRD-NAT-COMPTE
           FILE STATUS IS FS-PRODUIT.
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FKYC ASSIGN TO DDKYC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KYC-CLE
           FILE STATUS IS FS-KYC.
           SELECT FPROPMAJ ASSIGN TO DDPROPMJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PROPMAJ.
           SELECT FPRINT ASSIGN TO DDPRINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FPRTMAJ ASSIGN TO DDPRTMAJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRTMAJ.
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
        FD FCLIENT.
           COPY CLIENT.
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
        FD FKYC.
        01 KYC.
           05 KYC-CLE.
              10 KYC-NUM-COMPTE PIC X(6).
              10 KYC-TYPE-DOC PIC X(3).
           05 KYC-REFERENCE PIC X(12).
           05 KYC-DATE-DELIV PIC X(10).
           05 KYC-DATE-EXPIR PIC X(10).
           05 KYC-VERIFIE-PAR PIC X(4).
           05 FILLER PIC X(35).
      *-- PROPOSITION DE PASSAGE AU PRODUIT ADULTE : PMJ-KYC = 'O'
      *-- SI LE DOSSIER KYC CONTIENT AU MOINS UNE PIECE EN COURS DE
      *-- VALIDITE ; PMJ-APPROBATION EST LAISSEE A BLANC ET STATUEE
      *-- 'A' (APPROUVEE) OU 'R' (REFUSEE) PAR LE SUPERVISEUR
        FD FPROPMAJ.
        01 PROPMAJ.
           05 PMJ-NUM-COMPTE PIC X(6).
           05 PMJ-NAT-ACTUELLE PIC 9(2).
           05 PMJ-NAT-ADULTE PIC 9(2).
           05 PMJ-DATE-MAJORITE PIC X(10).
           05 PMJ-KYC PIC X(1).
           05 PMJ-APPROBATION PIC X(1).
           05 FILLER PIC X(58).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FPRTMAJ.
        01 REC-PRTMAJ.
           05 ENR-PRTMAJ PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-PRODUIT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-KYC PIC X(2).
        01 FS-PROPMAJ PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-PRTMAJ PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-COURRET PIC X(2).
           COPY WSERREUR.
        01 WS-ADRESSE-INVALIDE PIC X(1).
        01 WS-CPT-RETENUS PIC 9(7) VALUE 0.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-KYC PIC X(1).
        01 WS-KYC-VALIDE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-NB-PIECES PIC 9(3).
      *-- MOIS CIBLE : MOIS SUIVANT LA DATE DE TRAITEMENT ; L'ANNEE
      *-- DE NAISSANCE RECHERCHEE EST L'ANNEE CIBLE MOINS 18
        01 WS-MOIS-CIBLE.
           05 WS-CIBLE-AAAA PIC 9(4).
           05 WS-CIBLE-MM PIC 9(2).
        01 WS-NAIS-CIBLE.
           05 WS-NAIS-CIBLE-AAAA PIC 9(4).
           05 WS-NAIS-CIBLE-MM PIC 9(2).
        01 WS-DATE-NAIS-X PIC X(8).
        01 WS-DATE-NAIS-R REDEFINES WS-DATE-NAIS-X.
           05 WS-NAIS-AAAAMM PIC X(6).
           05 WS-NAIS-JJ PIC X(2).
        01 WS-DATE-MAJORITE PIC X(10).
        01 WS-NAT-ADULTE PIC 9(2).
        01 WS-LIB-ADULTE PIC X(20).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-CPT-CLIENTS PIC 9(7) VALUE 0.
        01 WS-CPT-PROPOSITIONS PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-KYC PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-MAPPING PIC 9(7) VALUE 0.
      *-- COMPTES SANS PIECE KYC VALIDE, EDITES EN SECTION SEPAREE
      *-- APRES LES PROPOSITIONS
        01 WS-TABLE-SANS-KYC.
           05 WS-NB-SANS-KYC PIC 9(4) VALUE 0.
           05 WS-SANS-KYC OCCURS 0 TO 1000
              DEPENDING ON WS-NB-SANS-KYC
              INDEXED BY WS-IX-KYC.
              10 WS-SK-COMPTE PIC X(6).
              10 WS-SK-NOM PIC X(10).
              10 WS-SK-PRENOM PIC X(10).
              10 WS-SK-MAJORITE PIC X(10).
              10 WS-SK-NB-PIECES PIC 9(3).
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST134'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST134'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(40) VALUE
              ' VOTRE PASSAGE A LA MAJORITE '.
           05 FILLER PIC X(38) VALUE ALL ' '.
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
           05 FILLER PIC X(9) VALUE ' COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(24) VALUE ' : VOUS SEREZ MAJEUR LE '.
           05 WS-PRT-MAJORITE PIC X(10).
           05 FILLER PIC X(29) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS2.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(36) VALUE
              ' VOTRE COMPTE DEVIENDRA UN COMPTE '.
           05 WS-PRT-LIB-ADULTE PIC X(20).
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS3.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' MERCI DE NOUS REMETTRE UNE PIECE D IDENTITE EN '.
           05 FILLER PIC X(26) VALUE 'COURS DE VALIDITE ET UN '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-CORPS4.
           05 FILLER PIC X(1) VALUE '*'.
           05 FILLER PIC X(52) VALUE
              ' JUSTIFICATIF DE DOMICILE A VOTRE NOM '.
           05 FILLER PIC X(26) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIGNE-M01 PIC X(80) VALUE ALL '-'.
        01 WS-LIGNE-M02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(50) VALUE
              ' PROPOSITIONS DE PASSAGE AU PRODUIT ADULTE '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-M03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(45) VALUE
              ' COMPTE NOM        PRENOM     MAJORITE    NAT'.
           05 FILLER PIC X(33) VALUE
              '  ADU KYC                        '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-M04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PM-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PM-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PM-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PM-MAJORITE PIC X(10).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PM-NAT PIC 9(2).
           05 FILLER PIC X(3) VALUE ' > '.
           05 WS-PM-ADULTE PIC 9(2).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PM-KYC PIC X(1).
           05 FILLER PIC X(25) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-M05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(50) VALUE
              ' NOUVEAUX MAJEURS SANS PIECE KYC VALIDE '.
           05 FILLER PIC X(14) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-M06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SM-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SM-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SM-PRENOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SM-MAJORITE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SM-MOTIF PIC X(30).
           05 FILLER PIC X(7) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-M07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(15) VALUE ' CLIENTS LUS : '.
           05 WS-PM-CPT-CLIENTS PIC ZZZZZZ9.
           05 FILLER PIC X(17) VALUE ' PROPOSITIONS : '.
           05 WS-PM-CPT-PROPOSITIONS PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE ' SANS KYC : '.
           05 WS-PM-CPT-SANS-KYC PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE ALL ' '.
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
           OPEN INPUT FKYC
           IF FS-KYC = '00'
              DISPLAY ' FILE KYC OPEN SUCCES : ' FS-KYC
           ELSE
              MOVE 'FKYC' TO WS-ERR-FICHIER
              MOVE FS-KYC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPROPMAJ
           IF FS-PROPMAJ = '00'
              DISPLAY ' FILE PROPMAJ OPEN SUCCES : ' FS-PROPMAJ
           ELSE
              MOVE 'FPROPMAJ' TO WS-ERR-FICHIER
              MOVE FS-PROPMAJ TO WS-ERR-STATUT
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
           OPEN OUTPUT FPRTMAJ
           IF FS-PRTMAJ = '00'
              DISPLAY ' FILE PRTMAJ OPEN SUCCES : ' FS-PRTMAJ
           ELSE
              MOVE 'FPRTMAJ' TO WS-ERR-FICHIER
              MOVE FS-PRTMAJ TO WS-ERR-STATUT
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
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-EDITER-BANNIERE
           PERFORM FONCTION-PRINT-ENTETE-MAJ
           PERFORM FONCTION-READ-CLIENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-CLIENTS
              PERFORM FONCTION-EXAMINER-CLIENT
              PERFORM FONCTION-READ-CLIENT
           END-PERFORM
           PERFORM FONCTION-PRINT-SANS-KYC
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT LUE DANS LE FICHIER CENTRAL FPARAM VIA  *
      * PGMPARAM ; LE MOIS CIBLE EST LE MOIS QUI LA SUIT           *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST134-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-CIBLE-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-CIBLE-MM
           IF WS-CIBLE-MM = 12
              MOVE 1 TO WS-CIBLE-MM
              ADD 1 TO WS-CIBLE-AAAA
           ELSE
              ADD 1 TO WS-CIBLE-MM
           END-IF
           COMPUTE WS-NAIS-CIBLE-AAAA = WS-CIBLE-AAAA - 18
           MOVE WS-CIBLE-MM TO WS-NAIS-CIBLE-MM
           DISPLAY ' MAJORITES DU MOIS : ' WS-CIBLE-AAAA '-'
                   WS-CIBLE-MM.
      **************************************************************
      * SELECTION : COMPTE NON CLOTURE, NE DANS LE MOIS CIBLE IL Y *
      * A 18 ANS, PRODUIT JEUNE DONT FPRODUIT DONNE LE PRODUIT     *
      * ADULTE CORRESPONDANT                                       *
      **************************************************************
        FONCTION-EXAMINER-CLIENT.
           IF STATUT-COMPTE NOT = 'C'
              MOVE DATE-NAIS TO WS-DATE-NAIS-X
              IF WS-NAIS-AAAAMM = WS-NAIS-CIBLE
                 PERFORM FONCTION-CHERCHER-PRODUIT-ADULTE
                 IF WS-NAT-ADULTE NOT = 0
                    PERFORM FONCTION-TRAITER-MAJORITE
                 END-IF
              END-IF
           END-IF.
      *-- LE PRODUIT ADULTE EST LU DANS FPRODUIT A PARTIR DU PRODUIT
      *-- JEUNE ; UN PRODUIT JEUNE SANS CORRESPONDANCE VALIDE EST
      *-- SIGNALE ET LE COMPTE N'EST PAS PROPOSE
        FONCTION-CHERCHER-PRODUIT-ADULTE.
           MOVE 0 TO WS-NAT-ADULTE
           MOVE SPACES TO WS-LIB-ADULTE
           MOVE NAT-COMPTE TO PRD-NAT-COMPTE
           READ FPRODUIT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PRD-NAT-ADULTE TO WS-NAT-ADULTE
           END-READ
           IF WS-NAT-ADULTE NOT = 0
              MOVE WS-NAT-ADULTE TO PRD-NAT-COMPTE
              READ FPRODUIT
                 INVALID KEY
                    DISPLAY ' PRODUIT ADULTE INCONNU : ' WS-NAT-ADULTE
                            ' COMPTE ' NUM-COMPTE
                    MOVE 'FPRODUIT' TO WS-ERR-FICHIER
                    MOVE FS-PRODUIT TO WS-ERR-STATUT
                    MOVE 'FONCTION-CHERCHER-PRODUIT-ADULTE'
                      TO WS-ERR-PARAGRAPHE
                    MOVE PRD-NAT-COMPTE TO WS-ERR-CLE
                    MOVE 4 TO WS-ERR-GRAVITE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    ADD 1 TO WS-CPT-SANS-MAPPING
                    MOVE 0 TO WS-NAT-ADULTE
                 NOT INVALID KEY
                    MOVE PRD-LIBELLE TO WS-LIB-ADULTE
              END-READ
           END-IF.
        FONCTION-TRAITER-MAJORITE.
           ADD 1 TO WS-CPT-PROPOSITIONS
           MOVE WS-CIBLE-AAAA TO WS-DATE-MAJORITE(1:4)
           MOVE '-' TO WS-DATE-MAJORITE(5:1)
           MOVE WS-CIBLE-MM TO WS-DATE-MAJORITE(6:2)
           MOVE '-' TO WS-DATE-MAJORITE(8:1)
           MOVE WS-NAIS-JJ TO WS-DATE-MAJORITE(9:2)
           PERFORM FONCTION-CONTROLER-KYC
           PERFORM FONCTION-EMETTRE-LETTRE
           PERFORM FONCTION-ECRIRE-PROPOSITION
           PERFORM FONCTION-PRINT-PROPOSITION
           IF WS-KYC-VALIDE = 'N'
              PERFORM FONCTION-MEMORISER-SANS-KYC
           END-IF.
      *-- LE DOSSIER DU NOUVEAU MAJEUR EST CONSIDERE COMPLET S'IL
      *-- CONTIENT AU MOINS UNE PIECE NON EXPIREE A LA DATE DE
      *-- MAJORITE (EXPIRATION A BLANC = PIECE SANS ECHEANCE)
        FONCTION-CONTROLER-KYC.
           MOVE 0 TO WS-NB-PIECES
           MOVE 'N' TO WS-KYC-VALIDE
           MOVE 'N' TO WS-FIN-KYC
           MOVE NUM-COMPTE TO KYC-NUM-COMPTE
           MOVE LOW-VALUES TO KYC-TYPE-DOC
           START FKYC KEY IS >= KYC-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-KYC
           END-START
           PERFORM FONCTION-EXAMINER-PIECE
              UNTIL WS-FIN-KYC = 'Y'.
        FONCTION-EXAMINER-PIECE.
           READ FKYC NEXT
              AT END MOVE 'Y' TO WS-FIN-KYC
           END-READ
           IF WS-FIN-KYC = 'N'
              IF KYC-NUM-COMPTE NOT = NUM-COMPTE
                 MOVE 'Y' TO WS-FIN-KYC
              ELSE
                 ADD 1 TO WS-NB-PIECES
                 IF KYC-DATE-EXPIR = SPACES
                    OR KYC-DATE-EXPIR >= WS-DATE-MAJORITE
                    MOVE 'O' TO WS-KYC-VALIDE
                 END-IF
              END-IF
           END-IF.
        FONCTION-EMETTRE-LETTRE.
           PERFORM FONCTION-CONTROLER-ADRESSE
           IF WS-ADRESSE-INVALIDE = 'O'
              PERFORM FONCTION-RETENIR-COURRIER
           ELSE
              PERFORM FONCTION-IMPRIMER-LETTRE
           END-IF.
        FONCTION-IMPRIMER-LETTRE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM FONCTION-EDITER-DESTINATAIRE
           MOVE NUM-COMPTE TO WS-PRT-COMPTE
           MOVE WS-DATE-MAJORITE TO WS-PRT-MAJORITE
           MOVE WS-LIGNE-CORPS1 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIB-ADULTE TO WS-PRT-LIB-ADULTE
           MOVE WS-LIGNE-CORPS2 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CORPS3 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-CORPS4 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 5 TO WS-CPT-LIGNES-TOT.
        FONCTION-EDITER-DESTINATAIRE.
           MOVE NOM-CLIENT TO WS-PRT-NOM
           MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
           MOVE WS-LIGNE-DEST1 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           MOVE NUM-COMPTE TO ADR-NUM-COMPTE
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
        FONCTION-ECRIRE-PROPOSITION.
           MOVE SPACES TO PROPMAJ
           MOVE NUM-COMPTE TO PMJ-NUM-COMPTE
           MOVE NAT-COMPTE TO PMJ-NAT-ACTUELLE
           MOVE WS-NAT-ADULTE TO PMJ-NAT-ADULTE
           MOVE WS-DATE-MAJORITE TO PMJ-DATE-MAJORITE
           MOVE WS-KYC-VALIDE TO PMJ-KYC
           WRITE PROPMAJ.
        FONCTION-MEMORISER-SANS-KYC.
           ADD 1 TO WS-CPT-SANS-KYC
           IF WS-NB-SANS-KYC < 1000
              ADD 1 TO WS-NB-SANS-KYC
              MOVE NUM-COMPTE TO WS-SK-COMPTE(WS-NB-SANS-KYC)
              MOVE NOM-CLIENT TO WS-SK-NOM(WS-NB-SANS-KYC)
              MOVE PRENOM-CLIENT TO WS-SK-PRENOM(WS-NB-SANS-KYC)
              MOVE WS-DATE-MAJORITE TO WS-SK-MAJORITE(WS-NB-SANS-KYC)
              MOVE WS-NB-PIECES TO WS-SK-NB-PIECES(WS-NB-SANS-KYC)
           ELSE
              DISPLAY ' TABLE SANS KYC PLEINE, COMPTE NON LISTE : '
                      NUM-COMPTE
           END-IF.
        FONCTION-READ-CLIENT.
           READ FCLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      **************************************************************
      * LISTE DE CONTROLE DDPRTMAJ : PROPOSITIONS PUIS SECTION DES *
      * NOUVEAUX MAJEURS SANS PIECE KYC VALIDE                     *
      **************************************************************
        FONCTION-PRINT-ENTETE-MAJ.
           MOVE WS-LIGNE-M01 TO REC-PRTMAJ
           WRITE REC-PRTMAJ AFTER ADVANCING PAGE
           MOVE WS-LIGNE-M02 TO REC-PRTMAJ
           WRITE REC-PRTMAJ
           MOVE WS-LIGNE-M01 TO REC-PRTMAJ
           WRITE REC-PRTMAJ
           MOVE WS-LIGNE-M03 TO REC-PRTMAJ
           WRITE REC-PRTMAJ.
        FONCTION-PRINT-PROPOSITION.
           MOVE NUM-COMPTE TO WS-PM-COMPTE
           MOVE NOM-CLIENT TO WS-PM-NOM
           MOVE PRENOM-CLIENT TO WS-PM-PRENOM
           MOVE WS-DATE-MAJORITE TO WS-PM-MAJORITE
           MOVE NAT-COMPTE TO WS-PM-NAT
           MOVE WS-NAT-ADULTE TO WS-PM-ADULTE
           MOVE WS-KYC-VALIDE TO WS-PM-KYC
           MOVE WS-LIGNE-M04 TO REC-PRTMAJ
           WRITE REC-PRTMAJ AFTER ADVANCING 1 LINE.
        FONCTION-PRINT-SANS-KYC.
           MOVE WS-LIGNE-M01 TO REC-PRTMAJ
           WRITE REC-PRTMAJ AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-M05 TO REC-PRTMAJ
           WRITE REC-PRTMAJ
           MOVE WS-LIGNE-M01 TO REC-PRTMAJ
           WRITE REC-PRTMAJ
           PERFORM VARYING WS-IX-KYC FROM 1 BY 1
                   UNTIL WS-IX-KYC > WS-NB-SANS-KYC
              MOVE WS-SK-COMPTE(WS-IX-KYC) TO WS-SM-COMPTE
              MOVE WS-SK-NOM(WS-IX-KYC) TO WS-SM-NOM
              MOVE WS-SK-PRENOM(WS-IX-KYC) TO WS-SM-PRENOM
              MOVE WS-SK-MAJORITE(WS-IX-KYC) TO WS-SM-MAJORITE
              IF WS-SK-NB-PIECES(WS-IX-KYC) = 0
                 MOVE ' AUCUNE PIECE AU DOSSIER ' TO WS-SM-MOTIF
              ELSE
                 MOVE ' PIECES EXPIREES A LA MAJORITE' TO WS-SM-MOTIF
              END-IF
              MOVE WS-LIGNE-M06 TO REC-PRTMAJ
              WRITE REC-PRTMAJ AFTER ADVANCING 1 LINE
           END-PERFORM.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-CLIENTS TO WS-PM-CPT-CLIENTS
           MOVE WS-CPT-PROPOSITIONS TO WS-PM-CPT-PROPOSITIONS
           MOVE WS-CPT-SANS-KYC TO WS-PM-CPT-SANS-KYC
           MOVE WS-LIGNE-M07 TO REC-PRTMAJ
           WRITE REC-PRTMAJ AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-M01 TO REC-PRTMAJ
           WRITE REC-PRTMAJ
           DISPLAY ' CLIENTS LUS : ' WS-CPT-CLIENTS
           DISPLAY ' PROPOSITIONS ECRITES : ' WS-CPT-PROPOSITIONS
           DISPLAY ' NOUVEAUX MAJEURS SANS KYC : ' WS-CPT-SANS-KYC
           DISPLAY ' PRODUITS ADULTES INCONNUS : ' WS-CPT-SANS-MAPPING.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' WS-DATE-TRT DELIMITED BY SIZE
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
           MOVE 'QUEST134' TO CTLLOG-JOB
           MOVE ' PASSAGES MAJORITE PROPOSES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-PROPOSITIONS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST134' TO CTLLOG-JOB
           MOVE ' COURRIERS RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- UNE ADRESSE FADRESSE MARQUEE INVALIDE PAR UN RETOUR DE
      *-- COURRIER (QUEST161) NE RECOIT PLUS DE DOCUMENT POSTAL :
      *-- LE DOCUMENT EST CONSIGNE DANS LE COURRIER RETENU FCOURRET
      *-- POUR REEMISSION PAR L'AGENCE APRES CORRECTION
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE NUM-COMPTE TO ADR-NUM-COMPTE
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
           MOVE NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-DATE-TRT TO COURRET-DATE
           MOVE 'QUEST134' TO COURRET-JOB
           MOVE 'MJ' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'MAJORITE LE' TO COURRET-REFERENCE
           MOVE WS-DATE-MAJORITE TO COURRET-REFERENCE(13:10)
           WRITE COURRET-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST134' TO WS-ERR-PROGRAMME
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
           CLOSE FPRODUIT
           CLOSE FADRESSE
           CLOSE FKYC
           CLOSE FPROPMAJ
           CLOSE FPRINT
           CLOSE FPRTMAJ
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
