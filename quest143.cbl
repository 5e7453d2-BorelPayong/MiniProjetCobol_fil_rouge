      **************************************************************
      *PROGRAMME ANNUEL DU RELEVE RECAPITULATIF DES FRAIS BANCAIRES *
      *DE CHAQUE CLIENT. RELIT LA FUSION ANNUELLE DES MOUVEMENTS    *
      *PRODUITE PAR QUEST24 (DDMVTANN), NE RETIENT QUE LES          *
      *MOUVEMENTS DE L'ANNEE QUEST143-ANNEE DONT LA NATURE FIGURE   *
      *DANS LA LISTE DES NATURES DE FRAIS QUEST143-NATURES DE FPARAM*
      *(CODES DE 3 CARACTERES ACCOLES, 10 AU PLUS ; DEFAUT 'FRA'    *
      *FRAIS DE MOUVEMENTS QUEST37, 'AGI' AGIOS DEBITEURS QUEST116, *
      *'FRL' FRAIS DE RELANCE, 'FRJ' FRAIS DE REJET DE CHEQUE), TRIE*
      *PAR COMPTE ET CUMULE PAR NATURE ET PAR MOIS. UN MOUVEMENT    *
      *CREDITEUR D'UNE NATURE DE FRAIS EST UNE RESTITUTION ET VIENT *
      *EN DEDUCTION.                                                *
      *POUR CHAQUE COMPTE UNE PAGE RECAPITULATIVE EST EDITEE :      *
      *IDENTITE FCLIENT, BLOC ADRESSE FADRESSE (REPLI SUR L'ANCIENNE*
      *ZONE ADRESSE DE FCLIENT), DETAIL PAR MOIS ET PAR NATURE,     *
      *TOTAUX PAR NATURE AVEC LE LIBELLE FNATMOUV (SERVICE PGMREFER)*
      *ET LE TARIF UNITAIRE FTARIF QUAND LA NATURE EN A UN, TOTAL DE*
      *L'ANNEE. LES CLIENTS QUI RECOIVENT LEURS RELEVES PAR COURRIEL*
      *(EMAIL-CLIENT RENSEIGNE, MEME REGLE QUE QUEST56) RECOIVENT   *
      *LES MEMES DONNEES DANS L'EXTRAIT FEXTRAIT POUR LA PASSERELLE *
      *DE MESSAGERIE, AU FORMAT DE QUEST56 COMPLETE D'UN TYPE DE    *
      *LIGNE : 'M' MOIS ET NATURE, 'N' TOTAL DE LA NATURE, 'T' TOTAL*
      *ANNUEL.                                                      *
      *UN COMPTE ABSENT DE FCLIENT EST EDITE SANS IDENTITE ET DONNE *
      *LE CODE RETOUR 4.                                            *
      *UN DESTINATAIRE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE *
      *PAR UN RETOUR DE COURRIER (QUEST161) NE RECOIT PAS LA PAGE   *
      *RECAPITULATIVE, QUI EST CONSIGNEE DANS LE COURRIER RETENU    *
      *FCOURRET (TYPE 'RF') POUR REEMISSION APRES CORRECTION DE     *
      *L'ADRESSE ; L'EXTRAIT COURRIEL PART DANS TOUS LES CAS        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST143.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FMVTANN ASSIGN TO DDMVTANN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-MVTANN.
           SELECT FMOUVEM-WK ASSIGN TO FWORK.
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
           SELECT FTARIF ASSIGN TO DDTARIF
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-NAT-MOUV
           FILE STATUS IS FS-TARIF.
           SELECT FEXTRAIT ASSIGN TO DDEXTRAI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTRAIT.
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
        FD FMVTANN.
           COPY MOUVEM.
        SD FMOUVEM-WK.
        01 MOUVEM-WK.
           05 NUM-COMPTE-WK PIC X(6).
           05 LIBELLE-MOUV-WK PIC X(15).
           05 MONT-MOUV-WK PIC 9(6)V99.
           05 SENS-MOUV-WK PIC X(2).
           05 NAT-MOUV-WK PIC X(3).
           05 DATE-MOUV-WK PIC X(10).
           05 FILLER PIC X(36).
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
        FD FTARIF.
        01 TARIF.
           05 TAR-NAT-MOUV PIC X(3).
           05 TAR-MONTANT PIC 9(4)V99.
           05 FILLER PIC X(71).
      *-- FORMAT DE L'EXTRAIT DES RELEVES QUEST56 ; LE TYPE DE LIGNE
      *-- ET LA NATURE SONT PRIS SUR LA ZONE LIBRE
        FD FEXTRAIT.
        01 EXTRAIT.
           05 EXT-NUM-COMPTE PIC X(6).
           05 EXT-EMAIL PIC X(9).
           05 EXT-DATE-MOUV PIC X(10).
           05 EXT-LIBELLE PIC X(15).
           05 EXT-SENS PIC X(2).
           05 EXT-MONTANT PIC 9(6)V99.
           05 EXT-REF-MOUV PIC 9(8).
           05 EXT-TYPE-LIGNE PIC X(1).
           05 EXT-NAT-MOUV PIC X(3).
           05 FILLER PIC X(18).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 WS-MOUVEM.
           05 WS-NUM-COMPTE PIC X(6).
           05 WS-LIBELLE-MOUV PIC X(15).
           05 WS-MONT-MOUV PIC 9(6)V99.
           05 WS-SENS-MOUV PIC X(2).
           05 WS-NAT-MOUV PIC X(3).
           05 WS-DATE-MOUV PIC X(10).
           05 FILLER PIC X(36).
        01 FS-MVTANN PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-TARIF PIC X(2).
        01 FS-EXTRAIT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-COURRET PIC X(2).
           COPY WSERREUR.
        01 WS-ADRESSE-INVALIDE PIC X(1).
        01 WS-CPT-COURRIERS-RETENUS PIC 9(7) VALUE 0.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-ANNEE-TRT PIC X(4).
        01 WS-LISTE-NATURES PIC X(30).
        01 WS-CUR-NUM-COMPTE PIC X(6).
        01 WS-MOIS PIC 9(2).
        01 WS-IX PIC 9(2).
        01 WS-IX-MOIS PIC 9(2).
        01 WS-NATURE-TROUVEE PIC X(1).
        01 WS-CLIENT-TROUVE PIC X(1).
        01 WS-MONTANT-SIGNE PIC S9(7)V99.
        01 WS-TOTAL-COMPTE PIC S9(9)V99.
        01 WS-NOMBRE-COMPTE PIC 9(7).
        01 WS-EMAIL-COURANT PIC X(9).
      *-- NATURES DE FRAIS RETENUES ET CUMULS DU COMPTE EN COURS
        01 WS-NB-NATURES PIC 9(2) VALUE 0.
        01 WS-TAB-FRAIS.
           05 WS-TF OCCURS 10 TIMES.
              10 WS-TF-CODE PIC X(3).
              10 WS-TF-LIBELLE PIC X(20).
              10 WS-TF-TARIF PIC 9(4)V99.
              10 WS-TF-AVEC-TARIF PIC X(1).
              10 WS-TF-CUMULS.
                 15 WS-TF-MOIS OCCURS 12 TIMES.
                    20 WS-TF-NOMBRE PIC 9(5).
                    20 WS-TF-MONTANT PIC S9(7)V99.
                 15 WS-TF-NOMBRE-AN PIC 9(5).
                 15 WS-TF-MONTANT-AN PIC S9(7)V99.
        01 WS-CPT-RETENUS PIC 9(7) VALUE 0.
        01 WS-CPT-CLIENTS PIC 9(7) VALUE 0.
        01 WS-CPT-CLIENTS-EMAIL PIC 9(7) VALUE 0.
        01 WS-CPT-INCONNUS PIC 9(7) VALUE 0.
        01 WS-CPT-LIGNES-EXT PIC 9(7) VALUE 0.
        01 WS-TOTAL-GENERAL PIC S9(11)V99 VALUE 0.
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST143'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST143'.
        01 WS-ED-PARAMS PIC X(40).
        01 WS-ED-LIGNE1 PIC X(80).
        01 WS-ED-LIGNE2 PIC X(80).
        01 WS-ED-LIGNE3 PIC X(80).
        01 WS-CPT-PAGES PIC 9(4) VALUE 0.
        01 WS-CPT-LIGNES-TOT PIC 9(7) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE-TITRE.
           05 FILLER PIC X(44) VALUE
              ' RELEVE ANNUEL DES FRAIS BANCAIRES - ANNEE '.
           05 WS-PRT-ANNEE PIC X(4).
           05 FILLER PIC X(32) VALUE ALL ' '.
        01 WS-LIGNE-CLIENT.
           05 FILLER PIC X(12) VALUE ' CLIENT  : '.
           05 WS-PRT-NOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PRENOM PIC X(10).
           05 FILLER PIC X(11) VALUE ' COMPTE : '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(30) VALUE ALL ' '.
      *-- ADRESSE POSTALE STRUCTUREE (FICHIER FADRESSE TENU PAR
      *-- QUEST97), REPLI SUR L'ANCIENNE ZONE ADRESSE DE FCLIENT
      *-- POUR LES COMPTES NON CONVERTIS
        01 WS-LIGNE-ADRESSE.
           05 FILLER PIC X(12) VALUE ' ADRESSE : '.
           05 WS-PRT-ADR-NUMERO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-RUE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-CP PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ADR-VILLE PIC X(15).
           05 FILLER PIC X(15) VALUE ALL ' '.
        01 WS-LIGNE-PAYS.
           05 FILLER PIC X(12) VALUE ALL ' '.
           05 WS-PRT-ADR-PAYS PIC X(10).
           05 FILLER PIC X(58) VALUE ALL ' '.
        01 WS-LIGNE-ENTETE-MOIS.
           05 FILLER PIC X(40) VALUE
              ' MOIS     NATURE LIBELLE               N'.
           05 FILLER PIC X(40) VALUE
              'OMBRE      MONTANT                      '.
        01 WS-LIGNE-MOIS.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MOIS PIC X(7).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-NATURE PIC X(3).
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 WS-PRT-LIBELLE PIC X(20).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-NOMBRE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-MONTANT PIC -ZZZZZZ9.99.
           05 FILLER PIC X(22) VALUE ALL ' '.
        01 WS-LIGNE-ENTETE-NATURE.
           05 FILLER PIC X(40) VALUE
              ' TOTAUX PAR NATURE DE FRAIS             '.
           05 FILLER PIC X(40) VALUE
              'TARIF  NOMBRE      MONTANT              '.
        01 WS-LIGNE-NATURE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NAT-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-NAT-LIBELLE PIC X(20).
           05 FILLER PIC X(11) VALUE ALL ' '.
           05 WS-PRT-NAT-TARIF PIC ZZZZ9.99.
           05 WS-PRT-NAT-TARIF-X REDEFINES WS-PRT-NAT-TARIF
                                 PIC X(8).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-NAT-NOMBRE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-NAT-MONTANT PIC -ZZZZZZ9.99.
           05 FILLER PIC X(14) VALUE ALL ' '.
        01 WS-LIGNE-TOTAL.
           05 FILLER PIC X(46) VALUE
              ' TOTAL DES FRAIS PRELEVES SUR L''ANNEE'.
           05 WS-PRT-TOT-NOMBRE PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-TOT-MONTANT PIC -ZZZZZZ9.99.
           05 FILLER PIC X(14) VALUE ALL ' '.
        01 WS-LIGNE-BILAN.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BIL-LIBELLE PIC X(40).
           05 WS-PRT-BIL-VALEUR PIC ZZZZZZZZZ9.
           05 FILLER PIC X(27) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE-BILAN-MT.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BIM-LIBELLE PIC X(40).
           05 WS-PRT-BIM-VALEUR PIC -ZZZZZZZZZZ9.99.
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FMVTANN
           IF FS-MVTANN = '00'
              DISPLAY ' FILE MVTANN OPEN SUCCES : ' FS-MVTANN
           ELSE
              MOVE 'FMVTANN' TO WS-ERR-FICHIER
              MOVE FS-MVTANN TO WS-ERR-STATUT
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
           OPEN INPUT FTARIF
           IF FS-TARIF = '00'
              DISPLAY ' FILE TARIF OPEN SUCCES : ' FS-TARIF
           ELSE
              MOVE 'FTARIF' TO WS-ERR-FICHIER
              MOVE FS-TARIF TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FEXTRAIT
           IF FS-EXTRAIT = '00'
              DISPLAY ' FILE EXTRAIT OPEN SUCCES : ' FS-EXTRAIT
           ELSE
              MOVE 'FEXTRAIT' TO WS-ERR-FICHIER
              MOVE FS-EXTRAIT TO WS-ERR-STATUT
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
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-CHARGER-NATURES
           PERFORM FONCTION-EDITER-BANNIERE
           SORT FMOUVEM-WK
                ON ASCENDING KEY NUM-COMPTE-WK
                INPUT PROCEDURE FONCTION-CHARGER-MOUVEM
                OUTPUT PROCEDURE IS FONCTION-RECAPITULER-COMPTES
           IF SORT-RETURN > 0 DISPLAY ' SORT FAILED '
           END-IF
           PERFORM FONCTION-EDITER-BILAN
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * ANNEE DU RELEVE ET LISTE DES NATURES DE FRAIS : FICHIER    *
      * CENTRAL FPARAM VIA PGMPARAM                                *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST143-ANNEE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR NOT = '0'
              DISPLAY ' PARAMETRE ANNEE ABSENT OU INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR(27:4) TO WS-ANNEE-TRT
           MOVE 'QUEST143-NATURES' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE 'FRAAGIFRLFRJ' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' PARAMETRE NATURES INVALIDE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-PARAM-VALEUR TO WS-LISTE-NATURES
           MOVE WS-ANNEE-TRT TO WS-ED-PARAMS.
      *-- CHAQUE NATURE DE LA LISTE PREND SON LIBELLE FNATMOUV ET,
      *-- S'IL EXISTE, SON TARIF UNITAIRE FTARIF
        FONCTION-CHARGER-NATURES.
           INITIALIZE WS-TAB-FRAIS
           MOVE 0 TO WS-NB-NATURES
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
              IF WS-LISTE-NATURES(WS-IX * 3 - 2:3) NOT = SPACES
                 ADD 1 TO WS-NB-NATURES
                 MOVE WS-LISTE-NATURES(WS-IX * 3 - 2:3)
                    TO WS-TF-CODE(WS-NB-NATURES)
                 PERFORM FONCTION-DECRIRE-NATURE
              END-IF
           END-PERFORM
           IF WS-NB-NATURES = 0
              DISPLAY ' AUCUNE NATURE DE FRAIS EN PARAMETRE '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           CLOSE FTARIF.
        FONCTION-DECRIRE-NATURE.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATMOUV' TO WS-REF-TABLE
           MOVE WS-TF-CODE(WS-NB-NATURES) TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-TF-LIBELLE(WS-NB-NATURES)
           IF WS-REF-CR NOT = '0'
              DISPLAY ' NATURE DE FRAIS ABSENTE DE FNATMOUV : '
                      WS-TF-CODE(WS-NB-NATURES)
           END-IF
           MOVE WS-TF-CODE(WS-NB-NATURES) TO TAR-NAT-MOUV
           READ FTARIF
              INVALID KEY
                 MOVE 'N' TO WS-TF-AVEC-TARIF(WS-NB-NATURES)
              NOT INVALID KEY
                 MOVE 'O' TO WS-TF-AVEC-TARIF(WS-NB-NATURES)
                 MOVE TAR-MONTANT TO WS-TF-TARIF(WS-NB-NATURES)
           END-READ.
      *-- SEULS LES MOUVEMENTS DE FRAIS DE L'ANNEE DEMANDEE PASSENT
      *-- AU TRI ; LA FUSION QUEST24 PEUT CHEVAUCHER DEUX ANNEES
        FONCTION-CHARGER-MOUVEM.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-MVTANN
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF WS-DATE-MOUV(1:4) = WS-ANNEE-TRT
                 PERFORM FONCTION-CHERCHER-NATURE
                 IF WS-NATURE-TROUVEE = 'O'
                    RELEASE MOUVEM-WK FROM MOUVEM
                    ADD 1 TO WS-CPT-RETENUS
                 END-IF
              END-IF
              PERFORM FONCTION-READ-MVTANN
           END-PERFORM
           CLOSE FMVTANN.
        FONCTION-CHERCHER-NATURE.
           MOVE 'N' TO WS-NATURE-TROUVEE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-NATURES
                      OR WS-NATURE-TROUVEE = 'O'
              IF WS-TF-CODE(WS-IX) = WS-NAT-MOUV
                 MOVE 'O' TO WS-NATURE-TROUVEE
              END-IF
           END-PERFORM
           IF WS-NATURE-TROUVEE = 'O'
              SUBTRACT 1 FROM WS-IX
           END-IF.
        FONCTION-RECAPITULER-COMPTES.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE SPACES TO WS-CUR-NUM-COMPTE
           PERFORM FONCTION-READ-MOUVEM-WK
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              IF WS-NUM-COMPTE NOT = WS-CUR-NUM-COMPTE
                 IF WS-CUR-NUM-COMPTE NOT = SPACES
                    PERFORM FONCTION-EDITER-COMPTE
                 END-IF
                 MOVE WS-NUM-COMPTE TO WS-CUR-NUM-COMPTE
                 PERFORM FONCTION-RAZ-CUMULS
              END-IF
              PERFORM FONCTION-CUMULER-MOUVEMENT
              PERFORM FONCTION-READ-MOUVEM-WK
           END-PERFORM
           IF WS-CUR-NUM-COMPTE NOT = SPACES
              PERFORM FONCTION-EDITER-COMPTE
           END-IF.
        FONCTION-RAZ-CUMULS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-NATURES
              INITIALIZE WS-TF-CUMULS(WS-IX)
           END-PERFORM.
      *-- UN MOIS ILLISIBLE DANS LA DATE DU MOUVEMENT EST SIGNALE ET
      *-- LE MOUVEMENT IGNORE (CODE RETOUR D'AVERTISSEMENT)
        FONCTION-CUMULER-MOUVEMENT.
           PERFORM FONCTION-CHERCHER-NATURE
           IF WS-DATE-MOUV(6:2) IS NUMERIC
              MOVE WS-DATE-MOUV(6:2) TO WS-MOIS
           ELSE
              MOVE 0 TO WS-MOIS
           END-IF
           IF WS-MOIS < 1 OR WS-MOIS > 12
              DISPLAY ' DATE DE MOUVEMENT INVALIDE : ' WS-NUM-COMPTE
                      ' ' WS-DATE-MOUV
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              IF WS-SENS-MOUV = 'CR'
                 COMPUTE WS-MONTANT-SIGNE = 0 - WS-MONT-MOUV
              ELSE
                 MOVE WS-MONT-MOUV TO WS-MONTANT-SIGNE
              END-IF
              ADD 1 TO WS-TF-NOMBRE(WS-IX, WS-MOIS)
              ADD WS-MONTANT-SIGNE TO WS-TF-MONTANT(WS-IX, WS-MOIS)
              ADD 1 TO WS-TF-NOMBRE-AN(WS-IX)
              ADD WS-MONTANT-SIGNE TO WS-TF-MONTANT-AN(WS-IX)
           END-IF.
      **************************************************************
      * PAGE RECAPITULATIVE D'UN COMPTE : IDENTITE ET ADRESSE,     *
      * DETAIL PAR MOIS ET NATURE, TOTAUX PAR NATURE, TOTAL ANNUEL.*
      * LES MEMES LIGNES PARTENT DANS L'EXTRAIT COURRIEL QUAND LE  *
      * CLIENT A UNE ADRESSE EMAIL. UNE ADRESSE POSTALE INVALIDE   *
      * SUPPRIME LA PAGE IMPRIMEE MAIS PAS L'EXTRAIT COURRIEL      *
      **************************************************************
        FONCTION-EDITER-COMPTE.
           PERFORM FONCTION-LIRE-CLIENT
           PERFORM FONCTION-CONTROLER-ADRESSE
           IF WS-ADRESSE-INVALIDE = 'O'
              PERFORM FONCTION-RETENIR-COURRIER
           ELSE
              ADD 1 TO WS-CPT-CLIENTS
              PERFORM FONCTION-EDITER-ENTETE-COMPTE
           END-IF
           PERFORM VARYING WS-IX-MOIS FROM 1 BY 1
                   UNTIL WS-IX-MOIS > 12
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-NB-NATURES
                 IF WS-TF-NOMBRE(WS-IX, WS-IX-MOIS) > 0
                    PERFORM FONCTION-EDITER-LIGNE-MOIS
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-ADRESSE-INVALIDE = 'N'
              MOVE WS-LIGNE-ENTETE-NATURE TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 2 LINES
              ADD 2 TO WS-CPT-LIGNES-TOT
           END-IF
           MOVE 0 TO WS-TOTAL-COMPTE
           MOVE 0 TO WS-NOMBRE-COMPTE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NB-NATURES
              IF WS-TF-NOMBRE-AN(WS-IX) > 0
                 PERFORM FONCTION-EDITER-LIGNE-NATURE
              END-IF
           END-PERFORM
           IF WS-ADRESSE-INVALIDE = 'N'
              MOVE WS-NOMBRE-COMPTE TO WS-PRT-TOT-NOMBRE
              MOVE WS-TOTAL-COMPTE TO WS-PRT-TOT-MONTANT
              MOVE WS-LIGNE-TOTAL TO REC-PRT
              WRITE REC-PRT AFTER ADVANCING 2 LINES
              ADD 2 TO WS-CPT-LIGNES-TOT
           END-IF
           ADD WS-TOTAL-COMPTE TO WS-TOTAL-GENERAL
           IF WS-EMAIL-COURANT NOT = SPACES
              MOVE SPACES TO EXTRAIT
              MOVE 'T' TO EXT-TYPE-LIGNE
              MOVE WS-ANNEE-TRT TO EXT-DATE-MOUV
              MOVE 'TOTAL FRAIS' TO EXT-LIBELLE
              MOVE WS-TOTAL-COMPTE TO WS-MONTANT-SIGNE
              PERFORM FONCTION-ECRIRE-EXTRAIT
           END-IF.
        FONCTION-EDITER-ENTETE-COMPTE.
           MOVE WS-ANNEE-TRT TO WS-PRT-ANNEE
           MOVE WS-LIGNE-TITRE TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-CUR-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE WS-LIGNE-CLIENT TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE-ADRESSE TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-PAYS TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE-ENTETE-MOIS TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           ADD 8 TO WS-CPT-LIGNES-TOT.
      *-- IDENTITE, ADRESSE ET EMAIL DU COMPTE ; UN COMPTE ABSENT DE
      *-- FCLIENT EST EDITE SANS IDENTITE ET N'EST PAS EXTRAIT
        FONCTION-LIRE-CLIENT.
           MOVE SPACES TO WS-EMAIL-COURANT
           MOVE WS-CUR-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'N' TO WS-CLIENT-TROUVE
                 MOVE 'INCONNU' TO WS-PRT-NOM
                 MOVE SPACES TO WS-PRT-PRENOM
                 MOVE SPACES TO ADRESSE
                 ADD 1 TO WS-CPT-INCONNUS
                 DISPLAY ' COMPTE ABSENT DE FCLIENT : '
                         WS-CUR-NUM-COMPTE
                 IF WS-ERR-RC-JOB < 4
                    MOVE 4 TO WS-ERR-RC-JOB
                 END-IF
              NOT INVALID KEY
                 MOVE 'O' TO WS-CLIENT-TROUVE
                 MOVE NOM-CLIENT TO WS-PRT-NOM
                 MOVE PRENOM-CLIENT TO WS-PRT-PRENOM
                 IF EMAIL-CLIENT NOT = SPACES
                    MOVE EMAIL-CLIENT TO WS-EMAIL-COURANT
                    ADD 1 TO WS-CPT-CLIENTS-EMAIL
                 END-IF
           END-READ
           MOVE WS-CUR-NUM-COMPTE TO ADR-NUM-COMPTE
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
           END-READ.
        FONCTION-EDITER-LIGNE-MOIS.
           MOVE WS-ANNEE-TRT TO WS-PRT-MOIS(1:4)
           MOVE '-' TO WS-PRT-MOIS(5:1)
           MOVE WS-IX-MOIS TO WS-PRT-MOIS(6:2)
           MOVE WS-TF-CODE(WS-IX) TO WS-PRT-NATURE
           MOVE WS-TF-LIBELLE(WS-IX) TO WS-PRT-LIBELLE
           MOVE WS-TF-NOMBRE(WS-IX, WS-IX-MOIS) TO WS-PRT-NOMBRE
           MOVE WS-TF-MONTANT(WS-IX, WS-IX-MOIS) TO WS-PRT-MONTANT
           IF WS-ADRESSE-INVALIDE = 'N'
              MOVE WS-LIGNE-MOIS TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF
           IF WS-EMAIL-COURANT NOT = SPACES
              MOVE SPACES TO EXTRAIT
              MOVE 'M' TO EXT-TYPE-LIGNE
              MOVE WS-PRT-MOIS TO EXT-DATE-MOUV
              MOVE WS-TF-CODE(WS-IX) TO EXT-NAT-MOUV
              MOVE WS-TF-LIBELLE(WS-IX) TO EXT-LIBELLE
              MOVE WS-TF-MONTANT(WS-IX, WS-IX-MOIS)
                 TO WS-MONTANT-SIGNE
              PERFORM FONCTION-ECRIRE-EXTRAIT
           END-IF.
        FONCTION-EDITER-LIGNE-NATURE.
           MOVE WS-TF-CODE(WS-IX) TO WS-PRT-NAT-CODE
           MOVE WS-TF-LIBELLE(WS-IX) TO WS-PRT-NAT-LIBELLE
           IF WS-TF-AVEC-TARIF(WS-IX) = 'O'
              MOVE WS-TF-TARIF(WS-IX) TO WS-PRT-NAT-TARIF
           ELSE
              MOVE '       -' TO WS-PRT-NAT-TARIF-X
           END-IF
           MOVE WS-TF-NOMBRE-AN(WS-IX) TO WS-PRT-NAT-NOMBRE
           MOVE WS-TF-MONTANT-AN(WS-IX) TO WS-PRT-NAT-MONTANT
           IF WS-ADRESSE-INVALIDE = 'N'
              MOVE WS-LIGNE-NATURE TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF
           ADD WS-TF-NOMBRE-AN(WS-IX) TO WS-NOMBRE-COMPTE
           ADD WS-TF-MONTANT-AN(WS-IX) TO WS-TOTAL-COMPTE
           IF WS-EMAIL-COURANT NOT = SPACES
              MOVE SPACES TO EXTRAIT
              MOVE 'N' TO EXT-TYPE-LIGNE
              MOVE WS-ANNEE-TRT TO EXT-DATE-MOUV
              MOVE WS-TF-CODE(WS-IX) TO EXT-NAT-MOUV
              MOVE WS-TF-LIBELLE(WS-IX) TO EXT-LIBELLE
              MOVE WS-TF-MONTANT-AN(WS-IX) TO WS-MONTANT-SIGNE
              PERFORM FONCTION-ECRIRE-EXTRAIT
           END-IF.
      *-- LE MONTANT DE L'EXTRAIT EST NON SIGNE : UN CUMUL NEGATIF
      *-- (RESTITUTIONS SUPERIEURES AUX FRAIS) PART AU SENS 'CR'
        FONCTION-ECRIRE-EXTRAIT.
           MOVE WS-CUR-NUM-COMPTE TO EXT-NUM-COMPTE
           MOVE WS-EMAIL-COURANT TO EXT-EMAIL
           IF WS-MONTANT-SIGNE < 0
              MOVE 'CR' TO EXT-SENS
              COMPUTE EXT-MONTANT = 0 - WS-MONTANT-SIGNE
           ELSE
              MOVE 'DB' TO EXT-SENS
              MOVE WS-MONTANT-SIGNE TO EXT-MONTANT
           END-IF
           MOVE 0 TO EXT-REF-MOUV
           WRITE EXTRAIT
           ADD 1 TO WS-CPT-LIGNES-EXT.
        FONCTION-READ-MVTANN.
           READ FMVTANN INTO WS-MOUVEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-READ-MOUVEM-WK.
           RETURN FMOUVEM-WK INTO WS-MOUVEM
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT, BILAN DU PASSAGE EN FIN D'ETAT          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
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
        FONCTION-EDITER-BILAN.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           ADD 1 TO WS-CPT-PAGES
           MOVE ' MOUVEMENTS DE FRAIS RETENUS' TO WS-PRT-BIL-LIBELLE
           MOVE WS-CPT-RETENUS TO WS-PRT-BIL-VALEUR
           MOVE WS-LIGNE-BILAN TO REC-PRT
           WRITE REC-PRT
           MOVE ' RELEVES EDITES' TO WS-PRT-BIL-LIBELLE
           MOVE WS-CPT-CLIENTS TO WS-PRT-BIL-VALEUR
           MOVE WS-LIGNE-BILAN TO REC-PRT
           WRITE REC-PRT
           MOVE ' DONT CLIENTS PAR COURRIEL' TO WS-PRT-BIL-LIBELLE
           MOVE WS-CPT-CLIENTS-EMAIL TO WS-PRT-BIL-VALEUR
           MOVE WS-LIGNE-BILAN TO REC-PRT
           WRITE REC-PRT
           MOVE ' COMPTES ABSENTS DE FCLIENT' TO WS-PRT-BIL-LIBELLE
           MOVE WS-CPT-INCONNUS TO WS-PRT-BIL-VALEUR
           MOVE WS-LIGNE-BILAN TO REC-PRT
           WRITE REC-PRT
           MOVE ' LIGNES D''EXTRAIT COURRIEL' TO WS-PRT-BIL-LIBELLE
           MOVE WS-CPT-LIGNES-EXT TO WS-PRT-BIL-VALEUR
           MOVE WS-LIGNE-BILAN TO REC-PRT
           WRITE REC-PRT
           MOVE ' TOTAL DES FRAIS DE L''ANNEE' TO WS-PRT-BIM-LIBELLE
           MOVE WS-TOTAL-GENERAL TO WS-PRT-BIM-VALEUR
           MOVE WS-LIGNE-BILAN-MT TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 8 TO WS-CPT-LIGNES-TOT.
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
           MOVE 'QUEST143' TO CTLLOG-JOB
           MOVE ' RELEVES DE FRAIS EDITES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CLIENTS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST143' TO CTLLOG-JOB
           MOVE ' LIGNES EXTRAIT FRAIS COURRIEL ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-LIGNES-EXT TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST143' TO CTLLOG-JOB
           MOVE ' COURRIERS RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-COURRIERS-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- UNE ADRESSE FADRESSE MARQUEE INVALIDE PAR UN RETOUR DE
      *-- COURRIER (QUEST161) NE RECOIT PLUS DE DOCUMENT POSTAL :
      *-- LE DOCUMENT EST CONSIGNE DANS LE COURRIER RETENU FCOURRET
      *-- POUR REEMISSION PAR L'AGENCE APRES CORRECTION
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE WS-CUR-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ADR-STATUT = 'I'
                    MOVE 'O' TO WS-ADRESSE-INVALIDE
                 END-IF
           END-READ.
        FONCTION-RETENIR-COURRIER.
           ADD 1 TO WS-CPT-COURRIERS-RETENUS
           MOVE SPACES TO COURRET-REC
           MOVE WS-CUR-NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-ANNEE-TRT TO COURRET-DATE
           MOVE 'QUEST143' TO COURRET-JOB
           MOVE 'RF' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'RECAPITULATIF ANNUEL DES FRAIS' TO COURRET-REFERENCE
           MOVE '-12-31' TO COURRET-DATE(5:6)
           WRITE COURRET-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST143' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FMVTANN
           CLOSE FCLIENT
           CLOSE FADRESSE
           CLOSE FTARIF
           CLOSE FEXTRAIT
           CLOSE FPRINT
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
