      **************************************************************
      *PROGRAMME DE MAINTENANCE BATCH DU REGISTRE DES GARANTIES     *
      *DE PRET FGARANT (KSDS PAR COMPTE + NUMERO DE PRET + NUMERO   *
      *DE GARANTIE), SUR LE MODELE DE QUEST65 POUR FORDPERM. UNE    *
      *GARANTIE EST RATTACHEE A UN PRET FPRET ET PORTE SON TYPE,    *
      *SA VALEUR, SA DATE D'EVALUATION ET SA DATE D'EXPIRATION      *
      *(A BLANC SI SANS TERME) :                                    *
      *  'H' HYPOTHEQUE ;                                           *
      *  'D' NANTISSEMENT D'UN DEPOT A TERME FDAT (COMPTE +         *
      *      SEQUENCE DU DEPOT), OUVERT ET NON DEJA NANTI ; LE      *
      *      DEPOT NANTI N'EST PAS DENOUE PAR QUEST78 TANT QUE LA   *
      *      GARANTIE EST ACTIVE ;                                  *
      *  'C' CAUTION D'UNE PERSONNE FPERSON, POUR LE MONTANT        *
      *      ENGAGE ;                                               *
      *  'A' AUTRE SURETE.                                          *
      *ACTIONS :                                                    *
      *  'C' CREATION D'UNE GARANTIE (STATUT 'A' ACTIVE) ;          *
      *  'E' REEVALUATION : NOUVELLE VALEUR ET DATE D'EVALUATION ;  *
      *  'L' MAINLEVEE (STATUT 'L'), QUI LIBERE UN DEPOT NANTI.     *
      *LA COUVERTURE DES PRETS EST EDITEE CHAQUE MOIS PAR QUEST154. *
      *LA DATE DE TRAITEMENT EST LE PARAMETRE QUEST153-DATE.        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST153.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FGARANT ASSIGN TO DDGARANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GAR-CLE
           FILE STATUS IS FS-GARANT.
           SELECT FPRET ASSIGN TO DDPRET
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PRT-CLE
           FILE STATUS IS FS-PRET.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
        DATA DIVISION.
        FILE SECTION.
      *-- GARANTIE DE PRET, 120 OCTETS. TYPE : 'H' HYPOTHEQUE,
      *-- 'D' DEPOT A TERME NANTI (GAR-DAT-COMPTE + GAR-DAT-SEQ),
      *-- 'C' CAUTION PERSONNELLE (GAR-NUM-PERSONNE), 'A' AUTRE.
      *-- STATUT : 'A' ACTIVE, 'L' LEVEE
        FD FGARANT.
        01 GARANT.
           05 GAR-CLE.
              10 GAR-NUM-COMPTE PIC X(6).
              10 GAR-SEQ-PRET PIC 9(2).
              10 GAR-NUMERO PIC 9(2).
           05 GAR-TYPE PIC X(1).
           05 GAR-VALEUR PIC 9(9)V99.
           05 GAR-DATE-EVAL PIC X(10).
           05 GAR-DATE-EXPIR PIC X(10).
           05 GAR-NUM-PERSONNE PIC X(8).
           05 GAR-DAT-COMPTE PIC X(6).
           05 GAR-DAT-SEQ PIC 9(2).
           05 GAR-STATUT PIC X(1).
           05 GAR-DATE-STATUT PIC X(10).
           05 GAR-LIBELLE PIC X(20).
           05 FILLER PIC X(31).
        FD FPRET.
        01 PRET.
           05 PRT-CLE.
              10 PRT-NUM-COMPTE PIC X(6).
              10 PRT-SEQ PIC 9(2).
           05 PRT-CAPITAL PIC 9(8)V99.
           05 PRT-TAUX PIC 9(3)V99.
           05 PRT-DUREE-MOIS PIC 9(3).
           05 PRT-DATE-DEBUT PIC X(10).
           05 PRT-STATUT PIC X(1).
           05 FILLER PIC X(42).
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
        FD FPERSON.
        01 PERSON.
           05 PER-NUM-CLIENT PIC X(8).
           05 PER-NOM PIC X(10).
           05 PER-PRENOM PIC X(10).
           05 PER-DATE-NAIS PIC 9(8).
           05 PER-TEL PIC X(10).
           05 PER-EMAIL PIC X(9).
           05 FILLER PIC X(25).
        WORKING-STORAGE SECTION.
        01 FS-GARANT PIC X(2).
        01 FS-PRET PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-PERSON PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-FIN-GARANT PIC X(1).
        01 WS-DEJA-NANTI PIC X(1).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-GARANTIE.
           05 WS-GAR-NUM-COMPTE PIC X(6).
           05 WS-GAR-SEQ-PRET PIC 9(2).
           05 WS-GAR-NUMERO PIC 9(2).
           05 WS-GAR-TYPE PIC X(1).
           05 WS-GAR-VALEUR PIC 9(9)V99.
           05 WS-GAR-DATE-EVAL PIC X(10).
           05 WS-GAR-DATE-EXPIR PIC X(10).
           05 WS-GAR-NUM-PERSONNE PIC X(8).
           05 WS-GAR-DAT-COMPTE PIC X(6).
           05 WS-GAR-DAT-SEQ PIC 9(2).
           05 WS-GAR-LIBELLE PIC X(20).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FGARANT.
           IF FS-GARANT = '00'
              DISPLAY ' FILE GARANT OPEN SUCCES : ' FS-GARANT
           ELSE
              MOVE 'FGARANT' TO WS-ERR-FICHIER
              MOVE FS-GARANT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPRET.
           IF FS-PRET = '00'
              DISPLAY ' FILE PRET OPEN SUCCES : ' FS-PRET
           ELSE
              MOVE 'FPRET' TO WS-ERR-FICHIER
              MOVE FS-PRET TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FDAT.
           IF FS-DAT = '00'
              DISPLAY ' FILE DAT OPEN SUCCES : ' FS-DAT
           ELSE
              MOVE 'FDAT' TO WS-ERR-FICHIER
              MOVE FS-DAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPERSON.
           IF FS-PERSON = '00'
              DISPLAY ' FILE PERSON OPEN SUCCES : ' FS-PERSON
           ELSE
              MOVE 'FPERSON' TO WS-ERR-FICHIER
              MOVE FS-PERSON TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-ACCEPT-GARANTIE
           EVALUATE WS-ACTION
              WHEN 'C'
                 PERFORM FONCTION-CREER-GARANTIE
              WHEN 'E'
                 PERFORM FONCTION-REEVALUER-GARANTIE
              WHEN 'L'
                 PERFORM FONCTION-LEVER-GARANTIE
              WHEN OTHER
                 DISPLAY ' ACTION INCONNUE : ' WS-ACTION
           END-EVALUATE.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST153-DATE' TO WS-PARAM-CLE
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
        FONCTION-ACCEPT-GARANTIE.
           DISPLAY 'ACTION (C=CREATION E=REEVALUATION L=MAINLEVEE) :'
           ACCEPT WS-ACTION
           DISPLAY 'NUMERO DE COMPTE DU PRET :'
           ACCEPT WS-GAR-NUM-COMPTE
           DISPLAY 'NUMERO DU PRET SUR LE COMPTE (01-99) :'
           ACCEPT WS-GAR-SEQ-PRET
           DISPLAY 'NUMERO DE LA GARANTIE SUR LE PRET (01-99) :'
           ACCEPT WS-GAR-NUMERO
           MOVE 0 TO WS-GAR-VALEUR
           MOVE SPACES TO WS-GAR-DATE-EVAL
           MOVE SPACES TO WS-GAR-DATE-EXPIR
           MOVE SPACES TO WS-GAR-NUM-PERSONNE
           MOVE SPACES TO WS-GAR-DAT-COMPTE
           MOVE 0 TO WS-GAR-DAT-SEQ
           IF WS-ACTION = 'C'
              DISPLAY 'TYPE (H=HYPOTHEQUE D=DEPOT A TERME '
                      'C=CAUTION A=AUTRE) :'
              ACCEPT WS-GAR-TYPE
              DISPLAY 'LIBELLE :'
              ACCEPT WS-GAR-LIBELLE
              DISPLAY 'DATE D EXPIRATION (AAAA-MM-JJ, BLANC = '
                      'SANS TERME) :'
              ACCEPT WS-GAR-DATE-EXPIR
              IF WS-GAR-TYPE = 'C'
                 DISPLAY 'NUMERO DE PERSONNE DE LA CAUTION :'
                 ACCEPT WS-GAR-NUM-PERSONNE
              END-IF
              IF WS-GAR-TYPE = 'D'
                 DISPLAY 'COMPTE DU DEPOT A TERME NANTI :'
                 ACCEPT WS-GAR-DAT-COMPTE
                 DISPLAY 'SEQUENCE DU DEPOT A TERME (01-99) :'
                 ACCEPT WS-GAR-DAT-SEQ
              END-IF
           END-IF
           IF (WS-ACTION = 'C' AND WS-GAR-TYPE NOT = 'D')
              OR WS-ACTION = 'E'
              DISPLAY 'VALEUR (CENTIMES IMPLICITES) :'
              ACCEPT WS-GAR-VALEUR
              DISPLAY 'DATE D EVALUATION (AAAA-MM-JJ, BLANC = DATE '
                      'DU JOUR) :'
              ACCEPT WS-GAR-DATE-EVAL
           END-IF
           PERFORM FONCTION-CONTROLER-SAISIE.
        FONCTION-CONTROLER-SAISIE.
           IF WS-GAR-DATE-EVAL = SPACES
              MOVE WS-DATE-TRT TO WS-GAR-DATE-EVAL
           END-IF
           IF WS-ACTION = 'C'
              AND WS-GAR-TYPE NOT = 'H' AND WS-GAR-TYPE NOT = 'D'
              AND WS-GAR-TYPE NOT = 'C' AND WS-GAR-TYPE NOT = 'A'
              DISPLAY ' TYPE DE GARANTIE INVALIDE : ' WS-GAR-TYPE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF (WS-ACTION = 'C' AND WS-GAR-TYPE NOT = 'D')
              OR WS-ACTION = 'E'
              IF WS-GAR-VALEUR = 0
                 DISPLAY ' VALEUR DE LA GARANTIE ABSENTE '
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              IF WS-GAR-DATE-EVAL > WS-DATE-TRT
                 DISPLAY ' DATE D EVALUATION FUTURE : '
                         WS-GAR-DATE-EVAL
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-IF
           IF WS-ACTION = 'C'
              AND WS-GAR-DATE-EXPIR NOT = SPACES
              AND WS-GAR-DATE-EXPIR < WS-DATE-TRT
              DISPLAY ' GARANTIE DEJA EXPIREE : ' WS-GAR-DATE-EXPIR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- LA GARANTIE EST RATTACHEE A UN PRET EXISTANT ; UNE CAUTION
      *-- DESIGNE UNE PERSONNE CONNUE, UN NANTISSEMENT UN DEPOT A
      *-- TERME OUVERT QUI N'EST PAS DEJA NANTI. LA VALEUR D'UN
      *-- DEPOT NANTI EST SON CAPITAL
        FONCTION-CREER-GARANTIE.
           MOVE WS-GAR-NUM-COMPTE TO PRT-NUM-COMPTE
           MOVE WS-GAR-SEQ-PRET TO PRT-SEQ
           READ FPRET
              INVALID KEY
                 DISPLAY ' PRET INCONNU : ' WS-GAR-NUM-COMPTE
                         '/' WS-GAR-SEQ-PRET
                 MOVE 'FPRET' TO WS-ERR-FICHIER
                 MOVE FS-PRET TO WS-ERR-STATUT
                 MOVE 'FONCTION-CREER-GARANTIE' TO WS-ERR-PARAGRAPHE
                 MOVE PRT-CLE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF WS-GAR-TYPE = 'C'
              MOVE WS-GAR-NUM-PERSONNE TO PER-NUM-CLIENT
              READ FPERSON
                 INVALID KEY
                    DISPLAY ' PERSONNE INCONNUE : '
                            WS-GAR-NUM-PERSONNE
                    MOVE 'FPERSON' TO WS-ERR-FICHIER
                    MOVE FS-PERSON TO WS-ERR-STATUT
                    MOVE 'FONCTION-CREER-GARANTIE' TO WS-ERR-PARAGRAPHE
                    MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
           END-IF
           IF WS-GAR-TYPE = 'D'
              MOVE WS-GAR-DAT-COMPTE TO DAT-NUM-COMPTE
              MOVE WS-GAR-DAT-SEQ TO DAT-SEQ
              READ FDAT
                 INVALID KEY
                    DISPLAY ' DEPOT A TERME INCONNU : '
                            WS-GAR-DAT-COMPTE '/' WS-GAR-DAT-SEQ
                    MOVE 'FDAT' TO WS-ERR-FICHIER
                    MOVE FS-DAT TO WS-ERR-STATUT
                    MOVE 'FONCTION-CREER-GARANTIE' TO WS-ERR-PARAGRAPHE
                    MOVE DAT-CLE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
              IF DAT-STATUT NOT = 'O'
                 DISPLAY ' DEPOT A TERME NON OUVERT : '
                         WS-GAR-DAT-COMPTE '/' WS-GAR-DAT-SEQ
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              PERFORM FONCTION-CHERCHER-NANTISSEMENT
              IF WS-DEJA-NANTI = 'O'
                 DISPLAY ' DEPOT A TERME DEJA NANTI PAR LE PRET '
                         GAR-NUM-COMPTE '/' GAR-SEQ-PRET
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
              MOVE DAT-CAPITAL TO WS-GAR-VALEUR
           END-IF
           MOVE SPACES TO GARANT
           MOVE WS-GAR-NUM-COMPTE TO GAR-NUM-COMPTE
           MOVE WS-GAR-SEQ-PRET TO GAR-SEQ-PRET
           MOVE WS-GAR-NUMERO TO GAR-NUMERO
           MOVE WS-GAR-TYPE TO GAR-TYPE
           MOVE WS-GAR-VALEUR TO GAR-VALEUR
           MOVE WS-GAR-DATE-EVAL TO GAR-DATE-EVAL
           MOVE WS-GAR-DATE-EXPIR TO GAR-DATE-EXPIR
           MOVE WS-GAR-NUM-PERSONNE TO GAR-NUM-PERSONNE
           MOVE WS-GAR-DAT-COMPTE TO GAR-DAT-COMPTE
           MOVE WS-GAR-DAT-SEQ TO GAR-DAT-SEQ
           MOVE 'A' TO GAR-STATUT
           MOVE WS-DATE-TRT TO GAR-DATE-STATUT
           MOVE WS-GAR-LIBELLE TO GAR-LIBELLE
           WRITE GARANT
              INVALID KEY
                 DISPLAY ' GARANTIE DEJA EXISTANTE '
                 MOVE 'FGARANT' TO WS-ERR-FICHIER
                 MOVE FS-GARANT TO WS-ERR-STATUT
                 MOVE 'FONCTION-CREER-GARANTIE' TO WS-ERR-PARAGRAPHE
                 MOVE GAR-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' GARANTIE CREEE '
           END-WRITE.
      *-- UN DEPOT NE GARANTIT QU'UN PRET A LA FOIS : LE REGISTRE
      *-- EST PARCOURU A LA RECHERCHE D'UN NANTISSEMENT ACTIF
        FONCTION-CHERCHER-NANTISSEMENT.
           MOVE 'N' TO WS-DEJA-NANTI
           MOVE 'N' TO WS-FIN-GARANT
           MOVE LOW-VALUES TO GAR-CLE
           START FGARANT KEY IS >= GAR-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-GARANT
           END-START
           PERFORM UNTIL WS-FIN-GARANT = 'Y'
              READ FGARANT NEXT
                 AT END MOVE 'Y' TO WS-FIN-GARANT
              END-READ
              IF WS-FIN-GARANT = 'N'
                 AND GAR-TYPE = 'D' AND GAR-STATUT = 'A'
                 AND GAR-DAT-COMPTE = WS-GAR-DAT-COMPTE
                 AND GAR-DAT-SEQ = WS-GAR-DAT-SEQ
                 MOVE 'O' TO WS-DEJA-NANTI
                 MOVE 'Y' TO WS-FIN-GARANT
              END-IF
           END-PERFORM.
      *-- LA VALEUR D'UN DEPOT NANTI SUIT SON CAPITAL ET NE SE
      *-- REEVALUE PAS
        FONCTION-REEVALUER-GARANTIE.
           PERFORM FONCTION-LIRE-GARANTIE
           EVALUATE TRUE
              WHEN GAR-STATUT NOT = 'A'
                 DISPLAY ' REEVALUATION IMPOSSIBLE, STATUT : '
                         GAR-STATUT
              WHEN GAR-TYPE = 'D'
                 DISPLAY ' DEPOT NANTI : VALEUR = CAPITAL DU DEPOT '
              WHEN OTHER
                 MOVE WS-GAR-VALEUR TO GAR-VALEUR
                 MOVE WS-GAR-DATE-EVAL TO GAR-DATE-EVAL
                 PERFORM FONCTION-REECRIRE-GARANTIE
                 DISPLAY ' GARANTIE REEVALUEE '
           END-EVALUATE.
        FONCTION-LEVER-GARANTIE.
           PERFORM FONCTION-LIRE-GARANTIE
           IF GAR-STATUT = 'L'
              DISPLAY ' GARANTIE DEJA LEVEE '
           ELSE
              MOVE 'L' TO GAR-STATUT
              MOVE WS-DATE-TRT TO GAR-DATE-STATUT
              PERFORM FONCTION-REECRIRE-GARANTIE
              DISPLAY ' MAINLEVEE ENREGISTREE '
           END-IF.
        FONCTION-LIRE-GARANTIE.
           MOVE WS-GAR-NUM-COMPTE TO GAR-NUM-COMPTE
           MOVE WS-GAR-SEQ-PRET TO GAR-SEQ-PRET
           MOVE WS-GAR-NUMERO TO GAR-NUMERO
           READ FGARANT
              INVALID KEY
                 DISPLAY ' GARANTIE INCONNUE : ' WS-GAR-NUM-COMPTE
                         '/' WS-GAR-SEQ-PRET '/' WS-GAR-NUMERO
                 MOVE 'FGARANT' TO WS-ERR-FICHIER
                 MOVE FS-GARANT TO WS-ERR-STATUT
                 MOVE 'FONCTION-LIRE-GARANTIE' TO WS-ERR-PARAGRAPHE
                 MOVE GAR-CLE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ.
        FONCTION-REECRIRE-GARANTIE.
           REWRITE GARANT
           IF FS-GARANT NOT = '00'
              MOVE 'FGARANT' TO WS-ERR-FICHIER
              MOVE FS-GARANT TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-GARANTIE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST153' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FGARANT.
           CLOSE FPRET.
           CLOSE FDAT.
           CLOSE FPERSON.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
