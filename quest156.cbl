      **************************************************************
      *PROGRAMME DE MAINTENANCE BATCH DU REGISTRE DES COFFRES-FORTS *
      *FCOFFRE (KSDS PAR AGENCE + NUMERO DE COFFRE), SUR LE MODELE  *
      *DE QUEST65 POUR FORDPERM. UN COFFRE PORTE SA TAILLE ('P'     *
      *PETIT, 'M' MOYEN, 'G' GRAND), SON STATUT ('L' LIBRE, 'O'     *
      *LOUE), LE COMPTE LOCATAIRE, LA DATE DE DEBUT DE LOCATION ET  *
      *DEUX DETENTEURS DE CLE AU PLUS, CHACUN PERSONNE FPERSON ('P')*
      *OU COTITULAIRE FCOTITU DU COMPTE LOCATAIRE ('C').            *
      *ACTIONS :                                                    *
      *  'C' CREATION D'UN COFFRE LIBRE DANS UNE AGENCE CONNUE DU   *
      *      REFERENTIEL (PGMREFER, TABLE 'AGENCE') ;               *
      *  'L' LOCATION D'UN COFFRE LIBRE A UN COMPTE NON CLOTURE ET  *
      *      SANS BLOCAGE FBLOCAGE ; LE PREMIER LOYER EST DU A LA   *
      *      DATE DE DEBUT ;                                        *
      *  'T' CHANGEMENT DE DETENTEUR DE CLE (RANG 1 OU 2, LE RANG 2 *
      *      PEUT ETRE SUPPRIME) ;                                  *
      *  'R' RESTITUTION DU COFFRE, REFUSEE TANT QU'UN LOYER RESTE  *
      *      IMPAYE.                                                *
      *LE LOYER ANNUEL EST FACTURE PAR QUEST157.                    *
      *LA DATE DE TRAITEMENT EST LE PARAMETRE QUEST156-DATE.        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST156.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCOFFRE ASSIGN TO DDCOFFRE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CFR-CLE
           FILE STATUS IS FS-COFFRE.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
           SELECT FPERSON ASSIGN TO DDPERSON
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUM-CLIENT
           FILE STATUS IS FS-PERSON.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
        DATA DIVISION.
        FILE SECTION.
      *-- COFFRE-FORT, 120 OCTETS. TAILLE : 'P', 'M', 'G'. STATUT :
      *-- 'L' LIBRE, 'O' LOUE. DETENTEUR : ORIGINE 'P' PERSONNE
      *-- FPERSON (CFR-DET-PERSONNE), 'C' COTITULAIRE FCOTITU DU
      *-- COMPTE LOCATAIRE (CFR-DET-COTITU), BLANC SI AUCUN.
      *-- CFR-DATE-ECHEANCE EST LA PROCHAINE ECHEANCE DE LOYER,
      *-- CFR-LOYER-IMPAYE LE LOYER DU NON ENCAISSE DEPUIS
      *-- CFR-DATE-IMPAYE (TENUS PAR QUEST157)
        FD FCOFFRE.
        01 COFFRE.
           05 CFR-CLE.
              10 CFR-AGENCE PIC X(3).
              10 CFR-NUMERO PIC 9(4).
           05 CFR-TAILLE PIC X(1).
           05 CFR-STATUT PIC X(1).
           05 CFR-NUM-COMPTE PIC X(6).
           05 CFR-DATE-DEBUT PIC X(10).
           05 CFR-DETENTEUR OCCURS 2 TIMES.
              10 CFR-DET-ORIGINE PIC X(1).
              10 CFR-DET-PERSONNE PIC X(8).
              10 CFR-DET-COTITU PIC 9(2).
           05 CFR-DATE-ECHEANCE PIC X(10).
           05 CFR-DATE-FACTURE PIC X(10).
           05 CFR-LOYER-IMPAYE PIC 9(6)V99.
           05 CFR-DATE-IMPAYE PIC X(10).
           05 CFR-DATE-STATUT PIC X(10).
           05 FILLER PIC X(25).
        FD FCLIENT.
           COPY CLIENT.
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
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
        WORKING-STORAGE SECTION.
        01 FS-COFFRE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-PERSON PIC X(2).
        01 FS-COTITU PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-DATE-TRT PIC X(10).
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
        01 WS-RANG PIC 9(1).
        01 WS-COFFRE.
           05 WS-CFR-AGENCE PIC X(3).
           05 WS-CFR-NUMERO PIC 9(4).
           05 WS-CFR-TAILLE PIC X(1).
           05 WS-CFR-NUM-COMPTE PIC X(6).
           05 WS-CFR-DATE-DEBUT PIC X(10).
           05 WS-CFR-RANG PIC 9(1).
           05 WS-CFR-DETENTEUR OCCURS 2 TIMES.
              10 WS-CFR-DET-ORIGINE PIC X(1).
              10 WS-CFR-DET-PERSONNE PIC X(8).
              10 WS-CFR-DET-COTITU PIC 9(2).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FCOFFRE.
           IF FS-COFFRE = '00'
              DISPLAY ' FILE COFFRE OPEN SUCCES : ' FS-COFFRE
           ELSE
              MOVE 'FCOFFRE' TO WS-ERR-FICHIER
              MOVE FS-COFFRE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FBLOCAGE.
           IF FS-BLOCAGE = '00'
              DISPLAY ' FILE BLOCAGE OPEN SUCCES : ' FS-BLOCAGE
           ELSE
              MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
              MOVE FS-BLOCAGE TO WS-ERR-STATUT
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
           OPEN INPUT FCOTITU.
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-ACCEPT-COFFRE
           EVALUATE WS-ACTION
              WHEN 'C'
                 PERFORM FONCTION-CREER-COFFRE
              WHEN 'L'
                 PERFORM FONCTION-LOUER-COFFRE
              WHEN 'T'
                 PERFORM FONCTION-CHANGER-DETENTEUR
              WHEN 'R'
                 PERFORM FONCTION-RESTITUER-COFFRE
              WHEN OTHER
                 DISPLAY ' ACTION INCONNUE : ' WS-ACTION
           END-EVALUATE.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST156-DATE' TO WS-PARAM-CLE
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
        FONCTION-ACCEPT-COFFRE.
           DISPLAY 'ACTION (C=CREATION L=LOCATION T=DETENTEUR '
                   'R=RESTITUTION) :'
           ACCEPT WS-ACTION
           DISPLAY 'CODE AGENCE :'
           ACCEPT WS-CFR-AGENCE
           DISPLAY 'NUMERO DU COFFRE (0001-9999) :'
           ACCEPT WS-CFR-NUMERO
           MOVE SPACES TO WS-CFR-TAILLE
           MOVE SPACES TO WS-CFR-NUM-COMPTE
           MOVE SPACES TO WS-CFR-DATE-DEBUT
           MOVE 0 TO WS-CFR-RANG
           MOVE SPACES TO WS-CFR-DET-ORIGINE(1)
           MOVE SPACES TO WS-CFR-DET-PERSONNE(1)
           MOVE 0 TO WS-CFR-DET-COTITU(1)
           MOVE SPACES TO WS-CFR-DET-ORIGINE(2)
           MOVE SPACES TO WS-CFR-DET-PERSONNE(2)
           MOVE 0 TO WS-CFR-DET-COTITU(2)
           IF WS-ACTION = 'C'
              DISPLAY 'TAILLE (P=PETIT M=MOYEN G=GRAND) :'
              ACCEPT WS-CFR-TAILLE
           END-IF
           IF WS-ACTION = 'L'
              DISPLAY 'COMPTE LOCATAIRE :'
              ACCEPT WS-CFR-NUM-COMPTE
              DISPLAY 'DATE DE DEBUT (AAAA-MM-JJ, BLANC = DATE DU '
                      'JOUR) :'
              ACCEPT WS-CFR-DATE-DEBUT
              MOVE 1 TO WS-RANG
              PERFORM FONCTION-ACCEPT-DETENTEUR
              MOVE 2 TO WS-RANG
              PERFORM FONCTION-ACCEPT-DETENTEUR
           END-IF
           IF WS-ACTION = 'T'
              DISPLAY 'RANG DU DETENTEUR A CHANGER (1 OU 2) :'
              ACCEPT WS-CFR-RANG
              IF WS-CFR-RANG = 1 OR WS-CFR-RANG = 2
                 MOVE WS-CFR-RANG TO WS-RANG
                 PERFORM FONCTION-ACCEPT-DETENTEUR
              END-IF
           END-IF
           PERFORM FONCTION-CONTROLER-SAISIE.
        FONCTION-ACCEPT-DETENTEUR.
           DISPLAY 'DETENTEUR ' WS-RANG ' (P=PERSONNE C=COTITULAIRE '
                   'BLANC=AUCUN) :'
           ACCEPT WS-CFR-DET-ORIGINE(WS-RANG)
           IF WS-CFR-DET-ORIGINE(WS-RANG) = 'P'
              DISPLAY 'NUMERO DE PERSONNE :'
              ACCEPT WS-CFR-DET-PERSONNE(WS-RANG)
           END-IF
           IF WS-CFR-DET-ORIGINE(WS-RANG) = 'C'
              DISPLAY 'SEQUENCE DU COTITULAIRE SUR LE COMPTE (01-99) :'
              ACCEPT WS-CFR-DET-COTITU(WS-RANG)
           END-IF.
        FONCTION-CONTROLER-SAISIE.
           IF WS-CFR-DATE-DEBUT = SPACES
              MOVE WS-DATE-TRT TO WS-CFR-DATE-DEBUT
           END-IF
           IF WS-ACTION = 'C'
              AND WS-CFR-TAILLE NOT = 'P' AND WS-CFR-TAILLE NOT = 'M'
              AND WS-CFR-TAILLE NOT = 'G'
              DISPLAY ' TAILLE DE COFFRE INVALIDE : ' WS-CFR-TAILLE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-ACTION = 'L'
              AND WS-CFR-DET-ORIGINE(1) = SPACES
              DISPLAY ' PREMIER DETENTEUR DE CLE OBLIGATOIRE '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-ACTION = 'T'
              AND WS-CFR-RANG NOT = 1 AND WS-CFR-RANG NOT = 2
              DISPLAY ' RANG DE DETENTEUR INVALIDE : ' WS-CFR-RANG
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-ACTION = 'T' AND WS-CFR-RANG = 1
              AND WS-CFR-DET-ORIGINE(1) = SPACES
              DISPLAY ' LE PREMIER DETENTEUR NE PEUT ETRE SUPPRIME '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           PERFORM VARYING WS-RANG FROM 1 BY 1 UNTIL WS-RANG > 2
              IF WS-CFR-DET-ORIGINE(WS-RANG) NOT = SPACES
                 AND WS-CFR-DET-ORIGINE(WS-RANG) NOT = 'P'
                 AND WS-CFR-DET-ORIGINE(WS-RANG) NOT = 'C'
                 DISPLAY ' ORIGINE DE DETENTEUR INVALIDE : '
                         WS-CFR-DET-ORIGINE(WS-RANG)
                 PERFORM FONCTION-FIN-PROGRAMME
              END-IF
           END-PERFORM.
      *-- LE COFFRE EST CREE LIBRE DANS UNE AGENCE DU REFERENTIEL
        FONCTION-CREER-COFFRE.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'AGENCE' TO WS-REF-TABLE
           MOVE WS-CFR-AGENCE TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' AGENCE INCONNUE : ' WS-CFR-AGENCE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE SPACES TO COFFRE
           MOVE WS-CFR-AGENCE TO CFR-AGENCE
           MOVE WS-CFR-NUMERO TO CFR-NUMERO
           MOVE WS-CFR-TAILLE TO CFR-TAILLE
           MOVE 'L' TO CFR-STATUT
           MOVE 0 TO CFR-DET-COTITU(1)
           MOVE 0 TO CFR-DET-COTITU(2)
           MOVE 0 TO CFR-LOYER-IMPAYE
           MOVE WS-DATE-TRT TO CFR-DATE-STATUT
           WRITE COFFRE
              INVALID KEY
                 DISPLAY ' COFFRE DEJA EXISTANT '
                 MOVE 'FCOFFRE' TO WS-ERR-FICHIER
                 MOVE FS-COFFRE TO WS-ERR-STATUT
                 MOVE 'FONCTION-CREER-COFFRE' TO WS-ERR-PARAGRAPHE
                 MOVE CFR-CLE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' COFFRE CREE '
           END-WRITE.
      *-- LE LOCATAIRE EST UN COMPTE OUVERT SANS BLOCAGE ; LES
      *-- DETENTEURS DE CLE SONT CONTROLES CONTRE FPERSON OU LES
      *-- COTITULAIRES DU COMPTE. LE PREMIER LOYER EST DU A LA DATE
      *-- DE DEBUT
        FONCTION-LOUER-COFFRE.
           PERFORM FONCTION-LIRE-COFFRE
           IF CFR-STATUT NOT = 'L'
              DISPLAY ' COFFRE DEJA LOUE AU COMPTE : ' CFR-NUM-COMPTE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-CFR-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU : ' WS-CFR-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-LOUER-COFFRE' TO WS-ERR-PARAGRAPHE
                 MOVE NUM-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF STATUT-COMPTE = 'C'
              DISPLAY ' COMPTE CLOTURE : ' WS-CFR-NUM-COMPTE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-CFR-NUM-COMPTE TO BLO-NUM-COMPTE
           READ FBLOCAGE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY ' COMPTE BLOQUE (TYPE ' BLO-TYPE ') : '
                         WS-CFR-NUM-COMPTE
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           MOVE WS-CFR-NUM-COMPTE TO CFR-NUM-COMPTE
           PERFORM VARYING WS-RANG FROM 1 BY 1 UNTIL WS-RANG > 2
              PERFORM FONCTION-CONTROLER-DETENTEUR
              MOVE WS-CFR-DETENTEUR(WS-RANG) TO CFR-DETENTEUR(WS-RANG)
           END-PERFORM
           MOVE 'O' TO CFR-STATUT
           MOVE WS-CFR-DATE-DEBUT TO CFR-DATE-DEBUT
           MOVE WS-CFR-DATE-DEBUT TO CFR-DATE-ECHEANCE
           MOVE SPACES TO CFR-DATE-FACTURE
           MOVE 0 TO CFR-LOYER-IMPAYE
           MOVE SPACES TO CFR-DATE-IMPAYE
           MOVE WS-DATE-TRT TO CFR-DATE-STATUT
           PERFORM FONCTION-REECRIRE-COFFRE
           DISPLAY ' COFFRE LOUE AU COMPTE ' CFR-NUM-COMPTE.
        FONCTION-CHANGER-DETENTEUR.
           PERFORM FONCTION-LIRE-COFFRE
           IF CFR-STATUT NOT = 'O'
              DISPLAY ' COFFRE NON LOUE '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-CFR-RANG TO WS-RANG
           PERFORM FONCTION-CONTROLER-DETENTEUR
           MOVE WS-CFR-DETENTEUR(WS-RANG) TO CFR-DETENTEUR(WS-RANG)
           MOVE WS-DATE-TRT TO CFR-DATE-STATUT
           PERFORM FONCTION-REECRIRE-COFFRE
           DISPLAY ' DETENTEUR ' WS-RANG ' MODIFIE '.
      *-- UN COTITULAIRE EST CHERCHE SUR LE COMPTE LOCATAIRE DU
      *-- COFFRE
        FONCTION-CONTROLER-DETENTEUR.
           IF WS-CFR-DET-ORIGINE(WS-RANG) = 'P'
              MOVE WS-CFR-DET-PERSONNE(WS-RANG) TO PER-NUM-CLIENT
              READ FPERSON
                 INVALID KEY
                    DISPLAY ' PERSONNE INCONNUE : '
                            WS-CFR-DET-PERSONNE(WS-RANG)
                    MOVE 'FPERSON' TO WS-ERR-FICHIER
                    MOVE FS-PERSON TO WS-ERR-STATUT
                    MOVE 'FONCTION-CONTROLER-DETENTEUR'
                      TO WS-ERR-PARAGRAPHE
                    MOVE PER-NUM-CLIENT TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
           END-IF
           IF WS-CFR-DET-ORIGINE(WS-RANG) = 'C'
              MOVE CFR-NUM-COMPTE TO COT-NUM-COMPTE
              MOVE WS-CFR-DET-COTITU(WS-RANG) TO COT-SEQ
              READ FCOTITU
                 INVALID KEY
                    DISPLAY ' COTITULAIRE INCONNU : ' CFR-NUM-COMPTE
                            '/' WS-CFR-DET-COTITU(WS-RANG)
                    MOVE 'FCOTITU' TO WS-ERR-FICHIER
                    MOVE FS-COTITU TO WS-ERR-STATUT
                    MOVE 'FONCTION-CONTROLER-DETENTEUR'
                      TO WS-ERR-PARAGRAPHE
                    MOVE COT-CLE TO WS-ERR-CLE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
              END-READ
           END-IF.
      *-- LE COFFRE N'EST RENDU QUE LOYERS SOLDES ; IL REDEVIENT
      *-- LIBRE, SANS LOCATAIRE NI DETENTEUR
        FONCTION-RESTITUER-COFFRE.
           PERFORM FONCTION-LIRE-COFFRE
           IF CFR-STATUT NOT = 'O'
              DISPLAY ' COFFRE NON LOUE '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF CFR-LOYER-IMPAYE > 0
              DISPLAY ' LOYER IMPAYE DEPUIS LE ' CFR-DATE-IMPAYE
                      ' - RESTITUTION REFUSEE '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE 'L' TO CFR-STATUT
           MOVE SPACES TO CFR-NUM-COMPTE
           MOVE SPACES TO CFR-DATE-DEBUT
           PERFORM VARYING WS-RANG FROM 1 BY 1 UNTIL WS-RANG > 2
              MOVE SPACES TO CFR-DET-ORIGINE(WS-RANG)
              MOVE SPACES TO CFR-DET-PERSONNE(WS-RANG)
              MOVE 0 TO CFR-DET-COTITU(WS-RANG)
           END-PERFORM
           MOVE SPACES TO CFR-DATE-ECHEANCE
           MOVE SPACES TO CFR-DATE-IMPAYE
           MOVE WS-DATE-TRT TO CFR-DATE-STATUT
           PERFORM FONCTION-REECRIRE-COFFRE
           DISPLAY ' COFFRE RESTITUE '.
        FONCTION-LIRE-COFFRE.
           MOVE WS-CFR-AGENCE TO CFR-AGENCE
           MOVE WS-CFR-NUMERO TO CFR-NUMERO
           READ FCOFFRE
              INVALID KEY
                 DISPLAY ' COFFRE INCONNU : ' WS-CFR-AGENCE
                         '/' WS-CFR-NUMERO
                 MOVE 'FCOFFRE' TO WS-ERR-FICHIER
                 MOVE FS-COFFRE TO WS-ERR-STATUT
                 MOVE 'FONCTION-LIRE-COFFRE' TO WS-ERR-PARAGRAPHE
                 MOVE CFR-CLE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ.
        FONCTION-REECRIRE-COFFRE.
           REWRITE COFFRE
           IF FS-COFFRE NOT = '00'
              MOVE 'FCOFFRE' TO WS-ERR-FICHIER
              MOVE FS-COFFRE TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-COFFRE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST156' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCOFFRE.
           CLOSE FCLIENT.
           CLOSE FBLOCAGE.
           CLOSE FPERSON.
           CLOSE FCOTITU.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
