      **************************************************************
      *FACTURATION ANNUELLE DES LOYERS DE COFFRES-FORTS. CHAQUE     *
      *COFFRE LOUE DU REGISTRE FCOFFRE (TENU PAR QUEST156) DONT     *
      *L'ECHEANCE DE LOYER EST ATTEINTE A LA DATE QUEST157-DATE EST *
      *FACTURE DU LOYER ANNUEL DE SA TAILLE AU BAREME FTARIF        *
      *(NATURES 'CFP', 'CFM', 'CFG') ET SON ECHEANCE AVANCEE D'UN   *
      *AN, AUTANT DE FOIS QUE NECESSAIRE. LE LOYER EST AJOUTE A UN  *
      *EVENTUEL IMPAYE ANTERIEUR.                                   *
      *LA SOMME DUE EST DEBITEE (NATURE 'LCF') PAR UN LOT MOUVEM    *
      *PRET POUR LE CONTROLE D'ENTREE QUEST33, AU CODE AGENCE DU    *
      *COFFRE, SI LE COMPTE EST OUVERT, SANS BLOCAGE FBLOCAGE ET    *
      *PROVISIONNE (SOLDE PLUS AUTORISATION FLIMITE NON EXPIREE,    *
      *COMME POUR LES CHEQUES DANS QUEST33). SINON LA SOMME RESTE   *
      *IMPAYEE SUR LE COFFRE ET SERA REPRESENTEE AU PASSAGE         *
      *SUIVANT.                                                     *
      *L'ETAT LISTE PAR AGENCE LES LOYERS DEBITES, LES LOYERS       *
      *IMPAYES ET LES COFFRES A SUIVRE PAR L'AGENCE (COMPTE         *
      *LOCATAIRE INCONNU, CLOTURE OU BLOQUE). UNE TAILLE SANS TARIF *
      *N'EST PAS FACTUREE (CODE RETOUR 4).                          *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST157.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCOFFRE ASSIGN TO DDCOFFRE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CFR-CLE
           FILE STATUS IS FS-COFFRE.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BLO-NUM-COMPTE
           FILE STATUS IS FS-BLOCAGE.
           SELECT FLIMITE ASSIGN TO DDLIMITE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LIM-NUM-COMPTE
           FILE STATUS IS FS-LIMITE.
           SELECT FTARIF ASSIGN TO DDTARIF
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAR-NAT-MOUV
           FILE STATUS IS FS-TARIF.
           SELECT FMOUVEM ASSIGN TO DDMOUVEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEM.
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
      *-- COFFRE-FORT, 120 OCTETS (VOIR QUEST156)
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
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
        FD FLIMITE.
        01 LIMITE.
           05 LIM-NUM-COMPTE PIC X(6).
           05 LIM-MONTANT PIC 9(10).
           05 LIM-DATE-EXPIR PIC X(10).
           05 LIM-DATE-DEPASS PIC X(10).
           05 FILLER PIC X(44).
        FD FTARIF.
        01 TARIF.
           05 TAR-NAT-MOUV PIC X(3).
           05 TAR-MONTANT PIC 9(4)V99.
           05 FILLER PIC X(71).
        FD FMOUVEM.
           COPY MOUVEM.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-COFFRE PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-LIMITE PIC X(2).
        01 FS-TARIF PIC X(2).
        01 FS-MOUVEM PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- COFFRE COURANT
        01 WS-NATURE-TARIF PIC X(3).
        01 WS-LOYER PIC 9(6)V99.
        01 WS-A-ENCAISSER PIC 9(6)V99.
        01 WS-NB-ANNEES PIC 9(2).
        01 WS-PROVISION PIC S9(11)V99.
        01 WS-MOTIF-SUIVI PIC X(20).
        01 WS-OBSERVATION PIC X(20).
        01 WS-ECHEANCE.
           05 WS-ECH-AAAA PIC 9(4).
           05 FILLER PIC X(1).
           05 WS-ECH-MM PIC X(2).
           05 FILLER PIC X(1).
           05 WS-ECH-JJ PIC X(2).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-COFFRES PIC 9(7) VALUE 0.
        01 WS-CPT-DEBITES PIC 9(7) VALUE 0.
        01 WS-CPT-IMPAYES PIC 9(7) VALUE 0.
        01 WS-CPT-A-SUIVRE PIC 9(7) VALUE 0.
        01 WS-CPT-SANS-TARIF PIC 9(7) VALUE 0.
        01 WS-TOTAL-DEBITE PIC 9(9)V99 VALUE 0.
        01 WS-TOTAL-IMPAYE PIC 9(9)V99 VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST157'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST157'.
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
              '   FACTURATION DES LOYERS DE COFFRES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' AGE COFF T COMPTE ECHEANCE      MONTANT'.
           05 FILLER PIC X(38) VALUE
              ' IMPAYE DEPUIS OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-AGENCE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NUMERO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TAILLE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECHEANCE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MONTANT PIC ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE-IMPAYE PIC X(10).
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 WS-PRT-OBSERVATION PIC X(20).
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE ALL ' '.
           05 WS-PRT-TOT-MONTANT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(25) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FCOFFRE
           IF FS-COFFRE = '00'
              DISPLAY ' FILE COFFRE OPEN SUCCES : ' FS-COFFRE
           ELSE
              MOVE 'FCOFFRE' TO WS-ERR-FICHIER
              MOVE FS-COFFRE TO WS-ERR-STATUT
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
           OPEN INPUT FBLOCAGE
           IF FS-BLOCAGE = '00'
              DISPLAY ' FILE BLOCAGE OPEN SUCCES : ' FS-BLOCAGE
           ELSE
              MOVE 'FBLOCAGE' TO WS-ERR-FICHIER
              MOVE FS-BLOCAGE TO WS-ERR-STATUT
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
           OPEN OUTPUT FMOUVEM
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
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
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCOFFRE NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N' AND CFR-STATUT = 'O'
                 PERFORM FONCTION-TRAITER-COFFRE
              END-IF
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST157-DATE' TO WS-PARAM-CLE
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
      **************************************************************
      * COFFRE LOUE : SITUATION DU COMPTE LOCATAIRE, LOYERS ECHUS, *
      * DEBIT OU MISE EN IMPAYE                                    *
      **************************************************************
        FONCTION-TRAITER-COFFRE.
           ADD 1 TO WS-CPT-COFFRES
           PERFORM FONCTION-CONTROLER-COMPTE
           MOVE CFR-LOYER-IMPAYE TO WS-A-ENCAISSER
           MOVE 0 TO WS-NB-ANNEES
           MOVE SPACES TO WS-OBSERVATION
           IF CFR-DATE-ECHEANCE NOT > WS-DATE-TRT
              PERFORM FONCTION-LIRE-TARIF
           END-IF
           IF WS-OBSERVATION = SPACES
              PERFORM UNTIL CFR-DATE-ECHEANCE > WS-DATE-TRT
                 ADD WS-LOYER TO WS-A-ENCAISSER
                 ADD 1 TO WS-NB-ANNEES
                 PERFORM FONCTION-AVANCER-ECHEANCE
              END-PERFORM
           END-IF
           IF WS-A-ENCAISSER > 0 AND WS-OBSERVATION = SPACES
              IF WS-MOTIF-SUIVI = SPACES
                 AND WS-PROVISION NOT < WS-A-ENCAISSER
                 PERFORM FONCTION-DEBITER-LOYER
              ELSE
                 PERFORM FONCTION-METTRE-EN-IMPAYE
              END-IF
           END-IF
           IF WS-NB-ANNEES > 0 OR WS-A-ENCAISSER > 0
              PERFORM FONCTION-REECRIRE-COFFRE
           END-IF
           IF WS-MOTIF-SUIVI NOT = SPACES
              ADD 1 TO WS-CPT-A-SUIVRE
              MOVE WS-MOTIF-SUIVI TO WS-OBSERVATION
           END-IF
           IF WS-OBSERVATION NOT = SPACES OR WS-A-ENCAISSER > 0
              PERFORM FONCTION-PRINT-COFFRE
           END-IF.
      *-- COMPTE LOCATAIRE A SUIVRE PAR L'AGENCE S'IL EST INCONNU,
      *-- CLOTURE OU BLOQUE ; SINON PROVISION DISPONIBLE
        FONCTION-CONTROLER-COMPTE.
           MOVE SPACES TO WS-MOTIF-SUIVI
           MOVE 0 TO WS-PROVISION
           MOVE CFR-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-MOTIF-SUIVI
              NOT INVALID KEY
                 MOVE SOLDE TO WS-PROVISION
                 IF STATUT-COMPTE = 'C'
                    MOVE 'COMPTE CLOTURE' TO WS-MOTIF-SUIVI
                 END-IF
           END-READ
           IF WS-MOTIF-SUIVI = SPACES
              MOVE CFR-NUM-COMPTE TO BLO-NUM-COMPTE
              READ FBLOCAGE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'COMPTE BLOQUE ( )' TO WS-MOTIF-SUIVI
                    MOVE BLO-TYPE TO WS-MOTIF-SUIVI(16:1)
              END-READ
           END-IF
           IF WS-MOTIF-SUIVI = SPACES
              MOVE CFR-NUM-COMPTE TO LIM-NUM-COMPTE
              READ FLIMITE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LIM-DATE-EXPIR = SPACES
                       OR LIM-DATE-EXPIR >= WS-DATE-TRT
                       ADD LIM-MONTANT TO WS-PROVISION
                    END-IF
              END-READ
           END-IF.
      *-- LOYER ANNUEL DE LA TAILLE DU COFFRE ; SANS TARIF, LE
      *-- COFFRE N'EST PAS FACTURE ET SON ECHEANCE NE BOUGE PAS
        FONCTION-LIRE-TARIF.
           MOVE 'CF' TO WS-NATURE-TARIF(1:2)
           MOVE CFR-TAILLE TO WS-NATURE-TARIF(3:1)
           MOVE WS-NATURE-TARIF TO TAR-NAT-MOUV
           READ FTARIF
              INVALID KEY
                 MOVE 0 TO WS-LOYER
                 MOVE 'PAS DE TARIF ' TO WS-OBSERVATION
                 MOVE WS-NATURE-TARIF TO WS-OBSERVATION(14:3)
                 ADD 1 TO WS-CPT-SANS-TARIF
                 IF WS-ERR-RC-JOB < 4
                    MOVE 4 TO WS-ERR-RC-JOB
                 END-IF
              NOT INVALID KEY
                 MOVE TAR-MONTANT TO WS-LOYER
           END-READ.
      *-- UN AN PLUS TARD ; UN 29 FEVRIER DEVIENT LE 28
        FONCTION-AVANCER-ECHEANCE.
           MOVE CFR-DATE-ECHEANCE TO WS-ECHEANCE
           ADD 1 TO WS-ECH-AAAA
           IF WS-ECH-MM = '02' AND WS-ECH-JJ = '29'
              MOVE '28' TO WS-ECH-JJ
           END-IF
           MOVE WS-ECHEANCE TO CFR-DATE-ECHEANCE.
        FONCTION-DEBITER-LOYER.
           MOVE SPACES TO MOUVEM
           MOVE CFR-NUM-COMPTE TO NUM-COMPTE
           MOVE 'LOYER COFFRE ' TO LIBELLE-MOUV(1:13)
           MOVE WS-A-ENCAISSER TO MONT-MOUV
           MOVE 'DB' TO SENS-MOUV
           MOVE 'LCF' TO NAT-MOUV
           MOVE WS-DATE-TRT TO DATE-MOUV
           MOVE 0 TO REF-MOUV
           MOVE CFR-AGENCE TO CODE-AGENCE
           WRITE MOUVEM
           ADD 1 TO WS-CPT-DEBITES
           ADD WS-A-ENCAISSER TO WS-TOTAL-DEBITE
           MOVE WS-DATE-TRT TO CFR-DATE-FACTURE
           MOVE 0 TO CFR-LOYER-IMPAYE
           MOVE SPACES TO CFR-DATE-IMPAYE
           MOVE 'LOYER DEBITE' TO WS-OBSERVATION.
      *-- LA PREMIERE DATE D'IMPAYE EST CONSERVEE JUSQU'A
      *-- L'ENCAISSEMENT
        FONCTION-METTRE-EN-IMPAYE.
           MOVE WS-A-ENCAISSER TO CFR-LOYER-IMPAYE
           IF CFR-DATE-IMPAYE = SPACES
              MOVE WS-DATE-TRT TO CFR-DATE-IMPAYE
           END-IF
           IF WS-NB-ANNEES > 0
              MOVE WS-DATE-TRT TO CFR-DATE-FACTURE
           END-IF
           ADD 1 TO WS-CPT-IMPAYES
           ADD WS-A-ENCAISSER TO WS-TOTAL-IMPAYE
           IF WS-MOTIF-SUIVI = SPACES
              MOVE 'LOYER IMPAYE' TO WS-OBSERVATION
           END-IF.
        FONCTION-REECRIRE-COFFRE.
           REWRITE COFFRE
           IF FS-COFFRE NOT = '00'
              MOVE 'FCOFFRE' TO WS-ERR-FICHIER
              MOVE FS-COFFRE TO WS-ERR-STATUT
              MOVE 'FONCTION-REECRIRE-COFFRE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE03 TO REC-PRT
           WRITE REC-PRT
           ADD 4 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-COFFRE.
           MOVE CFR-AGENCE TO WS-PRT-AGENCE
           MOVE CFR-NUMERO TO WS-PRT-NUMERO
           MOVE CFR-TAILLE TO WS-PRT-TAILLE
           MOVE CFR-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE CFR-DATE-ECHEANCE TO WS-PRT-ECHEANCE
           MOVE WS-A-ENCAISSER TO WS-PRT-MONTANT
           MOVE CFR-DATE-IMPAYE TO WS-PRT-DATE-IMPAYE
           MOVE WS-OBSERVATION TO WS-PRT-OBSERVATION
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COFFRES LOUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-COFFRES TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LOYERS DEBITES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-DEBITES TO WS-PRT-TOT-NB
           MOVE WS-TOTAL-DEBITE TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LOYERS IMPAYES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-IMPAYES TO WS-PRT-TOT-NB
           MOVE WS-TOTAL-IMPAYE TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COFFRES A SUIVRE PAR L AGENCE' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-A-SUIVRE TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'COFFRES SANS TARIF' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-SANS-TARIF TO WS-PRT-TOT-NB
           MOVE 0 TO WS-PRT-TOT-MONTANT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 7 TO WS-CPT-LIGNES-TOT
           DISPLAY ' COFFRES LOUES      : ' WS-CPT-COFFRES
           DISPLAY ' LOYERS DEBITES     : ' WS-CPT-DEBITES
           DISPLAY ' LOYERS IMPAYES     : ' WS-CPT-IMPAYES
           DISPLAY ' COFFRES A SUIVRE   : ' WS-CPT-A-SUIVRE
           DISPLAY ' COFFRES SANS TARIF : ' WS-CPT-SANS-TARIF.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
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
           MOVE 'QUEST157' TO CTLLOG-JOB
           MOVE ' LOYERS DE COFFRE DEBITES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-DEBITES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST157' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCOFFRE
           CLOSE FCLIENT
           CLOSE FBLOCAGE
           CLOSE FLIMITE
           CLOSE FTARIF
           CLOSE FMOUVEM
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
