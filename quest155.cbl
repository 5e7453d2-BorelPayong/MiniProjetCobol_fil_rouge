      **************************************************************
      *CLASSEMENT MENSUEL DES CREANCES ET PROVISIONNEMENT.          *
      *CHAQUE DECOUVERT (COMPTE FCLIENT NON CLOTURE A SOLDE         *
      *DEBITEUR) ET CHAQUE PRET FPRET RESTANT DU EST RANGE DANS UNE *
      *CLASSE REGLEMENTAIRE : '1' SAIN, '2' SOUS SURVEILLANCE,      *
      *'3' DOUTEUX, '4' COMPROMIS (PERTE).                          *
      *  - PRET : NOMBRE D'ECHEANCES IMPAYEES ('I', QUEST80)        *
      *    CONSECUTIVES EN COURS DANS FECHEANC, SEUILS              *
      *    QUEST155-PRET-SURV/-DOUT/-PERTE (DEFAUT 1/3/6) ;         *
      *  - DECOUVERT : JOURS OUVRES EN DEPASSEMENT NON AUTORISE     *
      *    DEPUIS LA DATE MEMORISEE PAR QUEST35 DANS FLIMITE,       *
      *    SEUILS QUEST155-DEC-SURV/-DOUT/-PERTE (DEFAUT            *
      *    30/90/180) ; UN DECOUVERT SANS AUTORISATION FLIMITE EST  *
      *    AU MOINS SOUS SURVEILLANCE ; LA RELANCE QUEST104         *
      *    (FRELANCE) DE NIVEAU 2 PLACE LE COMPTE AU MOINS SOUS     *
      *    SURVEILLANCE, LA MISE EN DEMEURE AU MOINS EN DOUTEUX.    *
      *L'ENCOURS (SOLDE DEBITEUR, CAPITAL RESTANT DU) EST DIMINUE   *
      *DES GARANTIES ACTIVES DU PRET (FGARANT, EVALUEES COMME       *
      *QUEST154) ; LA PROVISION EST L'ENCOURS NET AU TAUX DE LA     *
      *CLASSE (QUEST155-TAUX-SAIN/-SURV/-DOUT/-PERTE, DEFAUT        *
      *0/5/50/100 POUR CENT).                                       *
      *SORTIES :                                                    *
      *  - LE FICHIER DE CLASSEMENT FCLASSE DU MOIS, CONSERVE ET    *
      *    RELU LE MOIS SUIVANT COMME FCLASPRE ; LES DEUX SONT DANS *
      *    L'ORDRE TYPE ('D' PUIS 'P') + COMPTE + PRET ;            *
      *  - L'ETAT : CREANCES NON SAINES, CHANGEMENTS DE CLASSE      *
      *    DEPUIS LE MOIS PRECEDENT ET MATRICE DE MIGRATION,        *
      *    TOTAUX PAR CLASSE ;                                      *
      *  - LA PROVISION TOTALE EN COMPTABILITE DANS FECRITUR SELON  *
      *    LA TRANSPOSITION FGLMAP (NATURE 'PRV', SENS 'CO') :      *
      *    DOTATION A LA DATE DU JOUR ET REPRISE INVERSE AU         *
      *    PREMIER DU MOIS SUIVANT, COMME LES COURUS QUEST117       *
      *    (CODE RETOUR 8 SI LA TRANSPOSITION MANQUE).              *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST155.
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
           SELECT FRELANCE ASSIGN TO DDRELANC
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS REL-CLE
           FILE STATUS IS FS-RELANCE.
           SELECT FPRET ASSIGN TO DDPRET
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PRT-CLE
           FILE STATUS IS FS-PRET.
           SELECT FECHEANC ASSIGN TO DDECHEAN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECH-CLE
           FILE STATUS IS FS-ECHEANC.
           SELECT FGARANT ASSIGN TO DDGARANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GAR-CLE
           FILE STATUS IS FS-GARANT.
           SELECT FDAT ASSIGN TO DDDAT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DAT-CLE
           FILE STATUS IS FS-DAT.
           SELECT FGLMAP ASSIGN TO DDGLMAP
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GLM-CLE
           FILE STATUS IS FS-GLMAP.
           SELECT FCLASPRE ASSIGN TO DDCLAPRE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLASPRE.
           SELECT FCLASSE ASSIGN TO DDCLASSE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLASSE.
           SELECT FECRITUR ASSIGN TO DDECRITU
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECRITUR.
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
           COPY CLIENT.
        FD FLIMITE.
        01 LIMITE.
           05 LIM-NUM-COMPTE PIC X(6).
           05 LIM-MONTANT PIC 9(10).
           05 LIM-DATE-EXPIR PIC X(10).
           05 LIM-DATE-DEPASS PIC X(10).
           05 FILLER PIC X(44).
        FD FRELANCE.
        01 RELANCE.
           05 REL-CLE.
              10 REL-NUM-COMPTE PIC X(6).
              10 REL-NIVEAU PIC 9(1).
           05 REL-DATE-ENVOI PIC X(10).
           05 FILLER PIC X(63).
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
      *-- GARANTIE DE PRET, 120 OCTETS (VOIR QUEST153)
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
        FD FGLMAP.
        01 GLMAP.
           05 GLM-CLE.
              10 GLM-NAT-MOUV PIC X(3).
              10 GLM-SENS PIC X(2).
           05 GLM-COMPTE-DEBIT PIC X(8).
           05 GLM-COMPTE-CREDIT PIC X(8).
           05 FILLER PIC X(59).
      *-- CLASSEMENT DU MOIS PRECEDENT (MEME DESSIN QUE FCLASSE)
        FD FCLASPRE.
        01 CLASPRE.
           05 PRE-CLE.
              10 PRE-TYPE PIC X(1).
              10 PRE-NUM-COMPTE PIC X(6).
              10 PRE-SEQ-PRET PIC 9(2).
           05 PRE-CLASSE PIC X(1).
           05 FILLER PIC X(70).
      *-- CLASSEMENT D'UNE CREANCE, 80 OCTETS. TYPE 'D' DECOUVERT
      *-- (NUMERO DE PRET A ZERO), 'P' PRET. CLASSE '1' SAIN,
      *-- '2' SOUS SURVEILLANCE, '3' DOUTEUX, '4' COMPROMIS
        FD FCLASSE.
        01 CLASSE.
           05 CLS-CLE.
              10 CLS-TYPE PIC X(1).
              10 CLS-NUM-COMPTE PIC X(6).
              10 CLS-SEQ-PRET PIC 9(2).
           05 CLS-CLASSE PIC X(1).
           05 CLS-ENCOURS PIC 9(9)V99.
           05 CLS-GARANTIES PIC 9(9)V99.
           05 CLS-NET PIC 9(9)V99.
           05 CLS-TAUX PIC 9(3).
           05 CLS-PROVISION PIC 9(9)V99.
           05 CLS-IMPAYES PIC 9(3).
           05 CLS-JOURS PIC 9(5).
           05 CLS-RELANCE PIC 9(1).
           05 CLS-DATE PIC X(10).
           05 FILLER PIC X(4).
        FD FECRITUR.
        01 ECRITURE.
           05 ECR-DATE PIC X(10).
           05 ECR-COMPTE-GL PIC X(8).
           05 ECR-SENS PIC X(1).
           05 ECR-MONTANT PIC 9(8)V99.
           05 ECR-REF-MOUV PIC 9(8).
           05 ECR-NAT-MOUV PIC X(3).
           05 FILLER PIC X(40).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CLIENT PIC X(2).
        01 FS-LIMITE PIC X(2).
        01 FS-RELANCE PIC X(2).
        01 FS-PRET PIC X(2).
        01 FS-ECHEANC PIC X(2).
        01 FS-GARANT PIC X(2).
        01 FS-DAT PIC X(2).
        01 FS-GLMAP PIC X(2).
        01 FS-CLASPRE PIC X(2).
        01 FS-CLASSE PIC X(2).
        01 FS-ECRITUR PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-PRE PIC X(1).
        01 WS-FIN-ECHEANC PIC X(1).
        01 WS-FIN-GARANT PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-DATE-REPRISE PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-PARAM-NUM PIC 9(3).
      *-- SEUILS DE CLASSEMENT ET TAUX DE PROVISION PAR CLASSE
        01 WS-PRET-SURV PIC 9(3).
        01 WS-PRET-DOUT PIC 9(3).
        01 WS-PRET-PERTE PIC 9(3).
        01 WS-DEC-SURV PIC 9(3).
        01 WS-DEC-DOUT PIC 9(3).
        01 WS-DEC-PERTE PIC 9(3).
        01 WS-TAUX-CLASSE PIC 9(3) OCCURS 4 TIMES.
      *-- DECOMPTE DES JOURS, COMME QUEST104
        01 WS-DATE-NUM.
           05 WS-DATE-NUM-AAAA PIC 9(4).
           05 WS-DATE-NUM-MM PIC 9(2).
           05 WS-DATE-NUM-JJ PIC 9(2).
        01 WS-JOURS-TRT PIC 9(7).
        01 WS-JOURS-DEPASS PIC 9(7).
        01 WS-AGE-JOURS PIC 9(5).
        01 WS-CAL-ACTION PIC X(1).
        01 WS-CAL-DATE PIC X(10).
        01 WS-CAL-DATE-FIN PIC X(10).
        01 WS-CAL-NOMBRE PIC 9(5).
        01 WS-CAL-CR PIC X(1).
      *-- CREANCE COURANTE
        01 WS-CLASSE PIC 9(1).
        01 WS-IMPAYES PIC 9(3).
        01 WS-NB-ECHEANCES PIC 9(3).
        01 WS-ENCOURS PIC 9(9)V99.
        01 WS-VALEUR-GAR PIC 9(9)V99.
        01 WS-GARANTIES PIC 9(11)V99.
        01 WS-NIVEAU-RELANCE PIC 9(1).
      *-- TOTAUX PAR CLASSE ET MATRICE DE MIGRATION : LIGNE = CLASSE
      *-- DU MOIS PRECEDENT, COLONNE = CLASSE DU MOIS (RANG 1 = HORS
      *-- PORTEFEUILLE, RANGS 2 A 5 = CLASSES 1 A 4)
        01 WS-TAB-CLASSES.
           05 WS-TC-ENTREE OCCURS 4 TIMES.
              10 WS-TC-NB PIC 9(7).
              10 WS-TC-ENCOURS PIC 9(11)V99.
              10 WS-TC-PROVISION PIC 9(11)V99.
        01 WS-MATRICE.
           05 WS-MA-LIGNE OCCURS 5 TIMES.
              10 WS-MA-NB PIC 9(7) OCCURS 5 TIMES.
        01 WS-LIBELLES-CLASSE.
           05 FILLER PIC X(15) VALUE 'HORS'.
           05 FILLER PIC X(15) VALUE 'SAIN'.
           05 FILLER PIC X(15) VALUE 'SOUS SURVEILL.'.
           05 FILLER PIC X(15) VALUE 'DOUTEUX'.
           05 FILLER PIC X(15) VALUE 'COMPROMIS'.
        01 WS-LIBELLES-CLASSE-R REDEFINES WS-LIBELLES-CLASSE.
           05 WS-LIB-CLASSE PIC X(15) OCCURS 5 TIMES.
      *-- CHANGEMENTS DE CLASSE RELEVES PENDANT LE RAPPROCHEMENT
        01 WS-TAB-CHANGEMENTS.
           05 WS-TAB-CH-NB PIC 9(5) VALUE 0.
           05 WS-TAB-CH-ENTREE OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-TAB-CH-NB
                INDEXED BY WS-CH-IDX.
              10 WS-TAB-CH-TYPE PIC X(1).
              10 WS-TAB-CH-COMPTE PIC X(6).
              10 WS-TAB-CH-SEQ PIC 9(2).
              10 WS-TAB-CH-AVANT PIC 9(1).
              10 WS-TAB-CH-APRES PIC 9(1).
        01 WS-CPT-CH-NON-EDITES PIC 9(7) VALUE 0.
        01 WS-RANG-PRE PIC 9(1).
        01 WS-RANG-NOUV PIC 9(1).
        01 WS-L PIC 9(1).
        01 WS-C PIC 9(1).
        01 WS-PROVISION-TOTALE PIC 9(11)V99.
        01 WS-MONTANT-ECR PIC 9(8)V99.
        01 WS-DATE-ECR PIC X(10).
        01 WS-COMPTE-GL PIC X(8).
        01 WS-SENS-GL PIC X(1).
        01 WS-TOTAL-DEBITS PIC 9(11)V99 VALUE 0.
        01 WS-TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
        01 WS-SANS-TRANSPOSITION PIC X(1) VALUE 'N'.
        01 WS-CPT-CREANCES PIC 9(7) VALUE 0.
        01 WS-CPT-NON-SAINES PIC 9(7) VALUE 0.
        01 WS-CPT-CHANGEMENTS PIC 9(7) VALUE 0.
        01 WS-CPT-ECRITURES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST155'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST155'.
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
              ' CLASSEMENT ET PROVISIONS DES CREANCES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' T COMPTE SQ      ENCOURS          NET C'.
           05 FILLER PIC X(38) VALUE
              ' TX%    PROVISION IMP JOURS R'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SEQ PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ENCOURS PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NET PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-CLASSE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TAUX PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-PROVISION PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-IMPAYES PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-JOURS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RELANCE PIC 9(1).
           05 FILLER PIC X(9) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' CHANGEMENTS DE CLASSE DEPUIS LE MOIS '.
           05 FILLER PIC X(38) VALUE 'PRECEDENT'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE06.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MVT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MVT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MVT-SEQ PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MVT-AVANT PIC X(15).
           05 FILLER PIC X(4) VALUE ' -> '.
           05 WS-PRT-MVT-APRES PIC X(15).
           05 FILLER PIC X(31) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE07.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' MIGRATION (LIGNE = MOIS PRECEDENT,'.
           05 FILLER PIC X(38) VALUE ' COLONNE = MOIS)'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE08.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(16) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              '    HORS    SAIN    SURV    DOUT   PERTE'.
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE09.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-MA-LIBELLE PIC X(15).
           05 WS-PRT-MA-CELLULE OCCURS 5 TIMES.
              10 WS-PRT-MA-NB PIC ZZZZZZZ9.
           05 FILLER PIC X(22) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE10.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TC-LIBELLE PIC X(15).
           05 FILLER PIC X(5) VALUE ' NB '.
           05 WS-PRT-TC-NB PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE ' ENCOURS '.
           05 WS-PRT-TC-ENCOURS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(6) VALUE ' PROV '.
           05 WS-PRT-TC-PROVISION PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(7) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE11.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECR-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECR-NAT PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECR-COMPTE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECR-SENS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-ECR-MONTANT PIC ZZZZZZZ9.99.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE12.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(78) VALUE
              ' NATURE PRV SANS TRANSPOSITION FGLMAP - NON LIVRE'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE13.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(15) VALUE ' TOTAL DEBITS '.
           05 WS-PRT-TOT-DEBITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE ' CREDITS '.
           05 WS-PRT-TOT-CREDITS PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(25) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE14.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(30) VALUE
              ' CHANGEMENTS NON DETAILLES : '.
           05 WS-PRT-CH-NON-EDITES PIC ZZZZZZ9.
           05 FILLER PIC X(41) VALUE ALL ' '.
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
           OPEN INPUT FRELANCE
           IF FS-RELANCE = '00'
              DISPLAY ' FILE RELANCE OPEN SUCCES : ' FS-RELANCE
           ELSE
              MOVE 'FRELANCE' TO WS-ERR-FICHIER
              MOVE FS-RELANCE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FPRET
           IF FS-PRET = '00'
              DISPLAY ' FILE PRET OPEN SUCCES : ' FS-PRET
           ELSE
              MOVE 'FPRET' TO WS-ERR-FICHIER
              MOVE FS-PRET TO WS-ERR-STATUT
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
           OPEN INPUT FGARANT
           IF FS-GARANT = '00'
              DISPLAY ' FILE GARANT OPEN SUCCES : ' FS-GARANT
           ELSE
              MOVE 'FGARANT' TO WS-ERR-FICHIER
              MOVE FS-GARANT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FDAT
           IF FS-DAT = '00'
              DISPLAY ' FILE DAT OPEN SUCCES : ' FS-DAT
           ELSE
              MOVE 'FDAT' TO WS-ERR-FICHIER
              MOVE FS-DAT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FGLMAP
           IF FS-GLMAP = '00'
              DISPLAY ' FILE GLMAP OPEN SUCCES : ' FS-GLMAP
           ELSE
              MOVE 'FGLMAP' TO WS-ERR-FICHIER
              MOVE FS-GLMAP TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLASPRE
           IF FS-CLASPRE = '00'
              DISPLAY ' FILE CLASPRE OPEN SUCCES : ' FS-CLASPRE
           ELSE
              MOVE 'FCLASPRE' TO WS-ERR-FICHIER
              MOVE FS-CLASPRE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FCLASSE
           IF FS-CLASSE = '00'
              DISPLAY ' FILE CLASSE OPEN SUCCES : ' FS-CLASSE
           ELSE
              MOVE 'FCLASSE' TO WS-ERR-FICHIER
              MOVE FS-CLASSE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FECRITUR
           IF FS-ECRITUR = '00'
              DISPLAY ' FILE ECRITUR OPEN SUCCES : ' FS-ECRITUR
           ELSE
              MOVE 'FECRITUR' TO WS-ERR-FICHIER
              MOVE FS-ECRITUR TO WS-ERR-STATUT
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
           INITIALIZE WS-TAB-CLASSES
           INITIALIZE WS-MATRICE
           MOVE 0 TO WS-PROVISION-TOTALE
           PERFORM FONCTION-PRINT-ENTETE
           MOVE 'N' TO WS-FIN-PRE
           PERFORM FONCTION-LIRE-PRECEDENT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FCLIENT NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 AND SOLDE < 0 AND STATUT-COMPTE NOT = 'C'
                 PERFORM FONCTION-CLASSER-DECOUVERT
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FPRET NEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-CLASSER-PRET
              END-IF
           END-PERFORM
           PERFORM UNTIL WS-FIN-PRE = 'Y'
              PERFORM FONCTION-SORTIR-PRECEDENT
           END-PERFORM
           PERFORM FONCTION-EDITER-MIGRATION
           PERFORM FONCTION-EDITER-CLASSES
           PERFORM FONCTION-PASSER-ECRITURES
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT OBLIGATOIRE ; SEUILS DE CLASSEMENT DES  *
      * PRETS (ECHEANCES) ET DES DECOUVERTS (JOURS OUVRES) ; TAUX  *
      * DE PROVISION PAR CLASSE EN POUR CENT                       *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST155-DATE' TO WS-PARAM-CLE
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
           MOVE WS-DATE-TRT(1:4) TO WS-DATE-NUM-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-DATE-NUM-MM
           MOVE WS-DATE-TRT(9:2) TO WS-DATE-NUM-JJ
           COMPUTE WS-JOURS-TRT = WS-DATE-NUM-AAAA * 360
                   + WS-DATE-NUM-MM * 30 + WS-DATE-NUM-JJ
           IF WS-DATE-NUM-MM = 12
              ADD 1 TO WS-DATE-NUM-AAAA
              MOVE 1 TO WS-DATE-NUM-MM
           ELSE
              ADD 1 TO WS-DATE-NUM-MM
           END-IF
           MOVE WS-DATE-NUM-AAAA TO WS-DATE-REPRISE(1:4)
           MOVE '-' TO WS-DATE-REPRISE(5:1)
           MOVE WS-DATE-NUM-MM TO WS-DATE-REPRISE(6:2)
           MOVE '-01' TO WS-DATE-REPRISE(8:3)
           MOVE 'QUEST155-PRET-SURV' TO WS-PARAM-CLE
           MOVE '1' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-PRET-SURV
           MOVE 'QUEST155-PRET-DOUT' TO WS-PARAM-CLE
           MOVE '3' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-PRET-DOUT
           MOVE 'QUEST155-PRET-PERTE' TO WS-PARAM-CLE
           MOVE '6' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-PRET-PERTE
           MOVE 'QUEST155-DEC-SURV' TO WS-PARAM-CLE
           MOVE '30' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-DEC-SURV
           MOVE 'QUEST155-DEC-DOUT' TO WS-PARAM-CLE
           MOVE '90' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-DEC-DOUT
           MOVE 'QUEST155-DEC-PERTE' TO WS-PARAM-CLE
           MOVE '180' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-DEC-PERTE
           MOVE 'QUEST155-TAUX-SAIN' TO WS-PARAM-CLE
           MOVE '0' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-TAUX-CLASSE(1)
           MOVE 'QUEST155-TAUX-SURV' TO WS-PARAM-CLE
           MOVE '5' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-TAUX-CLASSE(2)
           MOVE 'QUEST155-TAUX-DOUT' TO WS-PARAM-CLE
           MOVE '50' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-TAUX-CLASSE(3)
           MOVE 'QUEST155-TAUX-PERTE' TO WS-PARAM-CLE
           MOVE '100' TO WS-PARAM-DEFAUT
           PERFORM FONCTION-LIRE-SEUIL
           MOVE WS-PARAM-NUM TO WS-TAUX-CLASSE(4)
           IF WS-PRET-SURV >= WS-PRET-DOUT
              OR WS-PRET-DOUT >= WS-PRET-PERTE
              OR WS-DEC-SURV >= WS-DEC-DOUT
              OR WS-DEC-DOUT >= WS-DEC-PERTE
              DISPLAY ' SEUILS DE CLASSEMENT INCOHERENTS '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-TAUX-CLASSE(4) > 100
              DISPLAY ' TAUX DE PROVISION SUPERIEUR A 100 '
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- SEUIL OU TAUX NUMERIQUE DE 3 CHIFFRES ; UNE VALEUR
      *-- INVALIDE CEDE LA PLACE AU DEFAUT
        FONCTION-LIRE-SEUIL.
           MOVE 'N' TO WS-PARAM-TYPE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' ' WS-PARAM-CLE ' INVALIDE, DEFAUT APPLIQUE '
              PERFORM FONCTION-DEFAUT-NUMERIQUE
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-PARAM-NUM
           END-IF.
        FONCTION-DEFAUT-NUMERIQUE.
           EVALUATE TRUE
              WHEN WS-PARAM-DEFAUT(3:1) NOT = SPACE
                 MOVE WS-PARAM-DEFAUT(1:3) TO WS-PARAM-NUM
              WHEN WS-PARAM-DEFAUT(2:1) NOT = SPACE
                 MOVE WS-PARAM-DEFAUT(1:2) TO WS-PARAM-NUM
              WHEN OTHER
                 MOVE WS-PARAM-DEFAUT(1:1) TO WS-PARAM-NUM
           END-EVALUATE.
      **************************************************************
      * DECOUVERT : ANCIENNETE DU DEPASSEMENT NON AUTORISE ET      *
      * NIVEAU DE RELANCE ATTEINT                                  *
      **************************************************************
        FONCTION-CLASSER-DECOUVERT.
           COMPUTE WS-ENCOURS = 0 - SOLDE
           MOVE 0 TO WS-GARANTIES
           MOVE 0 TO WS-IMPAYES
           MOVE 0 TO WS-AGE-JOURS
           MOVE 1 TO WS-CLASSE
           MOVE NUM-COMPTE TO LIM-NUM-COMPTE
           READ FLIMITE
              INVALID KEY
                 MOVE 2 TO WS-CLASSE
              NOT INVALID KEY
                 IF LIM-DATE-DEPASS NOT = SPACES
                    PERFORM FONCTION-COMPTER-JOURS-OUVRES
                 END-IF
           END-READ
           EVALUATE TRUE
              WHEN WS-AGE-JOURS >= WS-DEC-PERTE
                 MOVE 4 TO WS-CLASSE
              WHEN WS-AGE-JOURS >= WS-DEC-DOUT
                 MOVE 3 TO WS-CLASSE
              WHEN WS-AGE-JOURS >= WS-DEC-SURV
                 IF WS-CLASSE < 2
                    MOVE 2 TO WS-CLASSE
                 END-IF
           END-EVALUATE
           PERFORM FONCTION-LIRE-RELANCE
           IF WS-NIVEAU-RELANCE = 3 AND WS-CLASSE < 3
              MOVE 3 TO WS-CLASSE
           END-IF
           IF WS-NIVEAU-RELANCE = 2 AND WS-CLASSE < 2
              MOVE 2 TO WS-CLASSE
           END-IF
           MOVE 'D' TO CLS-TYPE
           MOVE NUM-COMPTE TO CLS-NUM-COMPTE
           MOVE 0 TO CLS-SEQ-PRET
           PERFORM FONCTION-ECRIRE-CLASSEMENT.
      *-- L'ANCIENNETE DU DEPASSEMENT EST COMPTEE EN JOURS OUVRES
      *-- DU CALENDRIER FCALEND (PGMCALEN, ACTION 'N'), COMME CHEZ
      *-- QUEST104, AVEC REPLI SUR L'ARITHMETIQUE 360 JOURS HORS
      *-- COUVERTURE DU CALENDRIER
        FONCTION-COMPTER-JOURS-OUVRES.
           MOVE 0 TO WS-AGE-JOURS
           MOVE 'N' TO WS-CAL-ACTION
           MOVE LIM-DATE-DEPASS TO WS-CAL-DATE
           MOVE WS-DATE-TRT TO WS-CAL-DATE-FIN
           CALL 'PGMCALEN' USING WS-CAL-ACTION, WS-CAL-DATE,
                                 WS-CAL-DATE-FIN, WS-CAL-NOMBRE,
                                 WS-CAL-CR
           IF WS-CAL-CR = '0'
              MOVE WS-CAL-NOMBRE TO WS-AGE-JOURS
           ELSE
              MOVE LIM-DATE-DEPASS(1:4) TO WS-DATE-NUM-AAAA
              MOVE LIM-DATE-DEPASS(6:2) TO WS-DATE-NUM-MM
              MOVE LIM-DATE-DEPASS(9:2) TO WS-DATE-NUM-JJ
              COMPUTE WS-JOURS-DEPASS = WS-DATE-NUM-AAAA * 360
                      + WS-DATE-NUM-MM * 30 + WS-DATE-NUM-JJ
              IF WS-JOURS-TRT > WS-JOURS-DEPASS
                 COMPUTE WS-AGE-JOURS = WS-JOURS-TRT
                         - WS-JOURS-DEPASS
              END-IF
           END-IF.
      *-- PLUS HAUT NIVEAU DE LETTRE QUEST104 EN COURS POUR LE COMPTE
        FONCTION-LIRE-RELANCE.
           MOVE 0 TO WS-NIVEAU-RELANCE
           MOVE NUM-COMPTE TO REL-NUM-COMPTE
           MOVE 3 TO REL-NIVEAU
           READ FRELANCE
              INVALID KEY
                 MOVE 2 TO REL-NIVEAU
                 READ FRELANCE
                    INVALID KEY
                       MOVE 1 TO REL-NIVEAU
                       READ FRELANCE
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE 1 TO WS-NIVEAU-RELANCE
                       END-READ
                    NOT INVALID KEY
                       MOVE 2 TO WS-NIVEAU-RELANCE
                 END-READ
              NOT INVALID KEY
                 MOVE 3 TO WS-NIVEAU-RELANCE
           END-READ.
      **************************************************************
      * PRET : ECHEANCES IMPAYEES CONSECUTIVES EN COURS, CAPITAL   *
      * RESTANT DU ET GARANTIES ACTIVES                            *
      **************************************************************
        FONCTION-CLASSER-PRET.
           PERFORM FONCTION-PARCOURIR-ECHEANCES
           IF WS-ENCOURS > 0
              PERFORM FONCTION-CUMULER-GARANTIES
              MOVE 0 TO WS-AGE-JOURS
              MOVE 0 TO WS-NIVEAU-RELANCE
              EVALUATE TRUE
                 WHEN WS-IMPAYES >= WS-PRET-PERTE
                    MOVE 4 TO WS-CLASSE
                 WHEN WS-IMPAYES >= WS-PRET-DOUT
                    MOVE 3 TO WS-CLASSE
                 WHEN WS-IMPAYES >= WS-PRET-SURV
                    MOVE 2 TO WS-CLASSE
                 WHEN OTHER
                    MOVE 1 TO WS-CLASSE
              END-EVALUATE
              MOVE 'P' TO CLS-TYPE
              MOVE PRT-NUM-COMPTE TO CLS-NUM-COMPTE
              MOVE PRT-SEQ TO CLS-SEQ-PRET
              PERFORM FONCTION-ECRIRE-CLASSEMENT
           END-IF.
      *-- UNE ECHEANCE PAYEE REMET LE COMPTE DES IMPAYES A ZERO ; LES
      *-- ECHEANCES A VENIR NE L'INTERROMPENT PAS. UN PRET SANS
      *-- TABLEAU DOIT ENCORE SON CAPITAL
        FONCTION-PARCOURIR-ECHEANCES.
           MOVE 0 TO WS-ENCOURS
           MOVE 0 TO WS-IMPAYES
           MOVE 0 TO WS-NB-ECHEANCES
           MOVE PRT-NUM-COMPTE TO ECH-NUM-COMPTE
           MOVE PRT-SEQ TO ECH-SEQ-PRET
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
                 IF ECH-NUM-COMPTE NOT = PRT-NUM-COMPTE
                    OR ECH-SEQ-PRET NOT = PRT-SEQ
                    MOVE 'Y' TO WS-FIN-ECHEANC
                 ELSE
                    ADD 1 TO WS-NB-ECHEANCES
                    IF ECH-STATUT NOT = 'P'
                       ADD ECH-PART-CAPITAL TO WS-ENCOURS
                    END-IF
                    IF ECH-STATUT = 'P'
                       MOVE 0 TO WS-IMPAYES
                    END-IF
                    IF ECH-STATUT = 'I'
                       ADD 1 TO WS-IMPAYES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NB-ECHEANCES = 0
              MOVE PRT-CAPITAL TO WS-ENCOURS
           END-IF.
      *-- GARANTIES ACTIVES NON EXPIREES DU PRET ; UN DEPOT NANTI
      *-- VAUT SON CAPITAL TANT QU'IL EST OUVERT (COMME QUEST154)
        FONCTION-CUMULER-GARANTIES.
           MOVE 0 TO WS-GARANTIES
           MOVE PRT-NUM-COMPTE TO GAR-NUM-COMPTE
           MOVE PRT-SEQ TO GAR-SEQ-PRET
           MOVE 0 TO GAR-NUMERO
           MOVE 'N' TO WS-FIN-GARANT
           START FGARANT KEY IS >= GAR-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-GARANT
           END-START
           PERFORM UNTIL WS-FIN-GARANT = 'Y'
              READ FGARANT NEXT
                 AT END MOVE 'Y' TO WS-FIN-GARANT
              END-READ
              IF WS-FIN-GARANT = 'N'
                 IF GAR-NUM-COMPTE NOT = PRT-NUM-COMPTE
                    OR GAR-SEQ-PRET NOT = PRT-SEQ
                    MOVE 'Y' TO WS-FIN-GARANT
                 ELSE
                    IF GAR-STATUT = 'A'
                       AND (GAR-DATE-EXPIR = SPACES
                            OR GAR-DATE-EXPIR >= WS-DATE-TRT)
                       PERFORM FONCTION-EVALUER-GARANTIE
                       ADD WS-VALEUR-GAR TO WS-GARANTIES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
        FONCTION-EVALUER-GARANTIE.
           MOVE GAR-VALEUR TO WS-VALEUR-GAR
           IF GAR-TYPE = 'D'
              MOVE GAR-DAT-COMPTE TO DAT-NUM-COMPTE
              MOVE GAR-DAT-SEQ TO DAT-SEQ
              READ FDAT
                 INVALID KEY
                    MOVE 0 TO WS-VALEUR-GAR
                 NOT INVALID KEY
                    IF DAT-STATUT = 'O'
                       MOVE DAT-CAPITAL TO WS-VALEUR-GAR
                    ELSE
                       MOVE 0 TO WS-VALEUR-GAR
                    END-IF
              END-READ
           END-IF.
      **************************************************************
      * ENCOURS NET DES GARANTIES, PROVISION AU TAUX DE LA CLASSE, *
      * ECRITURE DU CLASSEMENT ET RAPPROCHEMENT AVEC LE MOIS       *
      * PRECEDENT                                                  *
      **************************************************************
        FONCTION-ECRIRE-CLASSEMENT.
           MOVE WS-CLASSE TO CLS-CLASSE
           MOVE WS-ENCOURS TO CLS-ENCOURS
           IF WS-GARANTIES >= WS-ENCOURS
              MOVE WS-ENCOURS TO CLS-GARANTIES
              MOVE 0 TO CLS-NET
           ELSE
              MOVE WS-GARANTIES TO CLS-GARANTIES
              COMPUTE CLS-NET = WS-ENCOURS - WS-GARANTIES
           END-IF
           MOVE WS-TAUX-CLASSE(WS-CLASSE) TO CLS-TAUX
           COMPUTE CLS-PROVISION ROUNDED = CLS-NET * CLS-TAUX / 100
           MOVE WS-IMPAYES TO CLS-IMPAYES
           MOVE WS-AGE-JOURS TO CLS-JOURS
           MOVE WS-NIVEAU-RELANCE TO CLS-RELANCE
           MOVE WS-DATE-TRT TO CLS-DATE
           MOVE SPACES TO CLASSE(77:4)
           WRITE CLASSE
           IF FS-CLASSE NOT = '00'
              MOVE 'FCLASSE' TO WS-ERR-FICHIER
              MOVE FS-CLASSE TO WS-ERR-STATUT
              MOVE 'FONCTION-ECRIRE-CLASSEMENT' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-CREANCES
           ADD 1 TO WS-TC-NB(WS-CLASSE)
           ADD CLS-ENCOURS TO WS-TC-ENCOURS(WS-CLASSE)
           ADD CLS-PROVISION TO WS-TC-PROVISION(WS-CLASSE)
           ADD CLS-PROVISION TO WS-PROVISION-TOTALE
           IF WS-CLASSE > 1
              ADD 1 TO WS-CPT-NON-SAINES
              PERFORM FONCTION-PRINT-CREANCE
           END-IF
           PERFORM FONCTION-RAPPROCHER-PRECEDENT.
      *-- LES DEUX CLASSEMENTS SONT DANS LE MEME ORDRE : LES
      *-- CREANCES DU MOIS PRECEDENT QUI PRECEDENT LA CREANCE
      *-- COURANTE SONT SORTIES DU PORTEFEUILLE
        FONCTION-RAPPROCHER-PRECEDENT.
           PERFORM UNTIL WS-FIN-PRE = 'Y' OR PRE-CLE >= CLS-CLE
              PERFORM FONCTION-SORTIR-PRECEDENT
           END-PERFORM
           MOVE WS-CLASSE TO WS-RANG-NOUV
           ADD 1 TO WS-RANG-NOUV
           IF WS-FIN-PRE = 'N' AND PRE-CLE = CLS-CLE
              MOVE PRE-CLASSE TO WS-RANG-PRE
              ADD 1 TO WS-RANG-PRE
              PERFORM FONCTION-LIRE-PRECEDENT
           ELSE
              MOVE 1 TO WS-RANG-PRE
           END-IF
           ADD 1 TO WS-MA-NB(WS-RANG-PRE, WS-RANG-NOUV)
           IF WS-RANG-PRE NOT = WS-RANG-NOUV
              AND (WS-RANG-PRE > 2 OR WS-RANG-NOUV > 2)
              MOVE CLS-TYPE TO WS-PRT-MVT-TYPE
              MOVE CLS-NUM-COMPTE TO WS-PRT-MVT-COMPTE
              MOVE CLS-SEQ-PRET TO WS-PRT-MVT-SEQ
              PERFORM FONCTION-NOTER-CHANGEMENT
           END-IF.
      *-- CREANCE DU MOIS PRECEDENT DISPARUE (REMBOURSEE, COMPTE
      *-- REVENU CREDITEUR OU CLOTURE)
        FONCTION-SORTIR-PRECEDENT.
           MOVE PRE-CLASSE TO WS-RANG-PRE
           ADD 1 TO WS-RANG-PRE
           MOVE 1 TO WS-RANG-NOUV
           ADD 1 TO WS-MA-NB(WS-RANG-PRE, WS-RANG-NOUV)
           IF WS-RANG-PRE > 2
              MOVE PRE-TYPE TO WS-PRT-MVT-TYPE
              MOVE PRE-NUM-COMPTE TO WS-PRT-MVT-COMPTE
              MOVE PRE-SEQ-PRET TO WS-PRT-MVT-SEQ
              PERFORM FONCTION-NOTER-CHANGEMENT
           END-IF
           PERFORM FONCTION-LIRE-PRECEDENT.
      *-- LES CHANGEMENTS SONT EDITES APRES LA LISTE DES CREANCES ;
      *-- AU-DELA DE LA TABLE ILS SONT SEULEMENT COMPTES
        FONCTION-NOTER-CHANGEMENT.
           ADD 1 TO WS-CPT-CHANGEMENTS
           IF WS-TAB-CH-NB < 5000
              ADD 1 TO WS-TAB-CH-NB
              SET WS-CH-IDX TO WS-TAB-CH-NB
              MOVE WS-PRT-MVT-TYPE TO WS-TAB-CH-TYPE(WS-CH-IDX)
              MOVE WS-PRT-MVT-COMPTE TO WS-TAB-CH-COMPTE(WS-CH-IDX)
              MOVE WS-PRT-MVT-SEQ TO WS-TAB-CH-SEQ(WS-CH-IDX)
              MOVE WS-RANG-PRE TO WS-TAB-CH-AVANT(WS-CH-IDX)
              MOVE WS-RANG-NOUV TO WS-TAB-CH-APRES(WS-CH-IDX)
           ELSE
              ADD 1 TO WS-CPT-CH-NON-EDITES
           END-IF.
        FONCTION-LIRE-PRECEDENT.
           READ FCLASPRE
              AT END MOVE 'Y' TO WS-FIN-PRE
           END-READ.
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
        FONCTION-PRINT-CREANCE.
           MOVE CLS-TYPE TO WS-PRT-TYPE
           MOVE CLS-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE CLS-SEQ-PRET TO WS-PRT-SEQ
           MOVE CLS-ENCOURS TO WS-PRT-ENCOURS
           MOVE CLS-NET TO WS-PRT-NET
           MOVE CLS-CLASSE TO WS-PRT-CLASSE
           MOVE CLS-TAUX TO WS-PRT-TAUX
           MOVE CLS-PROVISION TO WS-PRT-PROVISION
           MOVE CLS-IMPAYES TO WS-PRT-IMPAYES
           MOVE CLS-JOURS TO WS-PRT-JOURS
           MOVE CLS-RELANCE TO WS-PRT-RELANCE
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      **************************************************************
      * CHANGEMENTS DE CLASSE (HORS ENTREES ET SORTIES DE CREANCES *
      * SAINES) ET MATRICE DE MIGRATION DU MOIS                    *
      **************************************************************
        FONCTION-EDITER-MIGRATION.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-TAB-CH-NB
              MOVE WS-TAB-CH-TYPE(WS-CH-IDX) TO WS-PRT-MVT-TYPE
              MOVE WS-TAB-CH-COMPTE(WS-CH-IDX) TO WS-PRT-MVT-COMPTE
              MOVE WS-TAB-CH-SEQ(WS-CH-IDX) TO WS-PRT-MVT-SEQ
              MOVE WS-TAB-CH-AVANT(WS-CH-IDX) TO WS-L
              MOVE WS-LIB-CLASSE(WS-L) TO WS-PRT-MVT-AVANT
              MOVE WS-TAB-CH-APRES(WS-CH-IDX) TO WS-C
              MOVE WS-LIB-CLASSE(WS-C) TO WS-PRT-MVT-APRES
              MOVE WS-LIGNE06 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           IF WS-CPT-CH-NON-EDITES > 0
              MOVE WS-CPT-CH-NON-EDITES TO WS-PRT-CH-NON-EDITES
              MOVE WS-LIGNE14 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-IF
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE07 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE08 TO REC-PRT
           WRITE REC-PRT
           ADD 3 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 5
              MOVE WS-LIB-CLASSE(WS-L) TO WS-PRT-MA-LIBELLE
              PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
                 MOVE WS-MA-NB(WS-L, WS-C) TO WS-PRT-MA-NB(WS-C)
              END-PERFORM
              MOVE WS-LIGNE09 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           DISPLAY ' CHANGEMENTS DE CLASSE : ' WS-CPT-CHANGEMENTS.
        FONCTION-EDITER-CLASSES.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 4
              MOVE WS-L TO WS-C
              ADD 1 TO WS-C
              MOVE WS-LIB-CLASSE(WS-C) TO WS-PRT-TC-LIBELLE
              MOVE WS-TC-NB(WS-L) TO WS-PRT-TC-NB
              MOVE WS-TC-ENCOURS(WS-L) TO WS-PRT-TC-ENCOURS
              MOVE WS-TC-PROVISION(WS-L) TO WS-PRT-TC-PROVISION
              MOVE WS-LIGNE10 TO REC-PRT
              WRITE REC-PRT
              ADD 1 TO WS-CPT-LIGNES-TOT
           END-PERFORM
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT
           DISPLAY ' CREANCES CLASSEES   : ' WS-CPT-CREANCES
           DISPLAY ' CREANCES NON SAINES : ' WS-CPT-NON-SAINES
           DISPLAY ' PROVISION TOTALE    : ' WS-PROVISION-TOTALE.
      **************************************************************
      * PROVISION TOTALE EN COMPTABILITE : PAIRE DEBIT/CREDIT DE   *
      * LA TRANSPOSITION FGLMAP (NATURE 'PRV', SENS 'CO') A LA     *
      * DATE DU JOUR, PUIS PAIRE INVERSE AU PREMIER DU MOIS        *
      * SUIVANT, COMME LES COURUS QUEST117                         *
      **************************************************************
        FONCTION-PASSER-ECRITURES.
           IF WS-PROVISION-TOTALE > 0
              MOVE 'PRV' TO GLM-NAT-MOUV
              MOVE 'CO' TO GLM-SENS
              READ FGLMAP
                 INVALID KEY
                    MOVE 'O' TO WS-SANS-TRANSPOSITION
                    MOVE WS-LIGNE12 TO REC-PRT
                    WRITE REC-PRT AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-CPT-LIGNES-TOT
                 NOT INVALID KEY
                    PERFORM FONCTION-ECRIRE-PROVISION-GL
              END-READ
           END-IF
           PERFORM FONCTION-PROUVER-EQUILIBRE.
        FONCTION-ECRIRE-PROVISION-GL.
           MOVE WS-PROVISION-TOTALE TO WS-MONTANT-ECR
           MOVE WS-DATE-TRT TO WS-DATE-ECR
           MOVE GLM-COMPTE-DEBIT TO WS-COMPTE-GL
           MOVE 'D' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE
           MOVE GLM-COMPTE-CREDIT TO WS-COMPTE-GL
           MOVE 'C' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE
           MOVE WS-DATE-REPRISE TO WS-DATE-ECR
           MOVE GLM-COMPTE-CREDIT TO WS-COMPTE-GL
           MOVE 'D' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE
           MOVE GLM-COMPTE-DEBIT TO WS-COMPTE-GL
           MOVE 'C' TO WS-SENS-GL
           PERFORM FONCTION-ECRIRE-ECRITURE.
        FONCTION-ECRIRE-ECRITURE.
           MOVE SPACES TO ECRITURE
           MOVE WS-DATE-ECR TO ECR-DATE
           MOVE WS-COMPTE-GL TO ECR-COMPTE-GL
           MOVE WS-SENS-GL TO ECR-SENS
           MOVE WS-MONTANT-ECR TO ECR-MONTANT
           MOVE 0 TO ECR-REF-MOUV
           MOVE 'PRV' TO ECR-NAT-MOUV
           WRITE ECRITURE
           ADD 1 TO WS-CPT-ECRITURES
           IF WS-SENS-GL = 'D'
              ADD WS-MONTANT-ECR TO WS-TOTAL-DEBITS
           ELSE
              ADD WS-MONTANT-ECR TO WS-TOTAL-CREDITS
           END-IF
           MOVE WS-DATE-ECR TO WS-PRT-ECR-DATE
           MOVE 'PRV' TO WS-PRT-ECR-NAT
           MOVE WS-COMPTE-GL TO WS-PRT-ECR-COMPTE
           MOVE WS-SENS-GL TO WS-PRT-ECR-SENS
           MOVE WS-MONTANT-ECR TO WS-PRT-ECR-MONTANT
           MOVE WS-LIGNE11 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- MEME PREUVE QUE QUEST117 : ECRITURES EQUILIBREES ET
      *-- TRANSPOSITION PRESENTE
        FONCTION-PROUVER-EQUILIBRE.
           MOVE WS-TOTAL-DEBITS TO WS-PRT-TOT-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-PRT-TOT-CREDITS
           MOVE WS-LIGNE13 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           DISPLAY ' ECRITURES DE PROVISION : ' WS-CPT-ECRITURES
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY ' DESEQUILIBRE DEBITS/CREDITS - NON LIVRE '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF
           IF WS-SANS-TRANSPOSITION = 'O'
              DISPLAY ' NATURE PRV SANS TRANSPOSITION - NON LIVRE '
              IF WS-ERR-RC-JOB < 8
                 MOVE 8 TO WS-ERR-RC-JOB
              END-IF
           END-IF.
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
           MOVE 'QUEST155' TO CTLLOG-JOB
           MOVE ' CREANCES NON SAINES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-NON-SAINES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST155' TO WS-ERR-PROGRAMME
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
           CLOSE FLIMITE
           CLOSE FRELANCE
           CLOSE FPRET
           CLOSE FECHEANC
           CLOSE FGARANT
           CLOSE FDAT
           CLOSE FGLMAP
           CLOSE FCLASPRE
           CLOSE FCLASSE
           CLOSE FECRITUR
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
