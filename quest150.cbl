      **************************************************************
      *RENOUVELLEMENT MENSUEL DES CARTES.                           *
      *LE FICHIER DES CARTES FCARTMST (TENU PAR QUEST149) EST       *
      *PARCOURU EN ENTIER ; UNE CARTE ACTIVE DONT L'EXPIRATION TOMBE*
      *AU PLUS TARD DANS LE DELAI PARAMETRE (QUEST150-HORIZON,      *
      *DEFAUT 2 MOIS APRES LE MOIS DE TRAITEMENT) ET QUI N'A PAS    *
      *DEJA ETE RENOUVELEE EST COMMANDEE AU FABRICANT :             *
      *ENREGISTREMENT 'D' DU FICHIER FABRICANT (NUMERO, TITULAIRE,  *
      *NOUVELLE EXPIRATION A QUEST150-VALIDITE MOIS, DEFAUT 36,     *
      *ADRESSE D'ENVOI FADRESSE OU A DEFAUT ZONE ADRESSE DE LA      *
      *FICHE), ENCADRE D'UNE ENTETE 'H' ET D'UNE FIN 'T' PORTANT LE *
      *NOMBRE DE CARTES.                                            *
      *LA NOUVELLE EXPIRATION EST NOTEE SUR LA CARTE EN ATTENTE DE  *
      *SON ACTIVATION PAR QUEST149.                                 *
      *NE SONT PAS RENOUVELEES, ET SONT LISTEES AVEC LEUR MOTIF, LES*
      *CARTES DONT LE COMPTE EST INCONNU, CLOTURE, DORMANT OU SOUS  *
      *BLOCAGE JURIDIQUE FBLOCAGE.                                  *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST150.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FCARTMST ASSIGN TO DDCARTMS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CRT-CLE
           FILE STATUS IS FS-CARTMST.
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
           SELECT FADRESSE ASSIGN TO DDADRESS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ADR-NUM-COMPTE
           FILE STATUS IS FS-ADRESSE.
           SELECT FFABCAR ASSIGN TO DDFABCAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FABCAR.
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
      *-- CARTE, 120 OCTETS. STATUT : 'C' COMMANDEE, 'A' ACTIVE,
      *-- 'B' BLOQUEE (MOTIF 'P' PERTE, 'V' VOL), 'X' RESILIEE.
      *-- CRT-EXPIR-RENOUV : EXPIRATION DE LA CARTE RENOUVELEE
      *-- COMMANDEE PAR QUEST150, EN ATTENTE D'ACTIVATION
        FD FCARTMST.
        01 CARTMST.
           05 CRT-CLE.
              10 CRT-NUM-COMPTE PIC X(6).
              10 CRT-SEQ PIC 9(2).
           05 CRT-NUMERO PIC X(16).
           05 CRT-TITULAIRE PIC X(20).
           05 CRT-DATE-EXPIR PIC X(7).
           05 CRT-STATUT PIC X(1).
           05 CRT-MOTIF-BLOCAGE PIC X(1).
           05 CRT-PLAFOND-JOUR PIC 9(6)V99.
           05 CRT-DATE-COMMANDE PIC X(10).
           05 CRT-DATE-STATUT PIC X(10).
           05 CRT-EXPIR-RENOUV PIC X(7).
           05 CRT-DATE-RENOUV PIC X(10).
           05 FILLER PIC X(22).
        FD FCLIENT.
           COPY CLIENT.
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
           05 BLO-TYPE PIC X(1).
           05 BLO-DATE-DEBUT PIC X(10).
           05 BLO-REFERENCE PIC X(10).
           05 FILLER PIC X(53).
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-NUMERO PIC X(5).
           05 ADR-RUE PIC X(25).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 FILLER PIC X(14).
      *-- FICHIER FABRICANT, 120 OCTETS : ENTETE 'H' (DATE DE
      *-- COMMANDE AAAAMMJJ), DETAIL 'D' PAR CARTE A FABRIQUER,
      *-- FIN 'T' (NOMBRE DE DETAILS)
        FD FFABCAR.
        01 FABCAR.
           05 FAB-TYPE PIC X(1).
           05 FAB-DETAIL.
              10 FAB-NUM-COMPTE PIC X(6).
              10 FAB-SEQ PIC 9(2).
              10 FAB-NUMERO PIC X(16).
              10 FAB-TITULAIRE PIC X(20).
              10 FAB-EXPIRATION PIC X(6).
              10 FAB-ADR-NUMERO PIC X(5).
              10 FAB-ADR-RUE PIC X(25).
              10 FAB-ADR-CODE-POSTAL PIC X(5).
              10 FAB-ADR-VILLE PIC X(15).
              10 FAB-ADR-PAYS PIC X(10).
              10 FILLER PIC X(9).
           05 FAB-ENTETE REDEFINES FAB-DETAIL.
              10 FAB-DATE-COMMANDE PIC X(8).
              10 FILLER PIC X(111).
           05 FAB-FIN REDEFINES FAB-DETAIL.
              10 FAB-NOMBRE PIC 9(7).
              10 FILLER PIC X(112).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-CARTMST PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-FABCAR PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-HORIZON PIC 9(2).
        01 WS-VALIDITE PIC 9(3).
        01 WS-OBSERVATION PIC X(30).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
      *-- LES MOIS SONT COMPTES EN RANG (AAAA * 12 + MM) POUR
      *-- COMPARER LES EXPIRATIONS ET CALCULER LA NOUVELLE
        01 WS-MOIS-AAAA PIC 9(4).
        01 WS-MOIS-MM PIC 9(2).
        01 WS-MOIS-LIMITE PIC 9(6).
        01 WS-MOIS-EXPIR PIC 9(6).
        01 WS-MOIS-NOUV PIC 9(6).
        01 WS-MOIS-RESTE PIC 9(2).
        01 WS-NOUV-EXPIR.
           05 WS-NOUV-AAAA PIC 9(4).
           05 WS-NOUV-TIRET PIC X(1).
           05 WS-NOUV-MM PIC 9(2).
        01 WS-CPT-LUES PIC 9(7) VALUE 0.
        01 WS-CPT-RENOUVELEES PIC 9(7) VALUE 0.
        01 WS-CPT-ECARTEES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST150'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST150'.
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
              ' RENOUVELLEMENT DES CARTES'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(40) VALUE
              ' COMPTE SQ NUMERO DE CARTE  EXPIRE  NOUV'.
           05 FILLER PIC X(38) VALUE
              'ELLE OBSERVATION'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-SEQ PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NUMERO.
              10 WS-PRT-NUMERO-DEBUT PIC X(4).
              10 FILLER PIC X(8) VALUE '********'.
              10 WS-PRT-NUMERO-FIN PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-EXPIR PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-NOUV-EXPIR PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-OBSERVATION PIC X(30).
           05 FILLER PIC X(4) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(22) VALUE ' CARTES RENOUVELEES : '.
           05 WS-PRT-CPT-RENOUVELEES PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE ' ECARTEES : '.
           05 WS-PRT-CPT-ECARTEES PIC ZZZZZZ9.
           05 FILLER PIC X(28) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FCARTMST
           IF FS-CARTMST = '00'
              DISPLAY ' FILE CARTMST OPEN SUCCES : ' FS-CARTMST
           ELSE
              MOVE 'FCARTMST' TO WS-ERR-FICHIER
              MOVE FS-CARTMST TO WS-ERR-STATUT
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
           OPEN OUTPUT FFABCAR
           IF FS-FABCAR = '00'
              DISPLAY ' FILE FABCAR OPEN SUCCES : ' FS-FABCAR
           ELSE
              MOVE 'FFABCAR' TO WS-ERR-FICHIER
              MOVE FS-FABCAR TO WS-ERR-STATUT
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
           MOVE SPACES TO FABCAR
           MOVE 'H' TO FAB-TYPE
           MOVE WS-DATE-TRT(1:4) TO FAB-DATE-COMMANDE(1:4)
           MOVE WS-DATE-TRT(6:2) TO FAB-DATE-COMMANDE(5:2)
           MOVE WS-DATE-TRT(9:2) TO FAB-DATE-COMMANDE(7:2)
           WRITE FABCAR
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM FONCTION-READ-CARTMST
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LUES
              IF CRT-STATUT = 'A' AND CRT-EXPIR-RENOUV = SPACES
                 MOVE CRT-DATE-EXPIR(1:4) TO WS-MOIS-AAAA
                 MOVE CRT-DATE-EXPIR(6:2) TO WS-MOIS-MM
                 COMPUTE WS-MOIS-EXPIR = WS-MOIS-AAAA * 12
                                       + WS-MOIS-MM
                 IF WS-MOIS-EXPIR <= WS-MOIS-LIMITE
                    PERFORM FONCTION-TRAITER-CARTE
                 END-IF
              END-IF
              PERFORM FONCTION-READ-CARTMST
           END-PERFORM
           MOVE SPACES TO FABCAR
           MOVE 'T' TO FAB-TYPE
           MOVE WS-CPT-RENOUVELEES TO FAB-NOMBRE
           WRITE FABCAR
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
      **************************************************************
      * DATE DE TRAITEMENT OBLIGATOIRE ; HORIZON DE RENOUVELLEMENT *
      * ET DUREE DE VALIDITE DES NOUVELLES CARTES EN MOIS          *
      **************************************************************
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST150-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST150-HORIZON' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '2' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' HORIZON INVALIDE, DEFAUT 2 MOIS APPLIQUE '
              MOVE 2 TO WS-HORIZON
           ELSE
              MOVE WS-PARAM-VALEUR(29:2) TO WS-HORIZON
           END-IF
           MOVE 'QUEST150-VALIDITE' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '36' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' VALIDITE INVALIDE, DEFAUT 36 MOIS APPLIQUE '
              MOVE 36 TO WS-VALIDITE
           ELSE
              MOVE WS-PARAM-VALEUR(28:3) TO WS-VALIDITE
           END-IF
           MOVE WS-DATE-TRT(1:4) TO WS-MOIS-AAAA
           MOVE WS-DATE-TRT(6:2) TO WS-MOIS-MM
           COMPUTE WS-MOIS-LIMITE = WS-MOIS-AAAA * 12 + WS-MOIS-MM
                                  + WS-HORIZON.
      **************************************************************
      * CARTE A ECHEANCE : CONTROLE DU COMPTE PUIS COMMANDE AU      *
      * FABRICANT, OU MISE A L'ECART AVEC SON MOTIF                *
      **************************************************************
        FONCTION-TRAITER-CARTE.
           MOVE SPACES TO WS-OBSERVATION
           MOVE CRT-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'COMPTE INCONNU' TO WS-OBSERVATION
           END-READ
           IF WS-OBSERVATION = SPACES
              EVALUATE STATUT-COMPTE
                 WHEN 'C'
                    MOVE 'COMPTE CLOTURE' TO WS-OBSERVATION
                 WHEN 'D'
                    MOVE 'COMPTE DORMANT' TO WS-OBSERVATION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-OBSERVATION = SPACES
              MOVE CRT-NUM-COMPTE TO BLO-NUM-COMPTE
              READ FBLOCAGE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'COMPTE SOUS BLOCAGE' TO WS-OBSERVATION
              END-READ
           END-IF
           MOVE SPACES TO WS-PRT-NOUV-EXPIR
           IF WS-OBSERVATION = SPACES
              PERFORM FONCTION-COMMANDER-RENOUVELLEMENT
              MOVE 'RENOUVELEE' TO WS-OBSERVATION
              MOVE WS-NOUV-EXPIR TO WS-PRT-NOUV-EXPIR
           ELSE
              ADD 1 TO WS-CPT-ECARTEES
           END-IF
           MOVE CRT-NUM-COMPTE TO WS-PRT-COMPTE
           MOVE CRT-SEQ TO WS-PRT-SEQ
           MOVE CRT-NUMERO(1:4) TO WS-PRT-NUMERO-DEBUT
           MOVE CRT-NUMERO(13:4) TO WS-PRT-NUMERO-FIN
           MOVE CRT-DATE-EXPIR TO WS-PRT-EXPIR
           MOVE WS-OBSERVATION TO WS-PRT-OBSERVATION
           MOVE WS-LIGNE04 TO REC-PRT
           WRITE REC-PRT
           ADD 1 TO WS-CPT-LIGNES-TOT.
      *-- LA NOUVELLE EXPIRATION COMPTE LA VALIDITE A PARTIR DE
      *-- L'EXPIRATION DE LA CARTE REMPLACEE
        FONCTION-COMMANDER-RENOUVELLEMENT.
           COMPUTE WS-MOIS-NOUV = WS-MOIS-EXPIR + WS-VALIDITE - 1
           DIVIDE WS-MOIS-NOUV BY 12 GIVING WS-NOUV-AAAA
                  REMAINDER WS-MOIS-RESTE
           COMPUTE WS-NOUV-MM = WS-MOIS-RESTE + 1
           MOVE '-' TO WS-NOUV-TIRET
           MOVE SPACES TO FABCAR
           MOVE 'D' TO FAB-TYPE
           MOVE CRT-NUM-COMPTE TO FAB-NUM-COMPTE
           MOVE CRT-SEQ TO FAB-SEQ
           MOVE CRT-NUMERO TO FAB-NUMERO
           MOVE CRT-TITULAIRE TO FAB-TITULAIRE
           MOVE WS-NOUV-AAAA TO FAB-EXPIRATION(1:4)
           MOVE WS-NOUV-MM TO FAB-EXPIRATION(5:2)
           MOVE CRT-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 MOVE ADRESSE TO FAB-ADR-RUE
              NOT INVALID KEY
                 MOVE ADR-NUMERO TO FAB-ADR-NUMERO
                 MOVE ADR-RUE TO FAB-ADR-RUE
                 MOVE ADR-CODE-POSTAL TO FAB-ADR-CODE-POSTAL
                 MOVE ADR-VILLE TO FAB-ADR-VILLE
                 MOVE ADR-PAYS TO FAB-ADR-PAYS
           END-READ
           WRITE FABCAR
           ADD 1 TO WS-CPT-RENOUVELEES
           MOVE WS-NOUV-EXPIR TO CRT-EXPIR-RENOUV
           MOVE WS-DATE-TRT TO CRT-DATE-RENOUV
           REWRITE CARTMST
           IF FS-CARTMST NOT = '00'
              MOVE 'FCARTMST' TO WS-ERR-FICHIER
              MOVE FS-CARTMST TO WS-ERR-STATUT
              MOVE 'FONCTION-COMMANDER-RENOUVELLEMENT'
                   TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-READ-CARTMST.
           READ FCARTMST NEXT
              AT END MOVE 'Y' TO WS-END-OF-FILE
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
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-RENOUVELEES TO WS-PRT-CPT-RENOUVELEES
           MOVE WS-CPT-ECARTEES TO WS-PRT-CPT-ECARTEES
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 2 TO WS-CPT-LIGNES-TOT
           DISPLAY ' CARTES LUES        : ' WS-CPT-LUES
           DISPLAY ' CARTES RENOUVELEES : ' WS-CPT-RENOUVELEES
           DISPLAY ' CARTES ECARTEES    : ' WS-CPT-ECARTEES.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' HORIZON=' DELIMITED SIZE
                  WS-HORIZON DELIMITED SIZE
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
           MOVE 'QUEST150' TO CTLLOG-JOB
           MOVE ' CARTES RENOUVELEES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RENOUVELEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST150' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FCARTMST
           CLOSE FCLIENT
           CLOSE FBLOCAGE
           CLOSE FADRESSE
           CLOSE FFABCAR
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
