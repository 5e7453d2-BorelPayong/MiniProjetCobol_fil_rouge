      **************************************************************
      *PROGRAMME D'APPLICATION DES PASSAGES A LA MAJORITE           *
      *APPROUVES : RELIT LES PROPOSITIONS FPROPMAJ DE QUEST134 ET   *
      *STATUEES PAR LE SUPERVISEUR, ET NE TRAITE QUE CELLES QUI     *
      *PORTENT L'APPROBATION 'A' (SUR LE MODELE DE QUEST49) : LE    *
      *COMPTE FCLIENT PASSE AU PRODUIT ADULTE SI SA NATURE N'A PAS  *
      *CHANGE DEPUIS LA PROPOSITION, CHAQUE REECRITURE EST          *
      *JOURNALISEE DANS FCDC, ET LES REPRESENTANTS LEGAUX (ROLE     *
      *'L') DU COMPTE SONT RETIRES DE FCOTITU. UN JOURNAL EDITE     *
      *CHAQUE COMPTE AVEC SA NATURE AVANT ET APRES ET LE NOMBRE DE  *
      *REPRESENTANTS RETIRES                                        *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST135.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FPROPMAJ ASSIGN TO DDPROPMJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PROPMAJ.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COT-CLE
           FILE STATUS IS FS-COTITU.
           SELECT FCDC ASSIGN TO DDCDC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CDC.
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
        FD FPROPMAJ.
        01 PROPMAJ.
           05 PMJ-NUM-COMPTE PIC X(6).
           05 PMJ-NAT-ACTUELLE PIC 9(2).
           05 PMJ-NAT-ADULTE PIC 9(2).
           05 PMJ-DATE-MAJORITE PIC X(10).
           05 PMJ-KYC PIC X(1).
           05 PMJ-APPROBATION PIC X(1).
           05 FILLER PIC X(58).
        FD FCLIENT.
           COPY CLIENT.
        FD FCOTITU.
        01 COTITU.
           05 COT-CLE.
              10 COT-NUM-COMPTE PIC X(6).
              10 COT-SEQ PIC 9(2).
           05 COT-NOM PIC X(10).
           05 COT-PRENOM PIC X(10).
           05 COT-ROLE PIC X(1).
           05 FILLER PIC X(51).
        FD FCDC.
        01 CDC-REC.
           05 CDC-NUM-COMPTE PIC X(6).
           05 CDC-DATE PIC X(10).
           05 CDC-ORIGINE PIC X(8).
           05 FILLER PIC X(56).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-PROPMAJ PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-CDC PIC X(2).
      *-- DATE COMPTABLE DE LA CHAINE (MOT-CLE CHAINE-DATE DU
      *-- FICHIER CENTRAL FPARAM, COMME DANS PGMCHAIN) : ELLE DATE
      *-- LES CLES JOURNALISEES DANS FCDC
        01 WS-DATE-CHAINE PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-COTITU PIC X(1).
        01 WS-NB-RETIRES PIC 9(2).
        01 WS-CPT-LUES PIC 9(5) VALUE 0.
        01 WS-CPT-APPLIQUEES PIC 9(5) VALUE 0.
        01 WS-CPT-IGNOREES PIC 9(5) VALUE 0.
        01 WS-CPT-RETIRES PIC 9(5) VALUE 0.
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'.
        01 WS-LIGNE02.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(40) VALUE
              ' JOURNAL DES PASSAGES A LA MAJORITE '.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(9) VALUE ' COMPTE '.
           05 WS-PRT-COMPTE PIC X(6).
           05 FILLER PIC X(16) VALUE ' NATURE AVANT : '.
           05 WS-PRT-AVANT PIC 9(2).
           05 FILLER PIC X(9) VALUE ' APRES : '.
           05 WS-PRT-APRES PIC 9(2).
           05 FILLER PIC X(24) VALUE ' REPRESENTANTS RETIRES :'.
           05 WS-PRT-RETIRES PIC Z9.
           05 FILLER PIC X(8) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(15) VALUE ' STATUEES : '.
           05 WS-PRT-LUES PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE ' APPLIQUEES : '.
           05 WS-PRT-APPLIQUEES PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE ' IGNOREES : '.
           05 WS-PRT-IGNOREES PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FPROPMAJ.
           IF FS-PROPMAJ = '00'
              DISPLAY ' FILE PROPMAJ OPEN SUCCES : ' FS-PROPMAJ
           ELSE
              MOVE 'FPROPMAJ' TO WS-ERR-FICHIER
              MOVE FS-PROPMAJ TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCLIENT.
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCOTITU.
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN EXTEND FCDC
           IF FS-CDC = '00'
              DISPLAY ' FILE CDC OPEN SUCCES : ' FS-CDC
           ELSE
              MOVE 'FCDC' TO WS-ERR-FICHIER
              MOVE FS-CDC TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRINT.
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
           PERFORM FONCTION-LIRE-DATE-CHAINE
           PERFORM FONCTION-PRINT-ENTETE
           PERFORM FONCTION-READ-PROPMAJ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              ADD 1 TO WS-CPT-LUES
              IF PMJ-APPROBATION = 'A'
                 PERFORM FONCTION-APPLIQUER-MAJORITE
              ELSE
                 ADD 1 TO WS-CPT-IGNOREES
              END-IF
              PERFORM FONCTION-READ-PROPMAJ
           END-PERFORM
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-LIRE-DATE-CHAINE.
           MOVE 'CHAINE-DATE' TO WS-PARAM-CLE
           MOVE 'D' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR(1:10) TO WS-DATE-CHAINE.
      *-- UNE PROPOSITION N'EST APPLIQUEE QUE SI LE COMPTE EST
      *-- TOUJOURS SUR LE PRODUIT JEUNE PROPOSE ET N'EST PAS
      *-- CLOTURE : UN CHANGEMENT INTERVENU ENTRE-TEMPS PREVAUT
        FONCTION-APPLIQUER-MAJORITE.
           MOVE PMJ-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU AU PASSAGE MAJORITE : '
                         PMJ-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-APPLIQUER-MAJORITE' TO WS-ERR-PARAGRAPHE
                 MOVE NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 ADD 1 TO WS-CPT-IGNOREES
              NOT INVALID KEY
                 IF NAT-COMPTE NOT = PMJ-NAT-ACTUELLE
                    OR STATUT-COMPTE = 'C'
                    DISPLAY ' COMPTE MODIFIE DEPUIS LA PROPOSITION : '
                            PMJ-NUM-COMPTE
                    ADD 1 TO WS-CPT-IGNOREES
                 ELSE
                    MOVE PMJ-NUM-COMPTE TO WS-PRT-COMPTE
                    MOVE NAT-COMPTE TO WS-PRT-AVANT
                    MOVE PMJ-NAT-ADULTE TO NAT-COMPTE
                    REWRITE CLIENT
                    PERFORM FONCTION-ECRIRE-CDC
                    PERFORM FONCTION-RETIRER-REPRESENTANTS
                    MOVE NAT-COMPTE TO WS-PRT-APRES
                    MOVE WS-NB-RETIRES TO WS-PRT-RETIRES
                    MOVE WS-LIGNE04 TO REC-PRT
                    WRITE REC-PRT AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-CPT-APPLIQUEES
                 END-IF
           END-READ.
      *-- CAPTURE DE CHANGEMENT : CHAQUE CLE FCLIENT REECRITE EST
      *-- JOURNALISEE DANS FCDC POUR LES BALAYAGES EN MODE DELTA
        FONCTION-ECRIRE-CDC.
           MOVE SPACES TO CDC-REC
           MOVE PMJ-NUM-COMPTE TO CDC-NUM-COMPTE
           MOVE WS-DATE-CHAINE TO CDC-DATE
           MOVE 'QUEST135' TO CDC-ORIGINE
           WRITE CDC-REC.
      *-- LE TITULAIRE DEVENU MAJEUR N'A PLUS DE REPRESENTANT LEGAL :
      *-- LES ENTREES FCOTITU DE ROLE 'L' DU COMPTE SONT SUPPRIMEES,
      *-- LES COTITULAIRES ET MANDATAIRES SONT CONSERVES
        FONCTION-RETIRER-REPRESENTANTS.
           MOVE 0 TO WS-NB-RETIRES
           MOVE 'N' TO WS-FIN-COTITU
           MOVE PMJ-NUM-COMPTE TO COT-NUM-COMPTE
           MOVE 0 TO COT-SEQ
           START FCOTITU KEY IS >= COT-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-COTITU
           END-START
           PERFORM FONCTION-EXAMINER-COTITULAIRE
              UNTIL WS-FIN-COTITU = 'Y'.
        FONCTION-EXAMINER-COTITULAIRE.
           READ FCOTITU NEXT
              AT END MOVE 'Y' TO WS-FIN-COTITU
           END-READ
           IF WS-FIN-COTITU = 'N'
              IF COT-NUM-COMPTE NOT = PMJ-NUM-COMPTE
                 MOVE 'Y' TO WS-FIN-COTITU
              ELSE
                 IF COT-ROLE = 'L'
                    DELETE FCOTITU
                       INVALID KEY
                          DISPLAY ' REPRESENTANT NON SUPPRIME : '
                                  COT-NUM-COMPTE '/' COT-SEQ
                          MOVE 'FCOTITU' TO WS-ERR-FICHIER
                          MOVE FS-COTITU TO WS-ERR-STATUT
                          MOVE 'FONCTION-EXAMINER-COTITULAIRE'
                            TO WS-ERR-PARAGRAPHE
                          MOVE COT-CLE TO WS-ERR-CLE
                          PERFORM FONCTION-SIGNALER-ERREUR
                       NOT INVALID KEY
                          ADD 1 TO WS-NB-RETIRES
                          ADD 1 TO WS-CPT-RETIRES
                    END-DELETE
                 END-IF
              END-IF
           END-IF.
        FONCTION-READ-PROPMAJ.
           READ FPROPMAJ
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
        FONCTION-PRINT-ENTETE.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           MOVE WS-LIGNE02 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT.
        FONCTION-PRINT-TOTAL.
           MOVE WS-CPT-LUES TO WS-PRT-LUES
           MOVE WS-CPT-APPLIQUEES TO WS-PRT-APPLIQUEES
           MOVE WS-CPT-IGNOREES TO WS-PRT-IGNOREES
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING 2 LINES
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           DISPLAY ' PASSAGES MAJORITE APPLIQUES : ' WS-CPT-APPLIQUEES
           DISPLAY ' REPRESENTANTS LEGAUX RETIRES : ' WS-CPT-RETIRES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST135' TO CTLLOG-JOB
           MOVE ' PASSAGES MAJORITE APPLIQUES ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-APPLIQUEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST135' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FPROPMAJ
           CLOSE FCLIENT
           CLOSE FCOTITU
           CLOSE FPRINT
           CLOSE FCDC
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
