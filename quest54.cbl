      *DIFFUSION AUX AGENCES : AU LIEU DU FPRINT1 MONOLITHIQUE DE  *
      *QUEST10/QUEST16 QUE L'ON DECOUPAIT A LA MAIN, CHAQUE REGION *
      *RECOIT SON PROPRE FICHIER D'EDITION (DDPRTR01 A DDPRTR10)   *
      *AVEC SON ENTETE AU NOM DE LA REGION (PGMREFER), SA LISTE DE *
      *CLIENTS ET SES TOTAUX. UN RECAPITULATIF GENERAL INDIQUE     *
      *POUR CHAQUE REGION LE FICHIER SERVI ET LES VOLUMES EDITES.  *
      *LES REGIONS AU-DELA DE 10 FICHIERS SONT SIGNALEES AU       *
      *RECAPITULATIF ET RESTENT A EDITER PAR QUEST10              *
      *CHAQUE LIGNE ECLATEE EST AUSSI VERSEE, AVEC SA REGION ET LE *
      *COMPTE DES LIGNES CLIENT, DANS LE FICHIER FRAPEXT QUE       *
      *QUEST166 CHARGE DANS LA BIBLIOTHEQUE D'ETATS CONSULTEE EN   *
      *LIGNE PAR LES AGENCES (PGRAPVUE)                            *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST54.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FPRTR01 ASSIGN TO DDPRTR01
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FRAPEXT ASSIGN TO DDRAPEXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPEXT.
        DATA DIVISION.
        FILE SECTION.
        FD FCLIENT.
           COPY CLIENT.
        FD FPRTR01.
        01 REC-R01.
           05 ENR-R01 PIC X(80).
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FRAPEXT.
           COPY RAPEXT.
        WORKING-STORAGE SECTION.
        01 WS-CLIENT.
           05 WS-NUM-COMPTE PIC X(6).
           05 FILLER PIC X(19).
           05 WS-STATUT-COMPTE PIC X(1).
        01 FS-CLIENT PIC X(2).
        01 FS-PRTR01 PIC X(2).
        01 FS-PRTR02 PIC X(2).
        01 FS-PRTR03 PIC X(2).
        01 FS-PRTR09 PIC X(2).
        01 FS-PRTR10 PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-RAPEXT PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-REF-NB PIC 9(5).
        01 WS-REF-IND PIC 9(5).
        01 WS-END-OF-FILE PIC X(1).
        01 WS-SLOT PIC 9(2).
        01 WS-LIGNE-BURST PIC X(80).
        01 WS-RAP-COMPTE PIC X(6) VALUE SPACES.
        01 WS-TAB-REGIONS.
           05 WS-TAB-NB-REGIONS PIC 9(4) VALUE 0.
           05 WS-TAB-ENTREE OCCURS 0 TO 99 TIMES
           IF FS-CLIENT = '00'
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT
           ELSE
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR01
           IF FS-PRTR01 NOT = '00'
              MOVE 'FPRTR01' TO WS-ERR-FICHIER
              MOVE FS-PRTR01 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR02
           IF FS-PRTR02 NOT = '00'
              MOVE 'FPRTR02' TO WS-ERR-FICHIER
              MOVE FS-PRTR02 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR03
           IF FS-PRTR03 NOT = '00'
              MOVE 'FPRTR03' TO WS-ERR-FICHIER
              MOVE FS-PRTR03 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR04
           IF FS-PRTR04 NOT = '00'
              MOVE 'FPRTR04' TO WS-ERR-FICHIER
              MOVE FS-PRTR04 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR05
           IF FS-PRTR05 NOT = '00'
              MOVE 'FPRTR05' TO WS-ERR-FICHIER
              MOVE FS-PRTR05 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR06
           IF FS-PRTR06 NOT = '00'
              MOVE 'FPRTR06' TO WS-ERR-FICHIER
              MOVE FS-PRTR06 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR07
           IF FS-PRTR07 NOT = '00'
              MOVE 'FPRTR07' TO WS-ERR-FICHIER
              MOVE FS-PRTR07 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR08
           IF FS-PRTR08 NOT = '00'
              MOVE 'FPRTR08' TO WS-ERR-FICHIER
              MOVE FS-PRTR08 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR09
           IF FS-PRTR09 NOT = '00'
              MOVE 'FPRTR09' TO WS-ERR-FICHIER
              MOVE FS-PRTR09 TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FPRTR10
           IF FS-PRTR10 NOT = '00'
              MOVE 'FPRTR10' TO WS-ERR-FICHIER
              MOVE FS-PRTR10 TO WS-ERR-STATUT
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
           OPEN EXTEND FRAPEXT
           IF FS-RAPEXT = '00'
              DISPLAY ' FILE RAPEXT OPEN SUCCES : ' FS-RAPEXT
           ELSE
              MOVE 'FRAPEXT' TO WS-ERR-FICHIER
              MOVE FS-RAPEXT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ECRIRE-TOTAUX
           PERFORM FONCTION-EDITER-RECAP.
        FONCTION-CHARGER-REGIONS.
      *-- LES REGIONS SONT SERVIES PAR PGMREFER DANS L'ORDRE DES
      *-- CODES ; CHACUNE RECOIT LE FICHIER D'EDITION DE SON RANG,
      *-- DANS LA LIMITE DES 10 FICHIERS ALLOUES
           MOVE 'N' TO WS-REF-ACTION
           MOVE 'REGION' TO WS-REF-TABLE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           IF WS-REF-CR NOT = '0'
              DISPLAY ' TABLE DE REFERENCE INACCESSIBLE : ' WS-REF-TABLE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-REF-RANG TO WS-REF-NB
           PERFORM VARYING WS-REF-IND FROM 1 BY 1
              UNTIL WS-REF-IND > WS-REF-NB
              MOVE WS-REF-IND TO WS-REF-RANG
              MOVE 'R' TO WS-REF-ACTION
              CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                    WS-REF-CODE, WS-REF-LIBELLE,
                                    WS-REF-CODE-LIE, WS-REF-RANG,
                                    WS-REF-CR
              ADD 1 TO WS-TAB-NB-REGIONS
              SET WS-REG-IDX TO WS-TAB-NB-REGIONS
              MOVE WS-REF-CODE(1:2) TO WS-TAB-CODE(WS-REG-IDX)
              MOVE WS-REF-LIBELLE TO WS-TAB-NOM(WS-REG-IDX)
              IF WS-TAB-NB-REGIONS <= 10
                 MOVE WS-TAB-NB-REGIONS TO WS-TAB-SLOT(WS-REG-IDX)
              ELSE
              MOVE 0 TO WS-TAB-NB-CLI(WS-REG-IDX)
              MOVE 0 TO WS-TAB-NB-LIGNES(WS-REG-IDX)
              MOVE 0 TO WS-TAB-SOLDE(WS-REG-IDX)
           END-PERFORM.
        FONCTION-ECRIRE-ENTETES.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-TAB-NB-REGIONS
                    MOVE WS-SOLDE TO WS-CLI-SOLDE
                    MOVE WS-POSIT TO WS-CLI-POSIT
                    MOVE WS-LIGNE-CLIENT TO WS-LIGNE-BURST
                    MOVE WS-NUM-COMPTE TO WS-RAP-COMPTE
                    PERFORM FONCTION-ECRIRE-BURST
                    MOVE SPACES TO WS-RAP-COMPTE
                    ADD 1 TO WS-TAB-NB-LIGNES(WS-REG-IDX)
                 END-IF
           END-SEARCH.
                 WRITE REC-R10 FROM WS-LIGNE-BURST
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM FONCTION-VERSER-LIGNE.
      *-- LA LIGNE ECLATEE EST VERSEE A LA BIBLIOTHEQUE D'ETATS
      *-- SOUS LA REGION EN COURS (CHARGEMENT QUEST166)
        FONCTION-VERSER-LIGNE.
           MOVE SPACES TO RAPEXT-REC
           MOVE 'QUEST54' TO RPX-RAPPORT
           MOVE WS-TAB-CODE(WS-REG-IDX) TO RPX-REGION
           MOVE WS-RAP-COMPTE TO RPX-COMPTE
           MOVE WS-LIGNE-BURST TO RPX-TEXTE
           WRITE RAPEXT-REC.
        FONCTION-EDITER-RECAP.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT AFTER ADVANCING PAGE
           READ FCLIENT INTO WS-CLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST54' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           MOVE 'B' TO WS-REF-ACTION
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           CLOSE FCLIENT
           CLOSE FPRTR01
           CLOSE FPRTR02
           CLOSE FPRTR09
           CLOSE FPRTR10
           CLOSE FPRINT
           CLOSE FRAPEXT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
