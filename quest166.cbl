      **************************************************************
      *CHARGEMENT NOCTURNE DE LA BIBLIOTHEQUE D'ETATS EN LIGNE      *
      *FRAPPORT (COPY RAPPORT) CONSULTEE PAR LES AGENCES AVEC LA    *
      *TRANSACTION PGRAPVUE, AU LIEU DU PAPIER OU DU PDF QUI        *
      *ARRIVAIT EN RETARD. LES PROGRAMMES EDITEURS (QUEST35         *
      *DEPASSEMENTS, QUEST54 ECLATEMENT PAR REGION, QUEST115 REVUE  *
      *KYC) VERSENT LEURS LIGNES, AVEC REGION ET COMPTE, DANS LE    *
      *FICHIER FRAPEXT (COPY RAPEXT). CHAQUE LIGNE EST RANGEE SOUS  *
      *SON ETAT, LA DATE DE LA CHAINE QUEST166-DATE ET SA REGION,   *
      *EN PAGES DE 15 LIGNES NUMEROTEES PAR REGION. UN ETAT DEJA    *
      *CHARGE A LA MEME DATE (REPRISE DU PROGRAMME EDITEUR) EST     *
      *REMPLACE EN ENTIER PAR LE DERNIER VERSEMENT. UNE LIGNE SANS  *
      *REGION NUMERIQUE EST REJETEE (CODE RETOUR 4).                *
      *AVANT LE CHARGEMENT, LES ETATS DONT LA DATE EST PLUS         *
      *ANCIENNE QUE QUEST166-DATE MOINS LA DUREE DE CONSERVATION    *
      *QUEST166-JOURS (FPARAM, 30 JOURS PAR DEFAUT) SONT SUPPRIMES. *
      *LE VERSEMENT FRAPEXT EST VIDE EN FIN DE CHARGEMENT REUSSI.   *
      *L'ETAT DONNE PAR ETAT ET PAR REGION LES LIGNES ET PAGES      *
      *CHARGEES, PUIS LES TOTAUX DU PASSAGE                         *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST166.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FRAPEXT ASSIGN TO DDRAPEXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPEXT.
           SELECT FRAPPORT ASSIGN TO DDRAPPOR
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RAP-CLE
           FILE STATUS IS FS-RAPPORT.
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
        FD FRAPEXT.
           COPY RAPEXT.
        FD FRAPPORT.
           COPY RAPPORT.
        FD FPRINT.
        01 REC-PRT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        WORKING-STORAGE SECTION.
        01 FS-RAPEXT PIC X(2).
        01 FS-RAPPORT PIC X(2).
        01 FS-PRINT PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-FIN-BIBLIO PIC X(1).
        01 WS-DATE-TRT PIC X(10).
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        01 WS-JOURS-CONSERV PIC 9(5).
      *-- LIGNES PAR PAGE : UNE PAGE EST UN ECRAN DE PGRAPVUE
        01 WS-LIGNES-PAGE PIC 9(2) VALUE 15.
      *-- ETAT EN COURS DE CHARGEMENT ET COMPTEURS PAR REGION
      *-- (POSTE = CODE REGION + 1)
        01 WS-RAPPORT-COURANT PIC X(8) VALUE SPACES.
        01 WS-TAB-REGIONS.
           05 WS-TAB-REG-LIGNES PIC 9(7) OCCURS 100 TIMES.
        01 WS-IX-REG PIC 9(3).
        01 WS-REGION-N PIC 9(2).
        01 WS-NUM-LIGNE PIC 9(7).
        01 WS-NUM-PAGE PIC 9(7).
        01 WS-RESTE-PAGE PIC 9(2).
        01 WS-NB-PAGES PIC 9(4).
      *-- CALCUL DU RANG CALENDAIRE D'UNE DATE AAAA-MM-JJ
        01 WS-DATE-ISO.
           05 WS-DI-AAAA PIC X(4).
           05 WS-DI-TIRET1 PIC X(1).
           05 WS-DI-MM PIC X(2).
           05 WS-DI-TIRET2 PIC X(1).
           05 WS-DI-JJ PIC X(2).
        01 WS-DATE-VALIDE PIC X(1).
        01 WS-DD-AAAA PIC 9(4).
        01 WS-DD-MM PIC 9(2).
        01 WS-DD-JJ PIC 9(2).
        01 WS-DD-JJJ PIC 9(3).
        01 WS-DD-QUOTIENT PIC 9(4).
        01 WS-DD-RESTE-4 PIC 9(3).
        01 WS-DD-RESTE-100 PIC 9(3).
        01 WS-DD-RESTE-400 PIC 9(3).
        01 WS-DD-ANTERIEURES PIC 9(4).
        01 WS-DD-BISS-4 PIC 9(4).
        01 WS-DD-BISS-100 PIC 9(4).
        01 WS-DD-BISS-400 PIC 9(4).
        01 WS-DD-ORDINAL PIC 9(7).
        01 WS-JOURS-MOIS-VAL PIC X(24) VALUE
              '312831303130313130313031'.
        01 WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VAL.
           05 WS-JM-NB PIC 9(2) OCCURS 12 TIMES.
        01 WS-JM-FEVRIER PIC 9(2).
        01 WS-J PIC 9(2).
        01 WS-ORD-LIMITE PIC S9(7).
        01 WS-DATE-PREC PIC X(10).
        01 WS-PREC-PERIME PIC X(1).
      *-- TOTAUX DU PASSAGE
        01 WS-CPT-LUES PIC 9(7) VALUE 0.
        01 WS-CPT-CHARGEES PIC 9(7) VALUE 0.
        01 WS-CPT-REJETEES PIC 9(7) VALUE 0.
        01 WS-CPT-ETATS PIC 9(7) VALUE 0.
        01 WS-CPT-REMPLACEES PIC 9(7) VALUE 0.
        01 WS-CPT-EPUREES PIC 9(7) VALUE 0.
      *-- ZONES DU SERVICE D'EDITION PGMEDIT
        01 WS-ED-ACTION PIC X(1).
        01 WS-ED-JOB PIC X(8) VALUE 'QUEST166'.
        01 WS-ED-PGM PIC X(8) VALUE 'QUEST166'.
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
              ' CHARGEMENT DE LA BIBLIOTHEQUE D''ETATS'.
           05 FILLER PIC X(19) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE03.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(36) VALUE
              ' ETAT     DATE       REGION   LIGNES'.
           05 FILLER PIC X(42) VALUE ' PAGES'.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE04.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-RAPPORT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-REGION PIC X(2).
           05 FILLER PIC X(6) VALUE ALL ' '.
           05 WS-PRT-LIGNES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE ALL ' '.
           05 WS-PRT-PAGES PIC ZZZ9.
           05 FILLER PIC X(36) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        01 WS-LIGNE05.
           05 FILLER PIC X(1) VALUE '!'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-TOT-LIBELLE PIC X(30).
           05 WS-PRT-TOT-NB PIC ZZZZZZ9.
           05 FILLER PIC X(40) VALUE ALL ' '.
           05 FILLER PIC X(1) VALUE '!'.
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-EDITER-FIN-ETAT.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN INPUT FRAPEXT
           IF FS-RAPEXT = '00'
              DISPLAY ' FILE RAPEXT OPEN SUCCES : ' FS-RAPEXT
           ELSE
              MOVE 'FRAPEXT' TO WS-ERR-FICHIER
              MOVE FS-RAPEXT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FRAPPORT
           IF FS-RAPPORT = '00'
              DISPLAY ' FILE RAPPORT OPEN SUCCES : ' FS-RAPPORT
           ELSE
              MOVE 'FRAPPORT' TO WS-ERR-FICHIER
              MOVE FS-RAPPORT TO WS-ERR-STATUT
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
           PERFORM FONCTION-EPURER-BIBLIOTHEQUE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              READ FRAPEXT
                 AT END MOVE 'Y' TO WS-END-OF-FILE
              END-READ
              IF WS-END-OF-FILE = 'N'
                 PERFORM FONCTION-TRAITER-LIGNE
              END-IF
           END-PERFORM
           IF WS-RAPPORT-COURANT NOT = SPACES
              PERFORM FONCTION-CLORE-RAPPORT
           END-IF
           PERFORM FONCTION-VIDER-VERSEMENT
           PERFORM FONCTION-PRINT-TOTAL
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           MOVE 'QUEST166-DATE' TO WS-PARAM-CLE
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
           MOVE 'QUEST166-JOURS' TO WS-PARAM-CLE
           MOVE 'N' TO WS-PARAM-TYPE
           MOVE '30' TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           IF WS-PARAM-CR = '8'
              DISPLAY ' CONSERVATION INVALIDE, DEFAUT 30 JOURS APPLIQUE'
              MOVE 30 TO WS-JOURS-CONSERV
           ELSE
              MOVE WS-PARAM-VALEUR(26:5) TO WS-JOURS-CONSERV
           END-IF.
      **************************************************************
      * EPURATION : UN ETAT DONT LA DATE EST ANTERIEURE A LA DATE  *
      * DE LA CHAINE MOINS LA DUREE DE CONSERVATION EST SUPPRIME   *
      **************************************************************
        FONCTION-EPURER-BIBLIOTHEQUE.
           MOVE WS-DATE-TRT TO WS-DATE-ISO
           PERFORM FONCTION-DATER-ISO
           COMPUTE WS-ORD-LIMITE = WS-DD-ORDINAL - WS-JOURS-CONSERV
           MOVE SPACES TO WS-DATE-PREC
           MOVE 'N' TO WS-PREC-PERIME
           MOVE LOW-VALUES TO RAP-CLE
           MOVE 'N' TO WS-FIN-BIBLIO
           START FRAPPORT KEY IS >= RAP-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-BIBLIO
           END-START
           PERFORM FONCTION-EXAMINER-PAGE
              UNTIL WS-FIN-BIBLIO = 'Y'.
      *-- LES LIGNES D'UN MEME ETAT PORTENT LA MEME DATE : LE RANG
      *-- N'EST RECALCULE QU'AU CHANGEMENT DE DATE
        FONCTION-EXAMINER-PAGE.
           READ FRAPPORT NEXT
              AT END MOVE 'Y' TO WS-FIN-BIBLIO
           END-READ
           IF WS-FIN-BIBLIO = 'N'
              IF RAP-DATE NOT = WS-DATE-PREC
                 MOVE RAP-DATE TO WS-DATE-PREC
                 MOVE RAP-DATE TO WS-DATE-ISO
                 PERFORM FONCTION-DATER-ISO
                 MOVE 'N' TO WS-PREC-PERIME
                 IF WS-DATE-VALIDE = 'O'
                    AND WS-DD-ORDINAL < WS-ORD-LIMITE
                    MOVE 'O' TO WS-PREC-PERIME
                 END-IF
              END-IF
              IF WS-PREC-PERIME = 'O'
                 DELETE FRAPPORT
                 IF FS-RAPPORT NOT = '00'
                    MOVE 'FRAPPORT' TO WS-ERR-FICHIER
                    MOVE FS-RAPPORT TO WS-ERR-STATUT
                    MOVE 'FONCTION-EXAMINER-PAGE' TO WS-ERR-PARAGRAPHE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
                 END-IF
                 ADD 1 TO WS-CPT-EPUREES
              END-IF
           END-IF.
      **************************************************************
      * LIGNE VERSEE : RANGEE DANS LA PAGE COURANTE DE SA REGION   *
      * POUR L'ETAT EN COURS                                       *
      **************************************************************
        FONCTION-TRAITER-LIGNE.
           ADD 1 TO WS-CPT-LUES
           IF RPX-RAPPORT NOT = WS-RAPPORT-COURANT
              IF WS-RAPPORT-COURANT NOT = SPACES
                 PERFORM FONCTION-CLORE-RAPPORT
              END-IF
              PERFORM FONCTION-OUVRIR-RAPPORT
           END-IF
           IF RPX-REGION IS NOT NUMERIC
              ADD 1 TO WS-CPT-REJETEES
              DISPLAY ' LIGNE SANS REGION REJETEE : ' RPX-RAPPORT
                      ' ' RPX-REGION ' ' RPX-COMPTE
              IF WS-ERR-RC-JOB < 4
                 MOVE 4 TO WS-ERR-RC-JOB
              END-IF
           ELSE
              PERFORM FONCTION-RANGER-LIGNE
           END-IF.
        FONCTION-RANGER-LIGNE.
           MOVE RPX-REGION TO WS-REGION-N
           COMPUTE WS-IX-REG = WS-REGION-N + 1
           ADD 1 TO WS-TAB-REG-LIGNES(WS-IX-REG)
           MOVE WS-TAB-REG-LIGNES(WS-IX-REG) TO WS-NUM-LIGNE
           SUBTRACT 1 FROM WS-NUM-LIGNE
           DIVIDE WS-NUM-LIGNE BY WS-LIGNES-PAGE GIVING WS-NUM-PAGE
                  REMAINDER WS-RESTE-PAGE
           MOVE SPACES TO RAPPORT-REC
           MOVE RPX-RAPPORT TO RAP-RAPPORT
           MOVE WS-DATE-TRT TO RAP-DATE
           MOVE RPX-REGION TO RAP-REGION
           COMPUTE RAP-PAGE = WS-NUM-PAGE + 1
           COMPUTE RAP-LIGNE = WS-RESTE-PAGE + 1
           MOVE RPX-COMPTE TO RAP-COMPTE
           MOVE RPX-TEXTE TO RAP-TEXTE
           WRITE RAPPORT-REC
           IF FS-RAPPORT NOT = '00'
              MOVE 'FRAPPORT' TO WS-ERR-FICHIER
              MOVE FS-RAPPORT TO WS-ERR-STATUT
              MOVE 'FONCTION-RANGER-LIGNE' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           ADD 1 TO WS-CPT-CHARGEES.
      *-- NOUVEL ETAT : LE CHARGEMENT PRECEDENT DU MEME ETAT A LA
      *-- MEME DATE (PROGRAMME EDITEUR REPRIS) EST SUPPRIME, LE
      *-- DERNIER VERSEMENT FAIT FOI
        FONCTION-OUVRIR-RAPPORT.
           MOVE RPX-RAPPORT TO WS-RAPPORT-COURANT
           ADD 1 TO WS-CPT-ETATS
           PERFORM VARYING WS-IX-REG FROM 1 BY 1 UNTIL WS-IX-REG > 100
              MOVE 0 TO WS-TAB-REG-LIGNES(WS-IX-REG)
           END-PERFORM
           MOVE LOW-VALUES TO RAP-CLE
           MOVE WS-RAPPORT-COURANT TO RAP-RAPPORT
           MOVE WS-DATE-TRT TO RAP-DATE
           MOVE 'N' TO WS-FIN-BIBLIO
           START FRAPPORT KEY IS >= RAP-CLE
              INVALID KEY MOVE 'Y' TO WS-FIN-BIBLIO
           END-START
           PERFORM FONCTION-RETIRER-ANCIEN
              UNTIL WS-FIN-BIBLIO = 'Y'.
        FONCTION-RETIRER-ANCIEN.
           READ FRAPPORT NEXT
              AT END MOVE 'Y' TO WS-FIN-BIBLIO
           END-READ
           IF WS-FIN-BIBLIO = 'N'
              IF RAP-RAPPORT NOT = WS-RAPPORT-COURANT
                 OR RAP-DATE NOT = WS-DATE-TRT
                 MOVE 'Y' TO WS-FIN-BIBLIO
              ELSE
                 DELETE FRAPPORT
                 IF FS-RAPPORT NOT = '00'
                    MOVE 'FRAPPORT' TO WS-ERR-FICHIER
                    MOVE FS-RAPPORT TO WS-ERR-STATUT
                    MOVE 'FONCTION-RETIRER-ANCIEN' TO WS-ERR-PARAGRAPHE
                    PERFORM FONCTION-SIGNALER-ERREUR
                    PERFORM FONCTION-FIN-PROGRAMME
                 END-IF
                 ADD 1 TO WS-CPT-REMPLACEES
              END-IF
           END-IF.
      *-- FIN D'UN ETAT : UNE LIGNE D'EDITION PAR REGION SERVIE
        FONCTION-CLORE-RAPPORT.
           PERFORM VARYING WS-IX-REG FROM 1 BY 1 UNTIL WS-IX-REG > 100
              IF WS-TAB-REG-LIGNES(WS-IX-REG) > 0
                 COMPUTE WS-REGION-N = WS-IX-REG - 1
                 MOVE WS-TAB-REG-LIGNES(WS-IX-REG) TO WS-NUM-LIGNE
                 SUBTRACT 1 FROM WS-NUM-LIGNE
                 DIVIDE WS-NUM-LIGNE BY WS-LIGNES-PAGE
                        GIVING WS-NB-PAGES
                 ADD 1 TO WS-NB-PAGES
                 MOVE WS-RAPPORT-COURANT TO WS-PRT-RAPPORT
                 MOVE WS-DATE-TRT TO WS-PRT-DATE
                 MOVE WS-REGION-N TO WS-PRT-REGION
                 MOVE WS-TAB-REG-LIGNES(WS-IX-REG) TO WS-PRT-LIGNES
                 MOVE WS-NB-PAGES TO WS-PRT-PAGES
                 MOVE WS-LIGNE04 TO REC-PRT
                 WRITE REC-PRT
                 ADD 1 TO WS-CPT-LIGNES-TOT
              END-IF
           END-PERFORM.
      *-- LE VERSEMENT CHARGE EST VIDE POUR LA NUIT SUIVANTE : LES
      *-- PROGRAMMES EDITEURS Y ECRIVENT EN EXTENSION
        FONCTION-VIDER-VERSEMENT.
           CLOSE FRAPEXT
           OPEN OUTPUT FRAPEXT
           IF FS-RAPEXT NOT = '00'
              MOVE 'FRAPEXT' TO WS-ERR-FICHIER
              MOVE FS-RAPEXT TO WS-ERR-STATUT
              MOVE 'FONCTION-VIDER-VERSEMENT' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      **************************************************************
      * RANG DU JOUR DEPUIS L'AN 1, POUR COMPARER UNE DATE A LA    *
      * DATE LIMITE DE CONSERVATION                                *
      **************************************************************
        FONCTION-DATER-ISO.
           MOVE 'N' TO WS-DATE-VALIDE
           IF WS-DI-AAAA IS NUMERIC AND WS-DI-MM IS NUMERIC
              AND WS-DI-JJ IS NUMERIC
              MOVE WS-DI-AAAA TO WS-DD-AAAA
              MOVE WS-DI-MM TO WS-DD-MM
              MOVE WS-DI-JJ TO WS-DD-JJ
              IF WS-DD-MM >= 1 AND WS-DD-MM <= 12
                 AND WS-DD-AAAA > 0
                 PERFORM FONCTION-RANG-CALENDAIRE
                 MOVE 'O' TO WS-DATE-VALIDE
              END-IF
           END-IF.
        FONCTION-RANG-CALENDAIRE.
           PERFORM FONCTION-ANNEE-BISSEXTILE
           MOVE WS-DD-JJ TO WS-DD-JJJ
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-DD-MM
                   OR WS-J > 12
              IF WS-J = 2
                 ADD WS-JM-FEVRIER TO WS-DD-JJJ
              ELSE
                 ADD WS-JM-NB(WS-J) TO WS-DD-JJJ
              END-IF
           END-PERFORM
           COMPUTE WS-DD-ANTERIEURES = WS-DD-AAAA - 1
           DIVIDE WS-DD-ANTERIEURES BY 4 GIVING WS-DD-BISS-4
           DIVIDE WS-DD-ANTERIEURES BY 100 GIVING WS-DD-BISS-100
           DIVIDE WS-DD-ANTERIEURES BY 400 GIVING WS-DD-BISS-400
           COMPUTE WS-DD-ORDINAL = WS-DD-ANTERIEURES * 365
                                 + WS-DD-BISS-4 - WS-DD-BISS-100
                                 + WS-DD-BISS-400 + WS-DD-JJJ.
        FONCTION-ANNEE-BISSEXTILE.
           DIVIDE WS-DD-AAAA BY 4 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-4
           DIVIDE WS-DD-AAAA BY 100 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-100
           DIVIDE WS-DD-AAAA BY 400 GIVING WS-DD-QUOTIENT
                  REMAINDER WS-DD-RESTE-400
           IF WS-DD-RESTE-400 = 0
              OR (WS-DD-RESTE-4 = 0 AND WS-DD-RESTE-100 NOT = 0)
              MOVE 29 TO WS-JM-FEVRIER
           ELSE
              MOVE 28 TO WS-JM-FEVRIER
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
        FONCTION-PRINT-TOTAL.
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LIGNES VERSEES LUES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-LUES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'ETATS CHARGES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-ETATS TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LIGNES CHARGEES' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-CHARGEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LIGNES REJETEES SANS REGION' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REJETEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LIGNES REMPLACEES (REPRISE)' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-REMPLACEES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE 'LIGNES EPUREES (CONSERVATION)' TO WS-PRT-TOT-LIBELLE
           MOVE WS-CPT-EPUREES TO WS-PRT-TOT-NB
           MOVE WS-LIGNE05 TO REC-PRT
           WRITE REC-PRT
           MOVE WS-LIGNE01 TO REC-PRT
           WRITE REC-PRT
           ADD 8 TO WS-CPT-LIGNES-TOT
           DISPLAY ' LIGNES VERSEES LUES : ' WS-CPT-LUES
           DISPLAY ' ETATS CHARGES       : ' WS-CPT-ETATS
           DISPLAY ' LIGNES CHARGEES     : ' WS-CPT-CHARGEES
           DISPLAY ' LIGNES REJETEES     : ' WS-CPT-REJETEES
           DISPLAY ' LIGNES REMPLACEES   : ' WS-CPT-REMPLACEES
           DISPLAY ' LIGNES EPUREES      : ' WS-CPT-EPUREES.
      **************************************************************
      * BANNIERE ET MARQUE DE FIN D'ETAT PREPAREES PAR LE SERVICE  *
      * D'EDITION PGMEDIT                                          *
      **************************************************************
        FONCTION-EDITER-BANNIERE.
           MOVE 'D' TO WS-ED-ACTION
           MOVE SPACES TO WS-ED-PARAMS
           STRING 'DATE=' DELIMITED SIZE
                  WS-DATE-TRT DELIMITED SIZE
                  ' JOURS=' DELIMITED SIZE
                  WS-JOURS-CONSERV DELIMITED SIZE
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
           MOVE 'QUEST166' TO CTLLOG-JOB
           MOVE ' LIGNES D ETATS CHARGEES' TO CTLLOG-LIBELLE
           MOVE WS-CPT-CHARGEES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST166' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FRAPEXT
           CLOSE FRAPPORT
           CLOSE FPRINT
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
