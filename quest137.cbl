      **************************************************************
      *PROGRAMME DE MAINTENANCE BATCH DU FICHIER DES ABONNEMENTS AU *
      *RELEVE ELECTRONIQUE FABOREL (KSDS PAR NUM-COMPTE) : AJOUT,   *
      *MODIFICATION OU SUPPRESSION D'UN ABONNEMENT (FREQUENCE 'J'   *
      *QUOTIDIENNE OU 'M' MENSUELLE, CANAL DE REMISE 'E' EBICS, 'T' *
      *TRANSFERT DE FICHIERS OU 'P' PORTAIL, IDENTIFIANT DU         *
      *DESTINATAIRE SUR LE CANAL, DATES DE DEBUT ET DE FIN) SUR LE  *
      *MODELE DE QUEST76. SEUL UN COMPTE FCLIENT NON CLOTURE D'UN   *
      *CLIENT PROFESSIONNEL (LISTES FPARAM QUEST136-ACTPRO ET       *
      *QUEST136-NATPRO, COMME A L'EXTRACTION QUEST136) PEUT ETRE    *
      *ABONNE                                                       *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST137.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FABOREL ASSIGN TO DDABOREL
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ABR-NUM-COMPTE
           FILE STATUS IS FS-ABOREL.
           SELECT FCLIENT ASSIGN TO DDCLIENT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS NUM-COMPTE
           FILE STATUS IS FS-CLIENT.
        DATA DIVISION.
        FILE SECTION.
        FD FABOREL.
        01 ABOREL.
           05 ABR-NUM-COMPTE PIC X(6).
           05 ABR-FREQUENCE PIC X(1).
           05 ABR-CANAL PIC X(1).
           05 ABR-DESTINATAIRE PIC X(20).
           05 ABR-DATE-DEBUT PIC X(10).
           05 ABR-DATE-FIN PIC X(10).
           05 FILLER PIC X(32).
        FD FCLIENT.
           COPY CLIENT.
        WORKING-STORAGE SECTION.
        01 FS-ABOREL PIC X(2).
        01 FS-CLIENT PIC X(2).
           COPY WSERREUR.
        01 WS-ACTION PIC X(1).
        01 WS-ABOREL.
           05 WS-ABR-NUM-COMPTE PIC X(6).
           05 WS-ABR-FREQUENCE PIC X(1).
           05 WS-ABR-CANAL PIC X(1).
           05 WS-ABR-DESTINATAIRE PIC X(20).
           05 WS-ABR-DATE-DEBUT PIC X(10).
           05 WS-ABR-DATE-FIN PIC X(10).
        01 WS-PROFESSIONNEL PIC X(1).
        01 WS-CODE-X2 PIC X(2).
        01 WS-I PIC 9(2).
        01 WS-LISTE-ACTPRO PIC X(30).
        01 WS-TAB-ACTPRO REDEFINES WS-LISTE-ACTPRO.
           05 WS-ACTPRO PIC X(2) OCCURS 15 TIMES.
        01 WS-LISTE-NATPRO PIC X(30).
        01 WS-TAB-NATPRO REDEFINES WS-LISTE-NATPRO.
           05 WS-NATPRO PIC X(2) OCCURS 15 TIMES.
        01 WS-PARAM-CLE PIC X(30).
        01 WS-PARAM-TYPE PIC X(1).
        01 WS-PARAM-DEFAUT PIC X(30).
        01 WS-PARAM-VALEUR PIC X(30).
        01 WS-PARAM-CR PIC X(1).
        PROCEDURE DIVISION.
           PERFORM FONCTION-DEBUT-PROGRAMME.
           PERFORM FONCTION-PROGRAMME.
           PERFORM FONCTION-FIN-PROGRAMME.
        FONCTION-DEBUT-PROGRAMME.
           DISPLAY 'DEBUT DU PROGRAMME'.
           OPEN I-O FABOREL.
           IF FS-ABOREL = '00'
              DISPLAY ' FILE ABOREL OPEN SUCCES : ' FS-ABOREL
           ELSE
              MOVE 'FABOREL' TO WS-ERR-FICHIER
              MOVE FS-ABOREL TO WS-ERR-STATUT
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
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-ABONNEMENT
           EVALUATE WS-ACTION
              WHEN 'A'
                 PERFORM FONCTION-AJOUTER-ABONNEMENT
              WHEN 'M'
                 PERFORM FONCTION-MODIFIER-ABONNEMENT
              WHEN 'S'
                 PERFORM FONCTION-SUPPRIMER-ABONNEMENT
              WHEN OTHER
                 DISPLAY ' ACTION INCONNUE : ' WS-ACTION
           END-EVALUATE.
        FONCTION-ACCEPT-ABONNEMENT.
           DISPLAY 'ACTION (A=AJOUT M=MODIF S=SUPPRESSION) :'
           ACCEPT WS-ACTION
           DISPLAY 'NUMERO DE COMPTE :'
           ACCEPT WS-ABR-NUM-COMPTE
           IF WS-ACTION NOT = 'S'
              DISPLAY 'FREQUENCE (J=QUOTIDIENNE M=MENSUELLE) :'
              ACCEPT WS-ABR-FREQUENCE
              DISPLAY 'CANAL (E=EBICS T=TRANSFERT P=PORTAIL) :'
              ACCEPT WS-ABR-CANAL
              DISPLAY 'IDENTIFIANT DU DESTINATAIRE SUR LE CANAL :'
              ACCEPT WS-ABR-DESTINATAIRE
              DISPLAY 'DATE DE DEBUT (AAAA-MM-JJ) :'
              ACCEPT WS-ABR-DATE-DEBUT
              DISPLAY 'DATE DE FIN (AAAA-MM-JJ, BLANC = AUCUNE) :'
              ACCEPT WS-ABR-DATE-FIN
              PERFORM FONCTION-CONTROLER-SAISIE
           END-IF.
        FONCTION-CONTROLER-SAISIE.
           IF WS-ABR-FREQUENCE NOT = 'J'
              AND WS-ABR-FREQUENCE NOT = 'M'
              DISPLAY ' FREQUENCE INVALIDE : ' WS-ABR-FREQUENCE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-ABR-CANAL NOT = 'E' AND WS-ABR-CANAL NOT = 'T'
              AND WS-ABR-CANAL NOT = 'P'
              DISPLAY ' CANAL INVALIDE : ' WS-ABR-CANAL
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-ABR-DESTINATAIRE = SPACES
              DISPLAY ' IDENTIFIANT DESTINATAIRE OBLIGATOIRE '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF WS-ABR-DATE-DEBUT = SPACES
              OR (WS-ABR-DATE-FIN NOT = SPACES
                  AND WS-ABR-DATE-FIN < WS-ABR-DATE-DEBUT)
              DISPLAY ' DATES D ABONNEMENT INVALIDES '
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           MOVE WS-ABR-NUM-COMPTE TO NUM-COMPTE
           READ FCLIENT
              INVALID KEY
                 DISPLAY ' COMPTE INCONNU : ' WS-ABR-NUM-COMPTE
                 MOVE 'FCLIENT' TO WS-ERR-FICHIER
                 MOVE FS-CLIENT TO WS-ERR-STATUT
                 MOVE 'FONCTION-CONTROLER-SAISIE' TO WS-ERR-PARAGRAPHE
                 MOVE NUM-COMPTE TO WS-ERR-CLE
                 PERFORM FONCTION-SIGNALER-ERREUR
                 PERFORM FONCTION-FIN-PROGRAMME
           END-READ
           IF STATUT-COMPTE = 'C'
              DISPLAY ' COMPTE CLOTURE : ' WS-ABR-NUM-COMPTE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           PERFORM FONCTION-CONTROLER-PROFESSIONNEL
           IF WS-PROFESSIONNEL = 'N'
              DISPLAY ' CLIENT NON PROFESSIONNEL : ' WS-ABR-NUM-COMPTE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- MEMES LISTES FPARAM QUE L'EXTRACTION QUEST136 : ACTIVITE
      *-- DANS QUEST136-ACTPRO (A BLANC : ACTIVITE RENSEIGNEE) ET
      *-- NATURE DANS QUEST136-NATPRO (A BLANC : TOUTE NATURE)
        FONCTION-CONTROLER-PROFESSIONNEL.
           MOVE 'QUEST136-ACTPRO' TO WS-PARAM-CLE
           MOVE 'X' TO WS-PARAM-TYPE
           MOVE SPACES TO WS-PARAM-DEFAUT
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR TO WS-LISTE-ACTPRO
           MOVE 'QUEST136-NATPRO' TO WS-PARAM-CLE
           CALL 'PGMPARAM' USING WS-PARAM-CLE, WS-PARAM-TYPE,
                                 WS-PARAM-DEFAUT, WS-PARAM-VALEUR,
                                 WS-PARAM-CR
           MOVE WS-PARAM-VALEUR TO WS-LISTE-NATPRO
           MOVE 'N' TO WS-PROFESSIONNEL
           MOVE ACTI-PRO TO WS-CODE-X2
           IF WS-LISTE-ACTPRO = SPACES
              IF ACTI-PRO NOT = 0
                 MOVE 'O' TO WS-PROFESSIONNEL
              END-IF
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
                 IF WS-ACTPRO(WS-I) = WS-CODE-X2
                    MOVE 'O' TO WS-PROFESSIONNEL
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PROFESSIONNEL = 'O'
              AND WS-LISTE-NATPRO NOT = SPACES
              MOVE 'N' TO WS-PROFESSIONNEL
              MOVE NAT-COMPTE TO WS-CODE-X2
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
                 IF WS-NATPRO(WS-I) = WS-CODE-X2
                    MOVE 'O' TO WS-PROFESSIONNEL
                 END-IF
              END-PERFORM
           END-IF.
        FONCTION-AJOUTER-ABONNEMENT.
           MOVE SPACES TO ABOREL
           MOVE WS-ABR-NUM-COMPTE TO ABR-NUM-COMPTE
           MOVE WS-ABR-FREQUENCE TO ABR-FREQUENCE
           MOVE WS-ABR-CANAL TO ABR-CANAL
           MOVE WS-ABR-DESTINATAIRE TO ABR-DESTINATAIRE
           MOVE WS-ABR-DATE-DEBUT TO ABR-DATE-DEBUT
           MOVE WS-ABR-DATE-FIN TO ABR-DATE-FIN
           WRITE ABOREL
              INVALID KEY
                 DISPLAY ' ABONNEMENT DEJA EXISTANT '
                 MOVE 'FABOREL' TO WS-ERR-FICHIER
                 MOVE FS-ABOREL TO WS-ERR-STATUT
                 MOVE 'FONCTION-AJOUTER-ABONNEMENT' TO WS-ERR-PARAGRAPHE
                 MOVE ABR-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY DISPLAY ' ABONNEMENT CREE '
           END-WRITE.
        FONCTION-MODIFIER-ABONNEMENT.
           MOVE WS-ABR-NUM-COMPTE TO ABR-NUM-COMPTE
           READ FABOREL
              INVALID KEY
                 DISPLAY ' ABONNEMENT INCONNU : ' WS-ABR-NUM-COMPTE
                 MOVE 'FABOREL' TO WS-ERR-FICHIER
                 MOVE FS-ABOREL TO WS-ERR-STATUT
                 MOVE 'FONCTION-MODIFIER-ABONNEMENT'
                   TO WS-ERR-PARAGRAPHE
                 MOVE ABR-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 MOVE WS-ABR-FREQUENCE TO ABR-FREQUENCE
                 MOVE WS-ABR-CANAL TO ABR-CANAL
                 MOVE WS-ABR-DESTINATAIRE TO ABR-DESTINATAIRE
                 MOVE WS-ABR-DATE-DEBUT TO ABR-DATE-DEBUT
                 MOVE WS-ABR-DATE-FIN TO ABR-DATE-FIN
                 REWRITE ABOREL
                 DISPLAY ' ABONNEMENT MODIFIE '
           END-READ.
        FONCTION-SUPPRIMER-ABONNEMENT.
           MOVE WS-ABR-NUM-COMPTE TO ABR-NUM-COMPTE
           DELETE FABOREL
              INVALID KEY
                 DISPLAY ' ABONNEMENT INCONNU : ' WS-ABR-NUM-COMPTE
                 MOVE 'FABOREL' TO WS-ERR-FICHIER
                 MOVE FS-ABOREL TO WS-ERR-STATUT
                 MOVE 'FONCTION-SUPPRIMER-ABONNEMENT'
                   TO WS-ERR-PARAGRAPHE
                 MOVE ABR-NUM-COMPTE TO WS-ERR-CLE
                 MOVE 4 TO WS-ERR-GRAVITE
                 PERFORM FONCTION-SIGNALER-ERREUR
              NOT INVALID KEY
                 DISPLAY ' ABONNEMENT SUPPRIME '
           END-DELETE.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST137' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FABOREL
           CLOSE FCLIENT
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
