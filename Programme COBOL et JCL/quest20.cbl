      *COLONNE DE DATE SUR CHAQUE LIGNE.                            *
      *LES MESSAGES CIBLES DU FICHIER FMSGREL (CAMPAGNE, REGION     *
      *ET/OU SEGMENT QUEST94, VALIDITE) SONT INSERES SOUS L'ENTETE  *
      *DES RELEVES QUALIFIES, AVEC COMPTEUR SERVI PAR CAMPAGNE.     *
      *LE REGISTRE DES CONSENTEMENTS FCONSENT DE LA PERSONNE DU     *
      *COMPTE (FCLILINK) EST CONSULTE : UN REFUS DU COURRIER        *
      *COMMERCIAL (CANAL 'P') SUPPRIME TOUT MESSAGE, UN REFUS DU    *
      *PROFILAGE (CANAL 'M') SUPPRIME LES MESSAGES CIBLES PAR       *
      *SEGMENT                                                      *
      *UN COMPTE DONT L'ADRESSE FADRESSE EST MARQUEE INVALIDE PAR   *
      *LA SAISIE DES RETOURS DE COURRIER (QUEST161) NE RECOIT PAS   *
      *DE RELEVE : LE RELEVE EST CONSIGNE DANS LE FICHIER DU        *
      *COURRIER RETENU FCOURRET (TYPE 'RV') JUSQU'A CORRECTION      *
      **************************************************************
        IDENTIFICATION DIVISION.                                      
        PROGRAM-ID. QUEST20.                                          
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRINT.
           SELECT FCOTITU ASSIGN TO DDCOTITU
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           ACCESS IS RANDOM
           RECORD KEY IS SEG-NUM-COMPTE
           FILE STATUS IS FS-SEGMENT.
           SELECT FCLILINK ASSIGN TO DDCLILNK
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LNK-NUM-COMPTE
           FILE STATUS IS FS-CLILINK.
           SELECT FCONSENT ASSIGN TO DDCONSEN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CNS-CLE
           FILE STATUS IS FS-CONSENT.
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
        FD FPRINT.
           05 ENR-PRT PIC X(80).
        FD FCTLLOG.
           COPY CTLLOG.
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FMOUVIX.
           05 SEG-CODE PIC X(1).
           05 SEG-DATE-MAJ PIC X(10).
           05 FILLER PIC X(63).
        FD FCLILINK.
        01 CLILINK.
           05 LNK-NUM-COMPTE PIC X(6).
           05 LNK-NUM-CLIENT PIC X(8).
           05 FILLER PIC X(66).
        FD FCONSENT.
           COPY CONSENT.
        FD FADRESSE.
        01 ADRESSE-EXT.
           05 ADR-NUM-COMPTE PIC X(6).
           05 ADR-VILLE PIC X(15).
           05 ADR-CODE-POSTAL PIC X(5).
           05 ADR-PAYS PIC X(10).
           05 ADR-STATUT PIC X(1).
           05 ADR-DATE-RETOUR PIC X(10).
           05 ADR-TYPE-DOC PIC X(2).
           05 FILLER PIC X(1).
        FD FCOURRET.
           COPY COURRET.
        WORKING-STORAGE SECTION.
        01 WS-CLIENT.                                               
            05 WS-NU-COMPTE PIC X(6).
           05 FILLER PIC X(2).
        01 FS-MOUVIX PIC 9(2).
        01 FS-PRINT PIC 9(2).
        01 FS-CTLLOG PIC X(2).
        01 FS-COTITU PIC X(2).
        01 FS-ADRESSE PIC X(2).
        01 FS-MSGREL PIC X(2).
        01 FS-SEGMENT PIC X(2).
        01 FS-CLILINK PIC X(2).
        01 FS-CONSENT PIC X(2).
        01 FS-COURRET PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-ADRESSE-TROUVEE PIC X(1).
        01 WS-DATE-EDITION PIC X(10).
        01 WS-SEGMENT-CLIENT PIC X(1).
        01 WS-REFUS-POSTAL PIC X(1).
        01 WS-REFUS-PROFILAGE PIC X(1).
      *-- MESSAGES CIBLES A INSERER SUR LES RELEVES (FICHIER
      *-- FMSGREL TENU PAR LE MARKETING : CAMPAGNE, REGION CIBLE
      *-- 00 = TOUTES, SEGMENT CIBLE BLANC = TOUS, VALIDITE,
           05 FILLER PIC X(1) VALUE '*'.
        01 WS-LIBELLE-NATMOUV PIC X(20).
        01 WS-CPT-RELEVES PIC 9(5) VALUE 0.
        01 WS-CPT-RETENUS PIC 9(5) VALUE 0.
        01 WS-ADRESSE-INVALIDE PIC X(1).
        01 WS-END-OF-FILE PIC X(1).                                 
        01 WS-CLIENT-NUM-COMPTE PIC X(6).
        01 WS-LIGNE01 PIC X(80) VALUE ALL '*'. 
           IF FS-MOUVIX = 00
              DISPLAY ' FILE MOUVIX OPEN SUCCES : ' FS-MOUVIX
           ELSE
              MOVE 'FMOUVIX' TO WS-ERR-FICHIER
              MOVE FS-MOUVIX TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCLIENT.                                           
           IF FS-CLIENT = 00                                           
              DISPLAY ' FILE CLIENT OPEN SUCCES : ' FS-CLIENT          
           ELSE                                                        
              MOVE 'FCLIENT' TO WS-ERR-FICHIER
              MOVE FS-CLIENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
           END-IF.  
           OPEN OUTPUT FPRINT
           IF FS-PRINT = 00
              DISPLAY ' FILE PRINT OPEN SUCCES : ' FS-PRINT
           ELSE
              MOVE 'FPRINT' TO WS-ERR-FICHIER
              MOVE FS-PRINT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCOTITU
           IF FS-COTITU = '00'
              DISPLAY ' FILE COTITU OPEN SUCCES : ' FS-COTITU
           ELSE
              MOVE 'FCOTITU' TO WS-ERR-FICHIER
              MOVE FS-COTITU TO WS-ERR-STATUT
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
           OPEN INPUT FMSGREL
           IF FS-MSGREL = '00'
              DISPLAY ' FILE MSGREL OPEN SUCCES : ' FS-MSGREL
           ELSE
              MOVE 'FMSGREL' TO WS-ERR-FICHIER
              MOVE FS-MSGREL TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FSEGMENT
           IF FS-SEGMENT = '00'
              DISPLAY ' FILE SEGMENT OPEN SUCCES : ' FS-SEGMENT
           ELSE
              MOVE 'FSEGMENT' TO WS-ERR-FICHIER
              MOVE FS-SEGMENT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCLILINK
           IF FS-CLILINK = '00'
              DISPLAY ' FILE CLILINK OPEN SUCCES : ' FS-CLILINK
           ELSE
              MOVE 'FCLILINK' TO WS-ERR-FICHIER
              MOVE FS-CLILINK TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCONSENT
           IF FS-CONSENT = '00'
              DISPLAY ' FILE CONSENT OPEN SUCCES : ' FS-CONSENT
           ELSE
              MOVE 'FCONSENT' TO WS-ERR-FICHIER
              MOVE FS-CONSENT TO WS-ERR-STATUT
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
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
              MOVE WS-NUM-COMPTE TO WS-CLIENT-NUM-COMPTE
              PERFORM FONCTION-CUMULER-NET
              PERFORM FONCTION-CONTROLER-ADRESSE
              IF WS-ADRESSE-INVALIDE = 'O'
                 PERFORM FONCTION-RETENIR-RELEVE
              ELSE
                 PERFORM FONCTION-PRINT-ENTETE
                 PERFORM FONCTION-REPOSITIONNER
                 PERFORM FONCTION-PRINT-TAB
              END-IF
           END-PERFORM
           DISPLAY ' RELEVES RETENUS (ADRESSE INVALIDE) : '
                   WS-CPT-RETENUS
           PERFORM FONCTION-PRINT-CAMPAGNES
           PERFORM FONCTION-ECRIRE-CTLLOG.
        FONCTION-ACCEPT-PARAMETRES.
           END-READ.
      *-- LES MESSAGES DONT LA CIBLE (REGION ET/OU SEGMENT)
      *-- CORRESPOND AU CLIENT SONT IMPRIMES SOUS L'ENTETE ; LE
      *-- SEGMENT VIENT DU FICHIER FSEGMENT RAFRAICHI PAR QUEST94.
      *-- SANS SEGMENT (PROFILAGE REFUSE), SEULS LES MESSAGES NON
      *-- CIBLES PAR SEGMENT RESTENT QUALIFIES
        FONCTION-PRINT-MESSAGES.
           PERFORM FONCTION-LIRE-CONSENTEMENTS
           MOVE SPACE TO WS-SEGMENT-CLIENT
           IF WS-REFUS-PROFILAGE = 'N'
              MOVE WS-CLIENT-NUM-COMPTE TO SEG-NUM-COMPTE
              READ FSEGMENT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SEG-CODE TO WS-SEGMENT-CLIENT
              END-READ
           END-IF
           IF WS-TAB-MS-NB > 0
              AND WS-REFUS-POSTAL = 'N'
              PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > WS-TAB-MS-NB
                 IF (WS-TAB-MS-REGION(WS-MS-IDX) = 0
                 END-IF
              END-PERFORM
           END-IF.
      *-- CONSENTEMENTS DE LA PERSONNE DU COMPTE AU COURRIER
      *-- COMMERCIAL ET AU PROFILAGE : SEUL UN REFUS ENREGISTRE
      *-- ('N') RETIRE LES MESSAGES
        FONCTION-LIRE-CONSENTEMENTS.
           MOVE 'N' TO WS-REFUS-POSTAL
           MOVE 'N' TO WS-REFUS-PROFILAGE
           MOVE WS-CLIENT-NUM-COMPTE TO LNK-NUM-COMPTE
           READ FCLILINK
              NOT INVALID KEY
                 MOVE LNK-NUM-CLIENT TO CNS-NUM-CLIENT
                 MOVE 'P' TO CNS-CANAL
                 READ FCONSENT
                    NOT INVALID KEY
                       IF CNS-ACCORD = 'N'
                          MOVE 'O' TO WS-REFUS-POSTAL
                       END-IF
                 END-READ
                 MOVE LNK-NUM-CLIENT TO CNS-NUM-CLIENT
                 MOVE 'M' TO CNS-CANAL
                 READ FCONSENT
                    NOT INVALID KEY
                       IF CNS-ACCORD = 'N'
                          MOVE 'O' TO WS-REFUS-PROFILAGE
                       END-IF
                 END-READ
           END-READ.
      *-- COMPTEUR DE MESSAGES SERVIS PAR CAMPAGNE, POUR LA
      *-- REFACTURATION INTERNE DU MARKETING
        FONCTION-PRINT-CAMPAGNES.
              END-IF
              PERFORM FONCTION-READ-FMOUV
           END-PERFORM.
      *-- ADRESSE MARQUEE INVALIDE PAR UN RETOUR DE COURRIER : LE
      *-- RELEVE N'EST PAS IMPRIME. LA PRE-PASSE DE CUMUL A DEJA
      *-- AMENE LA LECTURE AU COMPTE SUIVANT, IL N'Y A PAS DE
      *-- REPOSITIONNEMENT
        FONCTION-CONTROLER-ADRESSE.
           MOVE 'N' TO WS-ADRESSE-INVALIDE
           MOVE WS-CLIENT-NUM-COMPTE TO ADR-NUM-COMPTE
           READ FADRESSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ADR-STATUT = 'I'
                    MOVE 'O' TO WS-ADRESSE-INVALIDE
                 END-IF
           END-READ.
        FONCTION-RETENIR-RELEVE.
           ADD 1 TO WS-CPT-RETENUS
           MOVE SPACES TO COURRET-REC
           MOVE WS-CLIENT-NUM-COMPTE TO COURRET-NUM-COMPTE
           MOVE WS-DATE-EDITION TO COURRET-DATE
           MOVE 'QUEST20' TO COURRET-JOB
           MOVE 'RV' TO COURRET-TYPE-DOC
           MOVE ADR-DATE-RETOUR TO COURRET-DATE-RETOUR
           MOVE 'RELEVE DE COMPTE' TO COURRET-REFERENCE
           WRITE COURRET-REC.
        FONCTION-REPOSITIONNER.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-CLIENT-NUM-COMPTE TO MVX-NUM-COMPTE
           MOVE WS-SOLDE-AFFICHE TO WS-SE20-VAL
           MOVE WS-POSIT-COURANT TO WS-SE20-POSIT.
        FONCTION-CHERCH-NATMOUV.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATMOUV' TO WS-REF-TABLE
           MOVE WS-NAT-MOUV TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           MOVE WS-REF-LIBELLE TO WS-LIBELLE-NATMOUV.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST20' TO CTLLOG-JOB
           MOVE ' RELEVES IMPRIMES SUR FPRINT ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RELEVES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC
           MOVE 'QUEST20' TO CTLLOG-JOB
           MOVE ' RELEVES RETENUS' TO CTLLOG-LIBELLE
           MOVE WS-CPT-RETENUS TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST20' TO WS-ERR-PROGRAMME
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
           CLOSE FMOUVIX
           CLOSE FCLIENT
           CLOSE FPRINT
           CLOSE FCOTITU
           CLOSE FADRESSE
           CLOSE FMSGREL
           CLOSE FSEGMENT
           CLOSE FCLILINK
           CLOSE FCONSENT
           CLOSE FCTLLOG
           CLOSE FCOURRET
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.                                                            
