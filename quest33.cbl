      *MONTANTS) SUR LES SEULS MOUVEMENTS ACCEPTES, POUR RESTER     *
      *CONFORME AUX CONTROLES DES FUSIONS QUEST21/QUEST24. LA FIN   *
      *DE FICHIER RECUE EST D'ABORD VERIFIEE : UN LOT TRONQUE EN    *
      *TRANSFERT EST ABANDONNE AVEC CODE RETOUR 8.                  *
      *UN CHEQUE DEBITEUR DONT LE MONTANT DEPASSE LA PROVISION      *
      *(SOLDE, PLUS L'AUTORISATION FLIMITE EN COURS, MOINS LES      *
      *CHEQUES DEJA ACCEPTES DANS LE LOT) EST REJETE SANS PROVISION *
      *ET PORTE AU FICHIER DES IMPAYES FCHQIMP AVEC SON CODE MOTIF, *
      *POUR RETOUR A LA BANQUE PRESENTATRICE ET INJONCTION AU       *
      *TIREUR PAR QUEST121                                          *
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUEST33.
           ACCESS IS RANDOM
           RECORD KEY IS NU-COMPTE
           FILE STATUS IS FS-CLIENT.
           SELECT FDEVISE ASSIGN TO DDDEVISE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DEV-CLE
           FILE STATUS IS FS-DEVISE.
           SELECT FCHEQREG ASSIGN TO DDCHQREG
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           ACCESS IS RANDOM
           RECORD KEY IS OPP-CLE
           FILE STATUS IS FS-OPPOSIT.
           SELECT FLIMITE ASSIGN TO DDLIMITE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LIM-NUM-COMPTE
           FILE STATUS IS FS-LIMITE.
           SELECT FCHQIMP ASSIGN TO DDCHQIMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHQIMP.
           SELECT FBLOCAGE ASSIGN TO DDBLOCAG
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           05 REJET-MOTIF PIC X(20).
        FD FCLIENT.
           COPY CLIENT REPLACING NUM-COMPTE BY NU-COMPTE.
        FD FDEVISE.
        01 DEVISE.
           05 DEV-CLE.
              10 DEV-DATE PIC X(10).
           05 DEV-TAUX PIC 9(3)V9(6).
           05 FILLER PIC X(58).
        FD FCHEQREG.
        01 CHEQREG.
           05 CHQ-CLE.
              10 OPP-NUM-CHEQUE PIC 9(6).
           05 OPP-DATE-POSE PIC X(10).
           05 OPP-MOTIF PIC X(20).
           05 OPP-CODE-MOTIF PIC X(1).
           05 OPP-CONFIRMATION PIC X(15).
           05 OPP-OPERID PIC X(4).
           05 FILLER PIC X(18).
        FD FLIMITE.
        01 LIMITE.
           05 LIM-NUM-COMPTE PIC X(6).
           05 LIM-MONTANT PIC 9(10).
           05 LIM-DATE-EXPIR PIC X(10).
           05 LIM-DATE-DEPASS PIC X(10).
           05 FILLER PIC X(44).
        FD FCHQIMP.
        01 CHQIMP.
           05 IMP-NUM-COMPTE PIC X(6).
           05 IMP-NUM-CHEQUE PIC 9(6).
           05 IMP-MONTANT PIC 9(6)V99.
           05 IMP-DATE PIC X(10).
           05 IMP-CODE-AGENCE PIC X(3).
           05 IMP-CODE-MOTIF PIC X(2).
           05 IMP-PROVISION PIC S9(10)V99.
           05 FILLER PIC X(33).
        FD FBLOCAGE.
        01 BLOCAGE.
           05 BLO-NUM-COMPTE PIC X(6).
        01 FS-ACCEPT PIC X(2).
        01 FS-REJET PIC X(2).
        01 FS-CLIENT PIC X(2).
        01 FS-DEVISE PIC X(2).
        01 WS-MONT-LOCAL PIC 9(6)V99.
        01 FS-CHEQREG PIC X(2).
        01 FS-CHQPAYE PIC X(2).
        01 FS-OPPOSIT PIC X(2).
        01 FS-BLOCAGE PIC X(2).
        01 FS-LIMITE PIC X(2).
        01 FS-CHQIMP PIC X(2).
        01 WS-CHEQUE-N PIC 9(6).
        01 WS-PROVISION PIC S9(10)V99.
        01 WS-COMPTE-TROUVE PIC X(1).
        01 WS-CPT-IMPAYES PIC 9(7) VALUE 0.
      *-- CHEQUES DEJA ACCEPTES DANS LE LOT, PAR COMPTE
        01 WS-TAB-CHEQUES.
           05 WS-TAB-CQ-NB PIC 9(4) VALUE 0.
           05 WS-TAB-CQ-ENTREE OCCURS 0 TO 2000 TIMES
                DEPENDING ON WS-TAB-CQ-NB
                INDEXED BY WS-CQ-IDX.
              10 WS-TAB-CQ-COMPTE PIC X(6).
              10 WS-TAB-CQ-CUMUL PIC 9(10)V99.
        01 WS-SERIE-TROUVEE PIC X(1).
        01 WS-FIN-CHEQREG PIC X(1).
        01 FS-PRINT PIC X(2).
        01 FS-REFNUM PIC X(2).
        01 FS-CTLLOG PIC X(2).
           COPY WSERREUR.
        01 WS-REF-ACTION PIC X(1).
        01 WS-REF-TABLE PIC X(8).
        01 WS-REF-CODE PIC X(3).
        01 WS-REF-LIBELLE PIC X(30).
        01 WS-REF-CODE-LIE PIC X(3).
        01 WS-REF-RANG PIC 9(5).
        01 WS-REF-CR PIC X(1).
        01 WS-REF-COURANTE PIC 9(8) VALUE 0.
        01 WS-REFNUM-VIDE PIC X(1).
        01 WS-CHAIN-JOB PIC X(8) VALUE 'QUEST33'.
        01 WS-CHAIN-ACTION PIC X(1).
        01 WS-CHAIN-PRED PIC X(8).
        01 WS-CHAIN-CR PIC X(1).
        01 WS-CHAIN-VOLUME PIC 9(9) VALUE 0.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-MOTIF-REJET PIC X(20).
        01 WS-DATE-OPER-NUM PIC X(8).
           IF FS-MOUVEM = '00'
              DISPLAY ' FILE MOUVEM OPEN SUCCES : ' FS-MOUVEM
           ELSE
              MOVE 'FMOUVEM' TO WS-ERR-FICHIER
              MOVE FS-MOUVEM TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FACCEPT
           IF FS-ACCEPT = '00'
              DISPLAY ' FILE ACCEPT OPEN SUCCES : ' FS-ACCEPT
           ELSE
              MOVE 'FACCEPT' TO WS-ERR-FICHIER
              MOVE FS-ACCEPT TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN OUTPUT FREJET
           IF FS-REJET = '00'
              DISPLAY ' FILE REJET OPEN SUCCES : ' FS-REJET
           ELSE
              MOVE 'FREJET' TO WS-ERR-FICHIER
              MOVE FS-REJET TO WS-ERR-STATUT
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
           OPEN INPUT FDEVISE
           IF FS-DEVISE = '00'
              DISPLAY ' FILE DEVISE OPEN SUCCES : ' FS-DEVISE
           ELSE
              MOVE 'FDEVISE' TO WS-ERR-FICHIER
              MOVE FS-DEVISE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FCHEQREG
           IF FS-CHEQREG = '00'
              DISPLAY ' FILE CHEQREG OPEN SUCCES : ' FS-CHEQREG
           ELSE
              MOVE 'FCHEQREG' TO WS-ERR-FICHIER
              MOVE FS-CHEQREG TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN I-O FCHQPAYE
           IF FS-CHQPAYE = '00'
              DISPLAY ' FILE CHQPAYE OPEN SUCCES : ' FS-CHQPAYE
           ELSE
              MOVE 'FCHQPAYE' TO WS-ERR-FICHIER
              MOVE FS-CHQPAYE TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
           OPEN INPUT FOPPOSIT
           IF FS-OPPOSIT = '00'
              DISPLAY ' FILE OPPOSIT OPEN SUCCES : ' FS-OPPOSIT
           ELSE
              MOVE 'FOPPOSIT' TO WS-ERR-FICHIER
              MOVE FS-OPPOSIT TO WS-ERR-STATUT
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
           OPEN OUTPUT FCHQIMP
           IF FS-CHQIMP = '00'
              DISPLAY ' FILE CHQIMP OPEN SUCCES : ' FS-CHQIMP
           ELSE
              MOVE 'FCHQIMP' TO WS-ERR-FICHIER
              MOVE FS-CHQIMP TO WS-ERR-STATUT
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
           OPEN I-O FREFNUM
           IF FS-REFNUM = '00'
              DISPLAY ' FILE REFNUM OPEN SUCCES : ' FS-REFNUM
           ELSE
              MOVE 'FREFNUM' TO WS-ERR-FICHIER
              MOVE FS-REFNUM TO WS-ERR-STATUT
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
      *-- UN LOT ABANDONNE NE POSE PAS LE JALON DE FIN : QUEST30
      *-- RESTE BLOQUE TANT QUE LE LOT N'EST PAS REPRIS
           IF WS-CONTROLE-KO = 'N'
              MOVE WS-CPT-LUS TO WS-CHAIN-VOLUME
              MOVE 'F' TO WS-CHAIN-ACTION
              CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                    WS-CHAIN-PRED, WS-CHAIN-CR,
                                    WS-CHAIN-VOLUME
           END-IF.
      *-- VERROU D'ENCHAINEMENT : LE CONTROLE D'ENTREE NE DEMARRE
      *-- QUE SI LE DEDOUBLONNAGE QUEST32 A TERMINE POUR LA DATE
           MOVE 'V' TO WS-CHAIN-ACTION
           MOVE 'QUEST32' TO WS-CHAIN-PRED
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME
           IF WS-CHAIN-CR NOT = '0'
              DISPLAY ' CHAINE INCOMPLETE - QUEST33 ABANDONNE '
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'D' TO WS-CHAIN-ACTION
           CALL 'PGMCHAIN' USING WS-CHAIN-JOB, WS-CHAIN-ACTION,
                                 WS-CHAIN-PRED, WS-CHAIN-CR,
                                 WS-CHAIN-VOLUME.
      *-- LES CONTROLES TRANSMIS PAR L'AGENCE SONT VERIFIES SUR LE
      *-- FICHIER TEL QUE RECU : UN LOT TRONQUE EN TRANSFERT EST
      *-- ABANDONNE (PAS DE FIN DE FICHIER REEMISE, CODE RETOUR 8)
                         WS-CPT-LUS ' / ANNONCES '
                         WS-TRL-NBRE-ANNONCE
                 DISPLAY ' LOT ABANDONNE - FICHIER RECU INCOMPLET '
                 IF WS-ERR-RC-JOB < 8
                    MOVE 8 TO WS-ERR-RC-JOB
                 END-IF
              END-IF
           END-IF.
        FONCTION-LIRE-REFNUM.
              ELSE
                 DISPLAY ' COMPTEUR REFNUM NON MIS A JOUR : '
                         FS-REFNUM
                 MOVE 'FREFNUM' TO WS-ERR-FICHIER
                 MOVE FS-REFNUM TO WS-ERR-STATUT
                 MOVE 'FONCTION-MAJ-REFNUM' TO WS-ERR-PARAGRAPHE
                 PERFORM FONCTION-SIGNALER-ERREUR
              END-IF
           END-IF.
        FONCTION-CONTROLER-MOUVEMENT.
              END-IF
           END-IF.
        FONCTION-CONTROLER-NATMOUV.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'NATMOUV' TO WS-REF-TABLE
           MOVE WS-NAT-MOUV TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           PERFORM FONCTION-CONTROLER-REFERENTIEL
           IF WS-REF-CR NOT = '0'
              MOVE ' NATURE INCONNUE ' TO WS-MOTIF-REJET
           END-IF.
        FONCTION-CONTROLER-AGENCE.
           MOVE 'L' TO WS-REF-ACTION
           MOVE 'AGENCE' TO WS-REF-TABLE
           MOVE WS-CODE-AGENCE TO WS-REF-CODE
           CALL 'PGMREFER' USING WS-REF-ACTION, WS-REF-TABLE,
                                 WS-REF-CODE, WS-REF-LIBELLE,
                                 WS-REF-CODE-LIE, WS-REF-RANG,
                                 WS-REF-CR
           PERFORM FONCTION-CONTROLER-REFERENTIEL
           IF WS-REF-CR NOT = '0'
              MOVE ' AGENCE INCONNUE ' TO WS-MOTIF-REJET
           END-IF.
      *-- UNE TABLE DE REFERENCE INACCESSIBLE FERAIT REJETER TOUS
      *-- LES MOUVEMENTS : LE CONTROLE EST ALORS ABANDONNE
        FONCTION-CONTROLER-REFERENTIEL.
           IF WS-REF-CR = '8'
              DISPLAY ' TABLE DE REFERENCE INACCESSIBLE : '
                      WS-REF-TABLE
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
      *-- UN MOUVEMENT SUR COMPTE CLOTURE EST REJETE ; UN COMPTE
      *-- ENCORE INCONNU ICI SERA TRAITE EN SUSPENS PAR QUEST30
        FONCTION-CONTROLER-CLOTURE.
      *-- SUR LE MOUVEMENT DOIT APPARTENIR A UNE SERIE DELIVREE SUR
      *-- LE COMPTE (REGISTRE FCHEQREG TENU PAR QUEST73), NE PAS
      *-- ETRE FRAPPE D'OPPOSITION (FOPPOSIT) ET NE PAS AVOIR DEJA
      *-- ETE PAYE (FCHQPAYE), PUIS LE CHEQUE TIRE DOIT ETRE
      *-- PROVISIONNE. CE CONTROLE EST LE DERNIER DE LA CHAINE : UN
      *-- CHEQUE ACCEPTE EST AUSSITOT MARQUE PAYE
        FONCTION-CONTROLER-CHEQUE.
           IF WS-NUM-CHEQUE NOT NUMERIC
              MOVE ' NUM CHEQUE ABSENT ' TO WS-MOTIF-REJET
                 MOVE ' CHEQUE HORS SERIE ' TO WS-MOTIF-REJET
              END-IF
           END-IF
           IF WS-MOTIF-REJET = SPACES
              AND WS-SENS-MOUV = 'DB'
              PERFORM FONCTION-CONTROLER-PROVISION
           END-IF
           IF WS-MOTIF-REJET = SPACES
              PERFORM FONCTION-MARQUER-PAYE
           END-IF.
      *-- PROVISION DU CHEQUE : SOLDE DU COMPTE, PLUS L'AUTORISATION
      *-- DE DECOUVERT FLIMITE NON EXPIREE A LA DATE DU MOUVEMENT,
      *-- MOINS LES CHEQUES DEJA ACCEPTES SUR LE COMPTE DANS CE LOT.
      *-- UN COMPTE INCONNU (TRAITE EN SUSPENS PAR QUEST30) N'EST
      *-- PAS CONTROLE ICI
        FONCTION-CONTROLER-PROVISION.
           MOVE WS-NUM-COMPTE TO NU-COMPTE
           READ FCLIENT
              INVALID KEY
                 MOVE 'N' TO WS-COMPTE-TROUVE
              NOT INVALID KEY
                 MOVE 'O' TO WS-COMPTE-TROUVE
           END-READ
           IF WS-COMPTE-TROUVE = 'O'
              MOVE SOLDE TO WS-PROVISION
              MOVE WS-NUM-COMPTE TO LIM-NUM-COMPTE
              READ FLIMITE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LIM-DATE-EXPIR = SPACES
                       OR LIM-DATE-EXPIR >= WS-DATE-MOUV
                       ADD LIM-MONTANT TO WS-PROVISION
                    END-IF
              END-READ
              SET WS-CQ-IDX TO 1
              SEARCH WS-TAB-CQ-ENTREE
                 AT END
                    CONTINUE
                 WHEN WS-TAB-CQ-COMPTE(WS-CQ-IDX) = WS-NUM-COMPTE
                    SUBTRACT WS-TAB-CQ-CUMUL(WS-CQ-IDX)
                       FROM WS-PROVISION
              END-SEARCH
              IF WS-MONT-MOUV-N > WS-PROVISION
                 MOVE ' CHQ SANS PROVISION ' TO WS-MOTIF-REJET
                 PERFORM FONCTION-ECRIRE-IMPAYE
              ELSE
                 PERFORM FONCTION-CUMULER-CHEQUE
              END-IF
           END-IF.
        FONCTION-CUMULER-CHEQUE.
           SET WS-CQ-IDX TO 1
           SEARCH WS-TAB-CQ-ENTREE
              AT END
                 IF WS-TAB-CQ-NB < 2000
                    ADD 1 TO WS-TAB-CQ-NB
                    SET WS-CQ-IDX TO WS-TAB-CQ-NB
                    MOVE WS-NUM-COMPTE TO WS-TAB-CQ-COMPTE(WS-CQ-IDX)
                    MOVE WS-MONT-MOUV-N TO WS-TAB-CQ-CUMUL(WS-CQ-IDX)
                 END-IF
              WHEN WS-TAB-CQ-COMPTE(WS-CQ-IDX) = WS-NUM-COMPTE
                 ADD WS-MONT-MOUV-N TO WS-TAB-CQ-CUMUL(WS-CQ-IDX)
           END-SEARCH.
      *-- CHEQUE IMPAYE : MOTIF 'SP' (SANS PROVISION) POUR LE RETOUR
      *-- A LA BANQUE PRESENTATRICE, PROVISION CONSTATEE CONSERVEE
      *-- POUR LA LETTRE D'INJONCTION
        FONCTION-ECRIRE-IMPAYE.
           ADD 1 TO WS-CPT-IMPAYES
           MOVE SPACES TO CHQIMP
           MOVE WS-NUM-COMPTE TO IMP-NUM-COMPTE
           MOVE WS-CHEQUE-N TO IMP-NUM-CHEQUE
           MOVE WS-MONT-MOUV-N TO IMP-MONTANT
           MOVE WS-DATE-MOUV TO IMP-DATE
           MOVE WS-CODE-AGENCE TO IMP-CODE-AGENCE
           MOVE 'SP' TO IMP-CODE-MOTIF
           MOVE WS-PROVISION TO IMP-PROVISION
           WRITE CHQIMP.
        FONCTION-CHERCHER-SERIE.
           MOVE 'N' TO WS-SERIE-TROUVEE
           MOVE 'N' TO WS-FIN-CHEQREG
           WRITE REC-PRT
           DISPLAY ' MOUVEMENTS LUS : ' WS-CPT-LUS
           DISPLAY ' MOUVEMENTS ACCEPTES : ' WS-CPT-ACCEPTES
           DISPLAY ' MOUVEMENTS REJETES : ' WS-CPT-REJETES
           DISPLAY ' CHEQUES SANS PROVISION : ' WS-CPT-IMPAYES.
        FONCTION-ECRIRE-CTLLOG.
           MOVE 'QUEST33' TO CTLLOG-JOB
           MOVE ' MOUVEMENTS ACCEPTES ENTREE ' TO CTLLOG-LIBELLE
           MOVE WS-CPT-ACCEPTES TO CTLLOG-COMPTEUR
           WRITE CTLLOG-REC.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST33' TO WS-ERR-PROGRAMME
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
           CLOSE FMOUVEM
           CLOSE FACCEPT
           CLOSE FREJET
           CLOSE FCLIENT
           CLOSE FDEVISE
           CLOSE FCHEQREG
           CLOSE FCHQPAYE
           CLOSE FOPPOSIT
           CLOSE FLIMITE
           CLOSE FCHQIMP
           CLOSE FBLOCAGE
           CLOSE FPRINT
           CLOSE FREFNUM
           CLOSE FCTLLOG
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.
