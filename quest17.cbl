      **************************************************************   
      *PROGRAMME POUR AFFICHER LES 5 PREMIER CLIENT DEBITEUR       *   
      *LA CLIENTELE EST LUE SUR L'EXTRAIT FSNAPCLI (QUEST139)      *   
      **************************************************************   
        IDENTIFICATION DIVISION.                                       
        PROGRAM-ID. QUEST17.                                           
        ENVIRONMENT DIVISION.                                          
        INPUT-OUTPUT SECTION.                                          
        FILE-CONTROL.                                                  
           SELECT FSNAPCLI ASSIGN TO DDSNAPCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SNAPCLI.
           SELECT FCLIENT-WK ASSIGN TO FWORK.
        DATA DIVISION.
        FILE SECTION.
        FD FSNAPCLI.
           COPY CLISNAP.
        SD FCLIENT-WK.
        01 CLIENT-WK.
           05 NUM-COMPTE-WK PIC X(6).
           05 WS-SOLDE PIC S9(8)V99.
           05 WS-POSIT PIC X(2).                                   
           05 FILLER PIC X(19).                                    
        01 FS-SNAPCLI PIC X(2).
           COPY WSERREUR.
        01 WS-SNP-LUS PIC 9(9) VALUE 0.
        01 WS-SNP-CONTROLE PIC X(1) VALUE 'N'.
        01 WS-END-OF-FILE PIC X(1).
        01 WS-COMPTEUR PIC 9(4).
        01 WS-NB-DEMANDE PIC 9(4).
           PERFORM FONCTION-FIN-PROGRAMME.                            
        FONCTION-DEBUT-PROGRAMME.                                     
           DISPLAY 'DEBUT DU PROGRAMME'.                              
           OPEN INPUT FSNAPCLI
           IF FS-SNAPCLI = '00'
              DISPLAY ' FILE SNAPCLI OPEN SUCCES : ' FS-SNAPCLI
           ELSE
              MOVE 'FSNAPCLI' TO WS-ERR-FICHIER
              MOVE FS-SNAPCLI TO WS-ERR-STATUT
              MOVE 'FONCTION-DEBUT-PROGRAMME' TO WS-ERR-PARAGRAPHE
              PERFORM FONCTION-SIGNALER-ERREUR
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-PROGRAMME.
           PERFORM FONCTION-ACCEPT-PARAMETRES
           PERFORM FONCTION-AFFICHER-CLIENT.
               PERFORM FONCTION-READ-CLIENT-WK
           END-PERFORM.
        FONCTION-READ-CLIENT.
           READ FSNAPCLI
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF WS-END-OF-FILE = 'Y'
              PERFORM FONCTION-CONTROLER-EXTRAIT
           ELSE
              IF SNP-TYPE = 'T'
                 MOVE 'O' TO WS-SNP-CONTROLE
                 PERFORM FONCTION-CONTROLER-EXTRAIT
                 MOVE 'Y' TO WS-END-OF-FILE
              ELSE
                 ADD 1 TO WS-SNP-LUS
                 MOVE SNP-CLIENT TO WS-CLIENT
              END-IF
           END-IF.
      *-- L'EXTRAIT N'EST ACCEPTE QUE COMPLET : ENREGISTREMENT DE
      *-- CONTROLE PRESENT ET NOMBRE DE COMPTES LUS CONCORDANT
        FONCTION-CONTROLER-EXTRAIT.
           IF WS-SNP-CONTROLE NOT = 'O'
              DISPLAY ' EXTRAIT CLIENTS SANS ENREGISTREMENT DE CONTROLE'
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF
           IF SNT-NB-COMPTES NOT = WS-SNP-LUS
              DISPLAY ' EXTRAIT CLIENTS INCOMPLET : ' WS-SNP-LUS
                      ' COMPTES LUS POUR ' SNT-NB-COMPTES
              MOVE 8 TO RETURN-CODE
              PERFORM FONCTION-FIN-PROGRAMME
           END-IF.
        FONCTION-READ-CLIENT-WK.
           RETURN FCLIENT-WK INTO WS-CLIENT
              AT END MOVE 'Y' TO WS-END-OF-FILE
           END-RETURN.
      *-- ERREUR D'ENTREE-SORTIE CONFIEE AU SERVICE STANDARD
      *-- PGMERR : JOURNAL FERRLOG ET CODE RETOUR LE PLUS GRAVE
        FONCTION-SIGNALER-ERREUR.
           MOVE 'QUEST17' TO WS-ERR-PROGRAMME
           CALL 'PGMERR' USING WS-ERREUR
           MOVE WS-ERR-RC-JOB TO RETURN-CODE.
      *-- LE CODE RETOUR LE PLUS GRAVE DU PASSAGE EST RESTITUE A
      *-- L'ARRET, MEME SI UN APPEL DE SERVICE L'A REMIS A ZERO
      *-- ENTRE-TEMPS
        FONCTION-FIN-PROGRAMME.
           IF RETURN-CODE > WS-ERR-RC-JOB
              MOVE RETURN-CODE TO WS-ERR-RC-JOB
           END-IF
           CLOSE FSNAPCLI.
           MOVE WS-ERR-RC-JOB TO RETURN-CODE
           STOP RUN.                                                                                                                                                                                                                                 
