           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
              INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
              MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
              MOVE 'REFTFIX' TO FCIFAL-NOMJOB
              MOVE 'S0001' TO FCIFAL-SCEDMD-FCT
              SET FCIFAL-TYPACN-SPS TO TRUE
              MOVE WS-CLE-TEST(WS-I) TO EMLENT-EMPID
        FONCTION-INSERER-JEU.
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'REFTFIX' TO FCIFAL-NOMJOB
           MOVE 'I0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-ISR TO TRUE
           MOVE 2 TO EMLENT-EMPID
           PERFORM FONCTION-INSERER-UN
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'REFTFIX' TO FCIFAL-NOMJOB
           MOVE 'I0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-ISR TO TRUE
           MOVE 8 TO EMLENT-EMPID
