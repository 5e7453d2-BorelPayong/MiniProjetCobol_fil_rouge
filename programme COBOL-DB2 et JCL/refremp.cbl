        FONCTION-INSERER-LIGNE.
           INITIALIZE YFCIFAL YFCIFRE YEMLENT YEMLSOR
           MOVE 'EMPLOY' TO FCIFAL-SCEDMD-OBJGES
           MOVE 'REFREMP' TO FCIFAL-NOMJOB
           MOVE 'I0001' TO FCIFAL-SCEDMD-FCT
           SET FCIFAL-TYPACN-ISR TO TRUE
           MOVE DEC-EMPID TO EMLENT-EMPID
