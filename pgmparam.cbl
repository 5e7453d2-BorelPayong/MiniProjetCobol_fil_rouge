        01 WS-CADRAGE PIC X(30).
        01 WS-TAB-PARAMS.
           05 WS-TAB-PA-NB PIC 9(4) VALUE 0.
           05 WS-TAB-PA-ENTREE OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-TAB-PA-NB
                INDEXED BY WS-PA-IDX.
              10 WS-TAB-PA-CLE PIC X(30).
                    MOVE WS-I TO WS-POS-EGAL
                 END-IF
              END-PERFORM
              IF WS-POS-EGAL > 1 AND WS-TAB-PA-NB < 500
                 ADD 1 TO WS-TAB-PA-NB
                 SET WS-PA-IDX TO WS-TAB-PA-NB
                 MOVE SPACES TO WS-TAB-PA-CLE(WS-PA-IDX)
