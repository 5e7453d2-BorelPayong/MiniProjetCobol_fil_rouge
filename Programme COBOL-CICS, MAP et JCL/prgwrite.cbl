          05 WS-PRD-CODE-FORFAIT PIC X(3).
          05 WS-PRD-DECOUVERT PIC X(1).
          05 WS-PRD-DELAI-DORMANCE PIC 9(3).
          05 WS-PRD-NAT-ADULTE PIC 9(2).
          05 FILLER PIC X(44).
       01 WS-PRD-REC-LEN PIC S9(4) COMP.
       01 WS-PRD-KEY PIC X(2).
      *-- ADRESSE POSTALE STRUCTUREE SAISIE A L OUVERTURE
