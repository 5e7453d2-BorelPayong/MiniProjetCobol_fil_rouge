          05 WS-QUE-NAT PIC X(3).
          05 WS-QUE-LIBELLE PIC X(15).
          05 WS-QUE-DATE-VALEUR PIC X(8).
          05 WS-QUE-STATUT PIC X(1).
          05 WS-QUE-OPERID PIC X(4).
          05 FILLER PIC X(12).
      *-- ETAT PORTE ENTRE DEUX INTERACTIONS : LA CLE COMPLETE DE
      *-- LA SAISIE RETROUVEE ATTEND LA CONFIRMATION DU GUICHETIER
       01 WS-COMMAREA.
