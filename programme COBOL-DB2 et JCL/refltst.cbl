      *     3) FIN DE PROGRAMME
      *===============================================================
      *===============================================================
           MOVE 'REFLTST' TO FCIFAL-NOMJOB
           PERFORM FONCTION-TRAITEMENT
           PERFORM FONCTION-FIN.
       FONCTION-TRAITEMENT.
