           PERFORM FijarRutaDatos
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
      * Los dias de cierre salen como cerrados en la web.
           CALL "DISPONIB.COB"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
