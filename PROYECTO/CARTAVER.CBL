           02 PLG-PLATO PIC 9(3).
           02 PLG-ANTES PIC 9(4)V99.
           02 PLG-DESPUES PIC 9(4)V99.
           02 PLG-TARIFA PIC 9.
      * Bandera local que deja LOGIN.CBL para activar una version
      * programada sin pasar por el menu.
       FD AUTOCART LABEL RECORD STANDARD.
                       MOVE NUMPLATO TO PLG-PLATO
                       MOVE PVP TO PLG-ANTES
                       MOVE CD-PVP TO PLG-DESPUES
                       MOVE 1 TO PLG-TARIFA
                       OPEN EXTEND PRECILOG
                       IF ERRORLOG = "00" OR "05"
                          WRITE REG-PLOG
