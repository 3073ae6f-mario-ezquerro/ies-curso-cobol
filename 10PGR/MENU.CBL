       77 T-MESA PIC 99 VALUE 0.
       77 T-LOGIN PIC 9 VALUE 0.
       01 BARRA.
           02 FILLER PIC X(44) VALUE " ".
           02 MODOBARRA PIC X(16) VALUE " ".
           02 FILLER PIC X(8) VALUE " ".
           02 LCDFECHA.
               03 DIA PIC Z9.
               03 FILLER PIC X VALUE "-".
           DISPLAY " " ERASE
           MOVE 0 TO T-LOGIN
           CALL "LOGIN.COB" USING T-LOGIN
           IF T-LOGIN NOT = 1 AND T-LOGIN NOT = 2
              DISPLAY " " ERASE
              STOP RUN
           END-IF
      * 2 = sesion en modo formacion: se rotula en la barra del menu.
           IF T-LOGIN = 2
              MOVE "** FORMACION **" TO MODOBARRA
           END-IF
           DISPLAY " " ERASE
           MOVE 1 TO MENUID
           MOVE 1 TO WHICH
