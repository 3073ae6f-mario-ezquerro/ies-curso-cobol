           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORLOG.
           SELECT OPTIONAL PRECPROP ASSIGN TO DISK RF-PRECPROP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPS.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
      * Memoria de cada cambio de precio en bloque: plato, precio
      * antiguo y nuevo, con la fecha de la subida y la tarifa
      * cambiada (1 = PVP de carta, 2 = PVP2, 3 = PVP3; en los
      * apuntes antiguos, 0 = PVP de carta).
       FD PRECILOG LABEL RECORD STANDARD.
       01 REG-PLOG.
           02 PLG-FECHA PIC 9(8).
           02 PLG-PLATO PIC 9(3).
           02 PLG-ANTES PIC 9(4)V99.
           02 PLG-DESPUES PIC 9(4)V99.
           02 PLG-TARIFA PIC 9.
      * Escenario de precios aceptado en el simulador SIMPREC.CBL,
      * pendiente de aplicar aqui: plato, tarifa, precio con el que
      * se simulo y precio nuevo. Se vacia al aplicarlo.
       FD PRECPROP LABEL RECORD STANDARD.
       01 REG-PS.
           02 PS-PLATO PIC 9(3).
           02 PS-TARIFA PIC 9.
           02 PS-ANTES PIC 9(4)V99.
           02 PS-NUEVO PIC 9(4)V99.
           02 PS-FECHA PIC 9(8).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RUTADATOS PIC X(30).
       77 RF-PLATOS PIC X(42).
       77 RF-PRECILOG PIC X(42).
       77 RF-PRECPROP PIC X(42).
       77 ERRORLOG PIC XX.
       77 ERRORPS PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 NUEVOPVP PIC 9(5)V99.
       77 VEINTEAVOS PIC 9(7).
       77 CAMBIADOS PIC 9(4).
       77 SALTADOS PIC 9(4).
       77 PRECIOACT PIC 9(4)V99.
       01 CABPRECIOS.
           02 FILLER PIC X(40) VALUE
              "  ACTUALIZACION DE PRECIOS DE LA CARTA  ".
           02 PP-ANTES PIC Z.ZZ9,99.
           02 FILLER PIC X(10) VALUE " DESPUES: ".
           02 PP-DESPUES PIC Z.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PP-TARIFA PIC X(5).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT CATSEL LINE 4 POSITION 38 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "PORCENTAJE, FIJA O ESCENARIO SIMULADO (P/F/E):"
              LINE 5 POSITION 5
           MOVE "P" TO MODO
           PERFORM WITH TEST AFTER UNTIL MODO = "P" OR "F" OR "E"
              OR TECLAF = 27
              ACCEPT MODO LINE 5 POSITION 53 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           MOVE 0 TO VALOR
           IF MODO NOT = "E"
              DISPLAY "VALOR (PCT O EUROS):" LINE 6 POSITION 5
              ACCEPT VALOR LINE 6 POSITION 27 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND (VALOR NOT = 0 OR MODO = "E")
              PERFORM PASADA1
              DISPLAY "APLICAR LOS CAMBIOS DEL LISTADO? (S/N):"
                 LINE 8 POSITION 5
                 PERFORM PASADA2
                 DISPLAY "PLATOS ACTUALIZADOS:" LINE 10 POSITION 5
                 DISPLAY CAMBIADOS LINE 10 POSITION 27
                 IF SALTADOS > 0
                    DISPLAY "NO APLICADOS (PRECIO YA CAMBIADO):"
                       LINE 11 POSITION 5
                    DISPLAY SALTADOS LINE 11 POSITION 41
                 END-IF
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           OPEN OUTPUT LISTADO
           WRITE LINEAIMP FROM CABPRECIOS BEFORE ADVANCING 2 LINE
           OPEN INPUT PLATOS
           IF MODO = "E"
              PERFORM ListarEscenario
           ELSE
              MOVE 0 TO NUMPLATO
              MOVE "N" TO FIN
              START PLATOS KEY IS NOT < NUMPLATO
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LISTARUNO UNTIL FIN = "S"
           END-IF
           CLOSE PLATOS
           CLOSE LISTADO.
       LISTARUNO.
                 MOVE NOM TO PP-NOM
                 MOVE PVP TO PP-ANTES
                 MOVE NUEVOPVP TO PP-DESPUES
                 MOVE SPACES TO PP-TARIFA
                 WRITE LINEAIMP FROM LINPRECIO BEFORE
                    ADVANCING 1 LINE
              END-IF

       PASADA2.
           MOVE 0 TO CAMBIADOS
           MOVE 0 TO SALTADOS
           OPEN I-O PLATOS
           IF MODO = "E"
              PERFORM AplicarEscenario
           ELSE
              MOVE 0 TO NUMPLATO
              MOVE "N" TO FIN
              START PLATOS KEY IS NOT < NUMPLATO
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM CAMBIARUNO UNTIL FIN = "S"
           END-IF
           CLOSE PLATOS.
       CAMBIARUNO.
           READ PLATOS NEXT AT END MOVE "S" TO FIN
                    MOVE NUMPLATO TO PLG-PLATO
                    MOVE PVP TO PLG-ANTES
                    MOVE NUEVOPVP TO PLG-DESPUES
                    MOVE 1 TO PLG-TARIFA
                    OPEN EXTEND PRECILOG
                    IF ERRORLOG = "00" OR "05"
                       WRITE REG-PLOG
              END-IF
           END-IF.

      ** Escenario del simulador: lista lo que se va a cambiar y,   **
      ** al aplicarlo, cambia cada precio en su tarifa con el mismo **
      ** apunte en PRECILOG.DAT. Si el precio del plato ya no es el **
      ** que se simulo, ese plato no se toca.                       **

       ListarEscenario.
           MOVE "N" TO FIN
           OPEN INPUT PRECPROP
           IF ERRORPS NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM ListarPropuesta UNTIL FIN = "S"
           IF ERRORPS = "00"
              CLOSE PRECPROP
           END-IF.
       ListarPropuesta.
           READ PRECPROP AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE PS-PLATO TO NUMPLATO
              MOVE SPACES TO NOM
              READ PLATOS INVALID KEY CONTINUE
              END-READ
              MOVE PS-PLATO TO PP-NUM
              MOVE NOM TO PP-NOM
              MOVE PS-ANTES TO PP-ANTES
              MOVE PS-NUEVO TO PP-DESPUES
              MOVE "PVP" TO PP-TARIFA
              IF PS-TARIFA > 1
                 MOVE PS-TARIFA TO PP-TARIFA(4:1)
              END-IF
              WRITE LINEAIMP FROM LINPRECIO BEFORE ADVANCING 1 LINE
           END-IF.
       AplicarEscenario.
           MOVE "N" TO FIN
           OPEN INPUT PRECPROP
           IF ERRORPS NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM AplicarPropuesta UNTIL FIN = "S"
           IF ERRORPS = "00"
              CLOSE PRECPROP
              OPEN OUTPUT PRECPROP
              CLOSE PRECPROP
           END-IF.
       AplicarPropuesta.
           READ PRECPROP AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE PS-PLATO TO NUMPLATO
              READ PLATOS
                 INVALID KEY ADD 1 TO SALTADOS
                 NOT INVALID KEY PERFORM CambiarTarifa
              END-READ
           END-IF.
       CambiarTarifa.
           EVALUATE PS-TARIFA
              WHEN 2 MOVE PVP2 TO PRECIOACT
              WHEN 3 MOVE PVP3 TO PRECIOACT
              WHEN OTHER MOVE PVP TO PRECIOACT
           END-EVALUATE
           IF PRECIOACT NOT = PS-ANTES
              ADD 1 TO SALTADOS
           ELSE
              ACCEPT PLG-FECHA FROM DATE YYYYMMDD
              MOVE NUMPLATO TO PLG-PLATO
              MOVE PS-ANTES TO PLG-ANTES
              MOVE PS-NUEVO TO PLG-DESPUES
              MOVE PS-TARIFA TO PLG-TARIFA
              OPEN EXTEND PRECILOG
              IF ERRORLOG = "00" OR "05"
                 WRITE REG-PLOG
                 CLOSE PRECILOG
              END-IF
              EVALUATE PS-TARIFA
                 WHEN 2 MOVE PS-NUEVO TO PVP2
                 WHEN 3 MOVE PS-NUEVO TO PVP3
                 WHEN OTHER MOVE PS-NUEVO TO PVP
              END-EVALUATE
              ACCEPT PFECHAMOD FROM DATE YYYYMMDD
              REWRITE REG-PLA INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO CAMBIADOS
           END-IF.

      ** Nuevo precio con la subida pedida, redondeado al multiplo   **
      ** de cinco centimos mas cercano (veinteavos de euro).         **

           STRING RUTADATOS DELIMITED BY " "
                  "PRECILOG.DAT" DELIMITED BY SIZE
                  INTO RF-PRECILOG
           END-STRING
           MOVE SPACES TO RF-PRECPROP
           STRING RUTADATOS DELIMITED BY " "
                  "PRECPROP.DAT" DELIMITED BY SIZE
                  INTO RF-PRECPROP
           END-STRING.
