           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-CLAVE
           FILE STATUS IS ERRORFM.
           SELECT OPTIONAL PLAPESO ASSIGN TO DISK RF-PLAPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PK-NUMPLATO
           FILE STATUS IS ERRORPK.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
           02 FM-NOMBRE PIC X(10).
           02 FM-PVP PIC 9(4)V99.
           02 FM-FACTOR PIC 9V99.
      * Venta al peso (pescado entero, chuleton, marisco): MESA.CBL
      * y TELPED.CBL piden los kilos en vez de unidades y cobran
      * al precio por kilo. El escandallo de estos platos va por kg.
       FD PLAPESO LABEL RECORD STANDARD.
       01 REG-PK.
           02 PK-NUMPLATO PIC 9(3).
           02 PK-PORPESO PIC X.
              88 PLATO-AL-PESO VALUE "S".
           02 PK-PVPKG PIC 9(4)V99.
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-PLATOS PIC X(42).
       77 RF-TRADUC PIC X(42).
       77 RF-FORMATOS PIC X(42).
       77 RF-PLAPESO PIC X(42).
       77 ERRORPK PIC XX.
       77 EXISTEPK PIC X.
       77 ERRORMOV PIC XX.
       77 ERRORTR PIC XX.
       77 ERRORFM PIC XX.
                DISPLAY ALERGENOS LINE 12 POSITION 23
                ACCEPT ALERGENOS LINE 12 POSITION 23 NO BEEP UPDATE TAB
                END-ACCEPT
                DISPLAY "14 ALERGENOS UE (S/T/N):" LINE 14 POSITION 23
                   REVERSE
                DISPLAY "GL CR HU PE CA SO LE FC AP MO SE SU AL ML"
                   LINE 15 POSITION 23 REVERSE
              END-WRITE
           END-IF.

      ** Venta al peso del plato: marca S/N y precio por kilo; con   **
      ** la marca puesta la comanda pide los kilos y no unidades.    **

       AjustarVentaPeso.
           MOVE PNUMPLATO(PUNTERO) TO NUMPLATO
           READ PLATOS INVALID KEY
                MOVE 5 TO I
                PERFORM MENSAJE
              NOT INVALID KEY
                OPEN I-O PLAPESO
                IF ERRORPK = "00" OR "05"
                   MOVE NUMPLATO TO PK-NUMPLATO
                   READ PLAPESO
                      INVALID KEY
                         MOVE "N" TO EXISTEPK
                         MOVE "N" TO PK-PORPESO
                         MOVE 0 TO PK-PVPKG
                      NOT INVALID KEY
                         MOVE "S" TO EXISTEPK
                   END-READ
                   MOVE NUMPLATO TO PK-NUMPLATO
                   MOVE 10211562000041 TO VENTANA
                   CALL "VENTANA.COB" USING VENTANA
                   DISPLAY "VENTA AL PESO" LINE 10 POSITION 33
                      REVERSE
                   DISPLAY NOM LINE 11 POSITION 23
                   DISPLAY "AL PESO (S/N):" LINE 13 POSITION 26
                      REVERSE
                   PERFORM WITH TEST AFTER UNTIL PK-PORPESO = "S"
                      OR "N"
                      ACCEPT PK-PORPESO LINE 13 POSITION 44 NO BEEP
                         UPDATE
                      END-ACCEPT
                      IF PK-PORPESO = "s"
                         MOVE "S" TO PK-PORPESO
                      END-IF
                      IF PK-PORPESO = "n"
                         MOVE "N" TO PK-PORPESO
                      END-IF
                   END-PERFORM
                   DISPLAY "PRECIO POR KG:" LINE 14 POSITION 26
                      REVERSE
                   ACCEPT PK-PVPKG LINE 14 POSITION 44 NO BEEP UPDATE
                   END-ACCEPT
                   IF EXISTEPK = "S"
                      REWRITE REG-PK INVALID KEY CONTINUE
                      END-REWRITE
                   ELSE
                      WRITE REG-PK INVALID KEY CONTINUE
                      END-WRITE
                   END-IF
                   CLOSE PLAPESO
                   CALL "RECUP.EXE"
                END-IF
           END-READ.

      ** Da de baja o de alta el plato seleccionado sin borrarlo del  **
      ** fichero; un plato de baja no se ofrece al tomar comanda      **
      ** pero conserva su historial de ventas y su ficha.             **
           IF TECLAF = 2 AND PNUMPLATO(PUNTERO) NOT = 0
                PERFORM AjustarFormatos
           END-IF.
      ** Venta al peso del plato (marca y precio por kilo)
           IF TECLAF = 11 AND PNUMPLATO(PUNTERO) NOT = 0
                PERFORM AjustarVentaPeso
           END-IF.
           IF TECLAF = 52
                 COMPUTE CONTL = CONTL - 1
                 COMPUTE PUNTERO = PUNTERO - 1
           STRING RUTADATOS DELIMITED BY " "
                  "FORMATOS.DAT" DELIMITED BY SIZE
                  INTO RF-FORMATOS
           END-STRING
           MOVE SPACES TO RF-PLAPESO
           STRING RUTADATOS DELIMITED BY " "
                  "PLAPESO.DAT" DELIMITED BY SIZE
                  INTO RF-PLAPESO
           END-STRING.
