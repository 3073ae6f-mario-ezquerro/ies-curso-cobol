           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDIA.
           SELECT OPTIONAL CUBIAPL ASSIGN TO DISK RF-CUBIAPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCA.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 DI-FECHA PIC 9(8).
           02 DI-PASO PIC 9.
           02 DI-RESULT PIC X.
      * Diario de pan y cubierto cobrado (lo escribe MESA.CBL al
      * facturar), para darlo aparte en el resumen del dia.
       FD CUBIAPL LABEL RECORD STANDARD.
       01 REG-CA.
           02 CA-FECHA PIC 9(8).
           02 CA-NFAC PIC 9(8).
           02 CA-MESA PIC 99.
           02 CA-REGLA PIC 99.
           02 CA-CANTIDAD PIC 99.
           02 CA-TOTAL PIC 9(6)V99.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-RECIBOS PIC X(42).
       77 RF-INCIDEN PIC X(42).
       77 ERRORINC PIC XX.
       77 RF-CUBIAPL PIC X(42).
       77 ERRORCA PIC XX.
       77 PASOERROR PIC X.
       77 ERRORMES PIC XX.
       77 ERRORREC PIC XX.
           02 AD-EFECTIVO PIC 9(9)V99.
           02 AD-TARJETA PIC 9(9)V99.
           02 AD-VALE PIC 9(9)V99.
           02 AD-CHEQUE PIC 9(9)V99.
           02 AD-TOTAL PIC 9(9)V99.
           02 AD-CUBIERTO PIC 9(9)V99.
           02 AD-CUBUNID PIC 9(6).
       01 DatosDiaSemana.
           02 ZQ PIC 9(4).
           02 ZM PIC 9(4).
       01 LINFD3.
           02 FILLER PIC X(20) VALUE "  COBRADO EN VALES: ".
           02 FD-VALE PIC ZZZZ.ZZ9,99.
       01 LINFD6.
           02 FILLER PIC X(20) VALUE "  CHEQUES COMIDA:   ".
           02 FD-CHEQUE PIC ZZZZ.ZZ9,99.
       01 LINFD4.
           02 FILLER PIC X(20) VALUE "  TOTAL DEL DIA:    ".
           02 FD-TOTAL PIC ZZZZ.ZZ9,99.
       01 LINFD5.
           02 FILLER PIC X(20) VALUE "  DE ELLO CUBIERTO: ".
           02 FD-CUBIERTO PIC ZZZZ.ZZ9,99.
           02 FILLER PIC X(9) VALUE "  UNID.: ".
           02 FD-CUBUNID PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
       PASO2.
           MOVE 2 TO PASO
           MOVE 0 TO AD-EFECTIVO AD-TARJETA AD-VALE AD-TOTAL
           MOVE 0 TO AD-CHEQUE
           MOVE 0 TO AD-CUBIERTO AD-CUBUNID
           MOVE "N" TO FIN
           OPEN INPUT RECIBOS
           IF ERRORREC = "00"
              PERFORM SumarRecibo UNTIL FIN = "S"
              CLOSE RECIBOS
           END-IF
           MOVE "N" TO FIN
           OPEN INPUT CUBIAPL
           IF ERRORCA = "00"
              PERFORM SumarCubierto UNTIL FIN = "S"
              CLOSE CUBIAPL
           END-IF
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP NOT = "00"
              WRITE LINEAIMP FROM LINFD2 BEFORE ADVANCING 1 LINE
              MOVE AD-VALE TO FD-VALE
              WRITE LINEAIMP FROM LINFD3 BEFORE ADVANCING 1 LINE
              MOVE AD-CHEQUE TO FD-CHEQUE
              WRITE LINEAIMP FROM LINFD6 BEFORE ADVANCING 1 LINE
              COMPUTE AD-TOTAL = AD-EFECTIVO + AD-TARJETA + AD-VALE
                 + AD-CHEQUE
              MOVE AD-TOTAL TO FD-TOTAL
              WRITE LINEAIMP FROM LINFD4 BEFORE ADVANCING 2 LINE
              IF AD-CUBIERTO NOT = 0
                 MOVE AD-CUBIERTO TO FD-CUBIERTO
                 MOVE AD-CUBUNID TO FD-CUBUNID
                 WRITE LINEAIMP FROM LINFD5 BEFORE ADVANCING 2 LINE
              END-IF
              CLOSE LISTADO
              DISPLAY "PASO 2: RESUMEN DEL DIA IMPRESO" LINE 6
                 POSITION 5
                 WHEN "E" ADD REC-IMPORTE TO AD-EFECTIVO
                 WHEN "T" ADD REC-IMPORTE TO AD-TARJETA
                 WHEN "V" ADD REC-IMPORTE TO AD-VALE
                 WHEN "C" ADD REC-IMPORTE TO AD-CHEQUE
              END-EVALUATE
           END-IF.

      ** Pan y cubierto facturado hoy, que ya va dentro de lo cobrado **
      ** pero se da aparte.                                           **

       SumarCubierto.
           READ CUBIAPL AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CA-FECHA = HOY
              ADD CA-TOTAL TO AD-CUBIERTO
              ADD CA-CANTIDAD TO AD-CUBUNID
           END-IF.

      ** Paso 3: copia de seguridad de los cinco ficheros maestros   **
      ** al destino configurado, sin preguntar nada.                 **

           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING
           MOVE SPACES TO RF-CUBIAPL
           STRING RUTADATOS DELIMITED BY " "
                  "CUBIAPL.DAT" DELIMITED BY SIZE
                  INTO RF-CUBIAPL
           END-STRING.
