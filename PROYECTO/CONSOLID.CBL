           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSD.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       01 REG-SEDE.
           02 SD-NOMBRE PIC X(20).
           02 SD-RUTA PIC X(30).
      * Totales de venta por dia de VENTDIA.COB (clase T total, P
      * plato*10+formato, H franja, Z zona, C camarero, I tipo de
      * IVA, M modificacion por impago); los regenera REGVDIA.CBL.
       FD VENTDIA LABEL RECORD STANDARD.
       01 REG-VD.
           02 VD-CLAVE.
              03 VD-FECHA PIC 9(8).
              03 VD-CLASE PIC X.
              03 VD-CODIGO PIC 9(4).
           02 VD-DOCUMENTOS PIC S9(5).
           02 VD-COMENSALES PIC S9(6).
           02 VD-UNIDADES PIC S9(6).
           02 VD-IMPORTE PIC S9(8)V99.
           02 VD-BASE PIC S9(8)V99.
           02 VD-CUOTA PIC S9(7)V99.
           02 VD-DESCUENTO PIC S9(7)V99.
           02 VD-PROPINA PIC S9(7)V99.
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-CAJAMOV PIC X(42).
       77 RF-VENTDIA PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 ERRORSD PIC XX.
       77 ERRORVD PIC XX.
       77 ERRORREC PIC XX.
       77 ERRORCM PIC XX.
       77 ERRORIMP PIC XX.
       77 PERHASTA PIC 9(8).
       77 FECHADIA PIC 9(8).
       77 ANOMES PIC 9(6).
       77 SD-N PIC 9.
       77 SD-I PIC 9.
       01 TablaSedes.
       ConsolidarSede.
           MOVE 0 TO AS-VENTAS AS-BASE AS-CUOTA AS-EFECTIVO
           MOVE 0 TO AS-TARJETA AS-OTROS AS-ENTRADAS AS-SALIDAS
           MOVE SPACES TO RF-VENTDIA
           STRING SDT-RUTA(SD-I) DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-RECIBOS
           STRING SDT-RUTA(SD-I) DELIMITED BY " "
           ADD AS-OTROS TO AT-OTROS
           ADD AS-ENTRADAS TO AT-ENTRADAS
           ADD AS-SALIDAS TO AT-SALIDAS.

      ** Ventas, base e IVA del periodo: los totales diarios (clase  **
      ** T) de VENTDIA.DAT de la sede, con los abonos ya restados.   **

       SumarFacturasSede.
           MOVE "N" TO FIN
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "S" TO FIN
           END-IF
           IF FIN = "N"
              MOVE PERDESDE TO VD-FECHA
              MOVE "T" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM SumarUnaFacturaS UNTIL FIN = "S"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF.
       SumarUnaFacturaS.
           READ VENTDIA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND VD-FECHA > PERHASTA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND VD-CLASE = "T"
              ADD VD-IMPORTE TO AS-VENTAS
              ADD VD-BASE TO AS-BASE
              ADD VD-CUOTA TO AS-CUOTA
           END-IF.
       SumarRecibosSede.
           MOVE "N" TO FIN
