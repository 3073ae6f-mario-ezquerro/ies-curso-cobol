           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDD.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL RESHIST ASSIGN TO DISK RF-RESHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD DATOSDIR LABEL RECORD STANDARD.
       01 REG-DATOSDIR.
           02 PD-RUTA PIC X(30).
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
      * El historico de reservas cumplidas pone los cubiertos que
      * FACTURA.DAT no guarda: la media de cubiertos por dia de
      * semana sale de aqui.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CALCIER PIC X(42).
       77 RF-VENTDIA PIC X(42).
       77 RF-RESERVA PIC X(42).
       77 RF-RESHIST PIC X(42).
       77 ERRORRH PIC XX.
       77 ERRORVD PIC XX.
       77 ERRORCAL PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
           02 HOY-ANO PIC 9(4).
           02 HOY-MES PIC 99.
           02 HOY-DIA PIC 99.
       01 FechaVenta.
           02 VT-ANO PIC 9(4).
           02 VT-MES PIC 99.
           02 VT-DIA PIC 99.
       01 FechaProx.
           02 PX-ANO PIC 9(4).
           02 PX-MES PIC 99.
       77 PX PIC 9.
       01 AcumSemanaHist.
           02 DS-ENT OCCURS 7.
              03 DS-VENTAS PIC S9(8)V99.
              03 DS-CUBIERTOS PIC 9(6).
       01 TABLA-NOMDIAS.
           02 FILLER PIC X(21) VALUE
           MOVE 0 TO DS-CUBIERTOS(DS).

      ** Ventas por dia de semana de las ultimas N semanas (el       **
      ** conteo rapido de dias de los demas listados), del total de  **
      ** cada dia; como mucho 99 semanas, asi que basta con empezar  **
      ** a leer dos anos atras.                                      **

       SumarVentasHist.
           MOVE "N" TO FIN
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "S" TO FIN
           ELSE
              COMPUTE VD-FECHA = (HOY-ANO - 2) * 10000 + 101
              MOVE "T" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM SumarUnaVenta UNTIL FIN = "S"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF.
       SumarUnaVenta.
           READ VENTDIA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND VD-CLASE = "T"
              MOVE VD-FECHA TO FechaVenta
              COMPUTE DIASDOC = VT-ANO * 360 + VT-MES * 30 + VT-DIA
              IF DIASDOC > DIASHOY
                 MOVE "S" TO FIN
              END-IF
              IF DIASDOC NOT < DIASTOPE AND DIASDOC NOT > DIASHOY
                 MOVE VT-DIA TO ZQ
                 MOVE VT-MES TO ZM
                 MOVE VT-ANO TO ZJ
                 PERFORM CalcularDiaSemana
                 ADD VD-IMPORTE TO DS-VENTAS(DIASEMANA)
              END-IF
           END-IF.

                  "CALCIER.DAT" DELIMITED BY SIZE
                  INTO RF-CALCIER
           END-STRING
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-RESERVA
           STRING RUTADATOS DELIMITED BY " "
