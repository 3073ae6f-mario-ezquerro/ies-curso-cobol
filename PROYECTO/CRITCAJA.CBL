       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITCAJA.
       AUTHOR. CHICOTE-MARIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PHILIPS.
       OBJECT-COMPUTER. PHILIPS.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATOSDIR ASSIGN TO DISK "DATOSDIR.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDD.
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           ALTERNATE RECORD KEY IS REC-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS REC-FECHA WITH DUPLICATES
           FILE STATUS IS ERRORREC.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
      * terminales; se lee del DATOSDIR.DAT local de cada puesto
      * (en blanco = carpeta de arranque, como toda la vida). Una
      * copia de pruebas puede apuntarse a otra carpeta sin tocar
      * los programas.
       FD DATOSDIR LABEL RECORD STANDARD.
       01 REG-DATOSDIR.
           02 PD-RUTA PIC X(30).
      * Diario de cobros: un recibo por cada cobro de una factura
      * (varios si se cobra en partes). Los "D" son recibos devueltos
      * y restan.
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
           02 REC-NFAC     PIC 9(8).
           02 REC-FECHA    PIC 9(8).
           02 REC-IMPORTE  PIC 9(6)V99.
           02 REC-METODO   PIC X.
           02 REC-CAMARERO PIC 9(3).
      * Hora del cobro (HHMMSS), para los analisis por franjas.
           02 REC-HORA     PIC 9(6).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-RECIBOS PIC X(42).
       77 ERRORREC PIC XX.
       77 FINREC PIC X.
       77 NRECIBOS PIC 9(4).
       77 FANOC PIC 9(4).
       77 FECHATOPE PIC 9(8).
       77 FECHARECIBO PIC 9(8).
       77 IMPRECIBO PIC S9(6)V99.
       77 COBRADOANTES PIC S9(7)V99.
       77 COBRADOPER PIC S9(7)V99.
       77 PENDIENTE PIC S9(7)V99.
       77 DEVENGADO PIC 9(6)V99.
       77 R PIC 9.
       01 TablaIva.
           02 TI-ENT OCCURS 3.
              03 TI-BASE PIC 9(6)V99.
              03 TI-CUOTA PIC 9(6)V99.
       LINKAGE SECTION.
      * La factura tal como esta grabada en FACTURAS.DAT o en el
      * historico; mismo trazado que REG-FAC.
       01 FACVENTA.
           02 FV-NFAC   PIC 9(8).
           02 FV-GIF    PIC 9(9).
           02 FV-FECHA.
              03 FV-DIA PIC 99.
              03 FV-MES PIC 99.
              03 FV-ANO PIC 9999.
           02 FV-PASTA  PIC 9(6)V99.
           02 FV-PAGADA PIC X.
           02 FV-MESA   PIC 99.
           02 FV-COBRADO PIC 9(6)V99.
           02 FV-METODO  PIC X.
           02 FV-DESCUENTO PIC 9(6)V99.
           02 FV-PROPINA   PIC 9(6)V99.
           02 FV-CAMARERO  PIC 9(3).
           02 FV-FECHACOB PIC 9(8).
           02 FV-CLASE   PIC X.
              88 FV-ABONO VALUE "A".
              88 FV-ABSORBIDA VALUE "X".
           02 FV-ABONODE PIC 9(8).
           02 FV-REMESADA PIC X.
           02 FV-IVA OCCURS 3.
              03 FV-BASE  PIC 9(6)V99.
              03 FV-CUOTA PIC 9(6)V99.
           02 FV-SERIE    PIC 9(4).
           02 FV-NUMSERIE PIC 9(6).
           02 FV-COMENSALES PIC 99.
      * Periodo consultado (AAAAMMDD) y tipo de IVA de las facturas
      * sin desglose; vuelve lo cobrado en el periodo (sin pasar del
      * total de la factura), lo que queda sin cobrar al vencer el
      * plazo si el 31 de diciembre del ano siguiente a la factura
      * cae en el periodo, la fecha del ultimo cobro del periodo y la
      * base y cuota que devengan por tipo.
       01 PETCAJA.
           02 PC-DESDE PIC 9(8).
           02 PC-HASTA PIC 9(8).
           02 PC-IVAPCT PIC 99.
           02 PC-COBRADO PIC 9(6)V99.
           02 PC-VENCIDO PIC 9(6)V99.
           02 PC-FCOBRO PIC 9(8).
           02 PC-DEVENGO OCCURS 3.
              03 PC-BASE PIC 9(6)V99.
              03 PC-CUOTA PIC 9(6)V99.
       PROCEDURE DIVISION USING FACVENTA PETCAJA.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM CalcularDevengo
           EXIT PROGRAM.

      ** Regimen especial del criterio de caja: el IVA de la factura **
      ** se devenga al cobrarla, en la parte cobrada, y lo que siga  **
      ** sin cobrar el 31 de diciembre del ano siguiente se devenga  **
      ** ese dia. Los cobros posteriores a esa fecha ya no cuentan.  **

       CalcularDevengo.
           MOVE 0 TO PC-COBRADO PC-VENCIDO PC-FCOBRO
           PERFORM LimpiarDevengo VARYING R FROM 1 BY 1 UNTIL R > 3
           MOVE FV-ANO TO FANOC
           IF FANOC < 100
              ADD 2000 TO FANOC
           END-IF
           COMPUTE FECHATOPE = (FANOC + 1) * 10000 + 1231
           MOVE 0 TO COBRADOANTES COBRADOPER NRECIBOS
           OPEN INPUT RECIBOS
           IF ERRORREC = "00"
              MOVE FV-NFAC TO REC-NFAC
              MOVE "N" TO FINREC
              START RECIBOS KEY IS = REC-NFAC
                 INVALID KEY MOVE "S" TO FINREC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM SumarUnRecibo UNTIL FINREC = "S"
              CLOSE RECIBOS
           END-IF
           IF NRECIBOS = 0 AND FV-PAGADA = " " AND FV-FECHACOB NOT = 0
              MOVE FV-FECHACOB TO FECHARECIBO
              MOVE FV-PASTA TO IMPRECIBO
              PERFORM ApuntarCobro
           END-IF
           COMPUTE PENDIENTE = FV-PASTA - COBRADOANTES
           IF PENDIENTE < 0
              MOVE 0 TO PENDIENTE
           END-IF
           IF COBRADOPER > PENDIENTE
              MOVE PENDIENTE TO COBRADOPER
           END-IF
           IF COBRADOPER > 0
              MOVE COBRADOPER TO PC-COBRADO
           END-IF
           IF FECHATOPE NOT < PC-DESDE AND FECHATOPE NOT > PC-HASTA
              AND PENDIENTE > PC-COBRADO
              COMPUTE PC-VENCIDO = PENDIENTE - PC-COBRADO
           END-IF
           COMPUTE DEVENGADO = PC-COBRADO + PC-VENCIDO
           IF DEVENGADO NOT = 0 AND FV-PASTA NOT = 0
              PERFORM RepartirDevengo
           END-IF.
       LimpiarDevengo.
           MOVE 0 TO PC-BASE(R) PC-CUOTA(R).
       SumarUnRecibo.
           READ RECIBOS NEXT AT END MOVE "S" TO FINREC
           END-READ.
           IF FINREC = "N" AND REC-NFAC NOT = FV-NFAC
              MOVE "S" TO FINREC
           END-IF.
           IF FINREC = "N"
              ADD 1 TO NRECIBOS
              MOVE REC-FECHA TO FECHARECIBO
              MOVE REC-IMPORTE TO IMPRECIBO
              IF REC-METODO = "D"
                 COMPUTE IMPRECIBO = 0 - REC-IMPORTE
              END-IF
              PERFORM ApuntarCobro
           END-IF.
       ApuntarCobro.
           IF FECHARECIBO NOT > FECHATOPE
              IF FECHARECIBO < PC-DESDE
                 ADD IMPRECIBO TO COBRADOANTES
              ELSE
                 IF FECHARECIBO NOT > PC-HASTA
                    ADD IMPRECIBO TO COBRADOPER
                    IF FECHARECIBO > PC-FCOBRO
                       MOVE FECHARECIBO TO PC-FCOBRO
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ** Base y cuota de lo devengado, en proporcion a lo cobrado    **
      ** sobre el total; la factura sin desglose, entera al tipo     **
      ** unico que se pasa, como en el libro de IVA.                 **

       RepartirDevengo.
           IF FV-BASE(1) NOT = 0 OR FV-BASE(2) NOT = 0
              OR FV-BASE(3) NOT = 0
              MOVE FV-BASE(1) TO TI-BASE(1)
              MOVE FV-CUOTA(1) TO TI-CUOTA(1)
              MOVE FV-BASE(2) TO TI-BASE(2)
              MOVE FV-CUOTA(2) TO TI-CUOTA(2)
              MOVE FV-BASE(3) TO TI-BASE(3)
              MOVE FV-CUOTA(3) TO TI-CUOTA(3)
           ELSE
              COMPUTE TI-BASE(1) ROUNDED =
                 FV-PASTA / (1 + PC-IVAPCT / 100)
              COMPUTE TI-CUOTA(1) = FV-PASTA - TI-BASE(1)
              MOVE 0 TO TI-BASE(2) TI-CUOTA(2) TI-BASE(3) TI-CUOTA(3)
           END-IF
           PERFORM RepartirUnTipo VARYING R FROM 1 BY 1 UNTIL R > 3.
       RepartirUnTipo.
           IF DEVENGADO = FV-PASTA
              MOVE TI-BASE(R) TO PC-BASE(R)
              MOVE TI-CUOTA(R) TO PC-CUOTA(R)
           ELSE
              COMPUTE PC-BASE(R) ROUNDED =
                 TI-BASE(R) * DEVENGADO / FV-PASTA
              COMPUTE PC-CUOTA(R) ROUNDED =
                 TI-CUOTA(R) * DEVENGADO / FV-PASTA
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

       FijarRutaDatos.
           MOVE SPACES TO RUTADATOS
           OPEN INPUT DATOSDIR
           IF ERRORDD = "00"
              READ DATOSDIR AT END CONTINUE
              END-READ
              IF ERRORDD = "00"
                 MOVE PD-RUTA TO RUTADATOS
              END-IF
              CLOSE DATOSDIR
           END-IF
           MOVE SPACES TO RF-RECIBOS
           STRING RUTADATOS DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-RECIBOS
           END-STRING.
