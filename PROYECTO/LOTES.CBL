           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL LOTECONS ASSIGN TO DISK RF-LOTECONS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCL.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES.
           SELECT OPTIONAL RESERVA ASSIGN TO DISK RF-RESERVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGINA
           ALTERNATE RECORD KEY IS FECHA WITH DUPLICATES
           FILE STATUS IS ERRORRES.
           SELECT OPTIONAL RESHIST ASSIGN TO DISK RF-RESHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRH.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
      * Diario de consumo por lote que apuntan las ventas: da los
      * dias exactos en que se estuvo sirviendo cada lote.
       FD LOTECONS LABEL RECORD STANDARD.
       01 REG-LOTECONS.
           02 CL-FECHA PIC 9(8).
           02 CL-HORA PIC 9(8).
           02 CL-INGRED PIC 9(3).
           02 CL-LOTE PIC X(10).
           02 CL-CANTIDAD PIC S9(6)V999.
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 9(2).
              03 FMES PIC 9(2).
              03 FANO PIC 9(4).
           02 FPASTA  PIC 9(6)V99.
           02 FPAGADA PIC X.
           02 FMESA   PIC 99.
           02 FCOBRADO PIC 9(6)V99.
           02 FMETODO  PIC X.
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
           02 FFECHACOB PIC 9(8).
           02 FCLASE   PIC X.
              88 FCLASE-ABONO VALUE "A".
           02 FABONODE PIC 9(8).
           02 FREMESADA PIC X.
           02 FBASE1  PIC 9(6)V99.
           02 FCUOTA1 PIC 9(6)V99.
           02 FBASE2  PIC 9(6)V99.
           02 FCUOTA2 PIC 9(6)V99.
           02 FBASE3  PIC 9(6)V99.
           02 FCUOTA3 PIC 9(6)V99.
           02 FSERIE    PIC 9(4).
           02 FNUMSERIE PIC 9(6).
           02 FCOMENSALES PIC 99.
       FD DETFAC LABEL RECORD STANDARD.
       01 REG-FACTLIN.
           02 FL-CLAVE.
              03 FL-NFAC  PIC 9(8).
              03 FL-LINEA PIC 99.
           02 FL-NUMPLATO PIC 9(3).
           02 FL-NOM      PIC X(26).
           02 FL-CANTIDAD PIC 99.
           02 FL-PVP      PIC 9(4)V99.
           02 FL-TOTAL    PIC 9(6)V99.
           02 FL-FORMATO  PIC 9.
       FD CLIENTES LABEL RECORD STANDARD.
       01 REG-CLI.
           02 CGIF       PIC X(9).
           02 CNOMBRE    PIC X(29).
           02 CDIRECCION PIC X(40).
           02 CNUMERO    PIC X(3).
           02 CCIUDAD    PIC X(15).
           02 CCP        PIC X(6).
           02 CPROVIN    PIC X(15).
           02 CTELEFONO  PIC X(9).
           02 CEMAIL     PIC X(30).
           02 CNOSHOWS   PIC 9(3).
           02 CBANCO     PIC X(20).
           02 CDOMICIL   PIC X.
           02 CDTOPCT    PIC 99.
           02 CLIMITE    PIC 9(6)V99.
      * Reservas en curso y su historico: en una alerta sanitaria se
      * llama tambien a quien reservo mesa los dias del lote.
       FD RESERVA LABEL RECORD STANDARD.
       01 REG-RES.
           02 NOMBRE PIC X(30).
           02 DIRECCION PIC X(25).
           02 LOCALIDAD PIC X(15).
           02 TELEFONO PIC X(10).
           02 PROVINCIA PIC X(10).
           02 COMENSALES PIC 99.
           02 NIF PIC X(9).
           02 PAGINA PIC 9(5).
           02 FECHA.
               03 ANO PIC 9(4).
               03 MES PIC 99.
               03 DIA PIC 99.
           02 TIPONOTA PIC X.
           02 ANOTACIONES.
               03 NOTAS PIC X(63) OCCURS 8.
           02 SENAL PIC 9(4)V99.
           02 SENALMET PIC X.
           02 SENALFECHA PIC 9(8).
           02 TURNO PIC X.
           02 HORA PIC 9(4).
       FD RESHIST LABEL RECORD STANDARD.
       01 REG-RESHIST.
           02 HNOMBRE PIC X(30).
           02 HDIRECCION PIC X(25).
           02 HLOCALIDAD PIC X(15).
           02 HTELEFONO PIC X(10).
           02 HPROVINCIA PIC X(10).
           02 HCOMENSALES PIC 99.
           02 HNIF PIC X(9).
           02 HPAGINA PIC 9(5).
           02 HFECHA.
               03 HANO PIC 9(4).
               03 HMES PIC 99.
               03 HDIA PIC 99.
           02 HTIPONOTA PIC X.
           02 HANOTACIONES.
               03 HNOTAS PIC X(63) OCCURS 8.
           02 HSENAL PIC 9(4)V99.
           02 HSENALMET PIC X.
           02 HSENALFECHA PIC 9(8).
           02 HTURNO PIC X.
           02 HHORA PIC 9(4).
           02 HNOPRESENT PIC X.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-MOVSTOCK PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-LOTECONS PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-RESERVA PIC X(42).
       77 RF-RESHIST PIC X(42).
       77 ERRORCL PIC XX.
       77 ERRORFAC PIC XX.
       77 ERRORRES PIC XX.
       77 ERRORRH PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORIMP PIC XX.
       77 INGPEDIDO PIC 9(3).
       77 LOTEPEDIDO PIC X(10).
       77 PL PIC 9(3).
       77 FINFL PIC X.
       77 TRZDESDE PIC 9(8).
       77 TRZHASTA PIC 9(8).
       77 DIAACT PIC 9(8).
       77 CANTDIA PIC S9(6)V999.
       77 FECHAFAC PIC 9(8).
       77 FACTRAZADA PIC X.
       77 NFACTURAS PIC 9(5).
       77 NRESERVAS PIC 9(5).
      * Platos cuya receta lleva el ingrediente del lote trazado.
       01 TablaLleva.
           02 LLEVA-ING PIC X OCCURS 999.
           02 TZ-PROV PIC X(29).
       01 CABTRAZA2.
           02 FILLER PIC X(40) VALUE
              "  PLATOS SERVIDOS QUE LO LLEVAN EN ESOS ".
           02 FILLER PIC X(5) VALUE "DIAS ".
       01 LINTRAZA3.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TZ-MOVFECHA PIC 9(8).
           02 TZ-PLATONOM PIC X(26).
           02 FILLER PIC X(8) VALUE " RACION ".
           02 TZ-CANT PIC -ZZZZ9,999.
       01 CABDIAS.
           02 FILLER PIC X(40) VALUE
              "  DIAS EN QUE SE CONSUMIO EL LOTE       ".
       01 LINDIAS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TZ-DIA PIC 9(8).
           02 FILLER PIC X(11) VALUE "  GASTADO: ".
           02 TZ-GASTO PIC -ZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 TZ-UNIDAD PIC X(3).
       01 LINERRFACTZ.
           02 FILLER PIC X(40) VALUE
              "  ERROR ABRIENDO FACTURAS: NO SE PUEDE S".
           02 FILLER PIC X(30) VALUE
              "ACAR A QUIEN SE SIRVIO. ESTADO".
           02 FILLER PIC X VALUE SPACES.
           02 EZ-ESTADO PIC XX.
       01 LINSINDIAS.
           02 FILLER PIC X(40) VALUE
              "  SIN APUNTES DE CONSUMO DEL LOTE: SE TO".
           02 FILLER PIC X(40) VALUE
              "MA DESDE SU ENTRADA HASTA HOY           ".
       01 LINVENTANA.
           02 FILLER PIC X(20) VALUE "  VENTANA DE TRAZA: ".
           02 TZ-DESDE PIC 9(8).
           02 FILLER PIC X(3) VALUE " A ".
           02 TZ-HASTA PIC 9(8).
       01 CABFACTZ.
           02 FILLER PIC X(40) VALUE
              "  FACTURAS CON PLATOS QUE LO LLEVAN     ".
       01 LINFACTZ.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TZ-FFECHA PIC 9(8).
           02 FILLER PIC X(5) VALUE " FAC ".
           02 TZ-NFAC PIC 9(8).
           02 FILLER PIC X(6) VALUE " MESA ".
           02 TZ-MESA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 TZ-GIF PIC X(9).
           02 FILLER PIC X VALUE SPACES.
           02 TZ-CLINOM PIC X(24).
           02 FILLER PIC X VALUE SPACES.
           02 TZ-CLITEL PIC X(10).
       01 LINFACTZ2.
           02 FILLER PIC X(8) VALUE SPACES.
           02 TZ-FLCANT PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 TZ-FLPLATO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 TZ-FLNOM PIC X(26).
       01 CABRESTZ.
           02 FILLER PIC X(40) VALUE
              "  RESERVAS DE ESOS DIAS (A QUIEN AVISAR)".
       01 LINRESTZ.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TZ-RFECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 TZ-RTURNO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 TZ-RNOMBRE PIC X(30).
           02 FILLER PIC X(5) VALUE " TEL ".
           02 TZ-RTEL PIC X(10).
           02 FILLER PIC X(5) VALUE " PAX ".
           02 TZ-RPAX PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 TZ-RNIF PIC X(9).
       01 LINTOTTZ.
           02 FILLER PIC X(13) VALUE "  FACTURAS:  ".
           02 TZ-NFACTS PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "   RESERVAS:  ".
           02 TZ-NRESER PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
              WRITE LINEAIMP FROM LINCADU BEFORE ADVANCING 1 LINE
           END-IF.

      ** Traza de un lote: de que albaran y proveedor llego, que     **
      ** dias se estuvo gastando (diario de consumo por lote), que   **
      ** platos que llevan su ingrediente se sirvieron esos dias,    **
      ** en que facturas y para que cliente, y las reservas de esos  **
      ** dias con su telefono, para poder avisar en una alerta.      **

       TRAZA.
           DISPLAY "INGREDIENTE:" LINE 6 POSITION 5
           OPEN INPUT INGRED
           MOVE LT-INGRED TO TZ-ING
           MOVE LT-INGRED TO IG-CODIGO
           MOVE SPACES TO TZ-UNIDAD
           READ INGRED
              INVALID KEY MOVE "(SIN FICHA)" TO TZ-INGNOM
              NOT INVALID KEY
                 MOVE IG-NOMBRE TO TZ-INGNOM
                 MOVE IG-UNIDAD TO TZ-UNIDAD
           END-READ
           CLOSE INGRED
           WRITE LINEAIMP FROM LINTRAZA1 BEFORE ADVANCING 1 LINE
           CLOSE PROVEE
           CLOSE ALBARAN
           WRITE LINEAIMP FROM LINTRAZA2 BEFORE ADVANCING 2 LINE
           PERFORM ListarDiasConsumo
           WRITE LINEAIMP FROM CABTRAZA2 BEFORE ADVANCING 1 LINE
           PERFORM MarcarPlatosConIng
           PERFORM ListarConsumos
           MOVE 0 TO NFACTURAS
           MOVE 0 TO NRESERVAS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM CABFACTZ BEFORE ADVANCING 1 LINE
           PERFORM ListarFacturas
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM CABRESTZ BEFORE ADVANCING 1 LINE
           PERFORM ListarReservas
           MOVE NFACTURAS TO TZ-NFACTS
           MOVE NRESERVAS TO TZ-NRESER
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINTOTTZ BEFORE ADVANCING 1 LINE
           CLOSE LISTADO.

      ** Dias en que se gasto el lote, con lo gastado cada dia. El   **
      ** primero y el ultimo marcan la ventana de la traza; si el    **
      ** lote no tiene apuntes se toma de su entrada hasta hoy.      **

       ListarDiasConsumo.
           WRITE LINEAIMP FROM CABDIAS BEFORE ADVANCING 1 LINE
           MOVE 0 TO TRZDESDE
           MOVE 0 TO TRZHASTA
           MOVE 0 TO DIAACT
           MOVE 0 TO CANTDIA
           MOVE "N" TO FIN
           OPEN INPUT LOTECONS
           IF ERRORCL NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM MirarConsumoLote UNTIL FIN = "S"
           IF ERRORCL = "00"
              CLOSE LOTECONS
           END-IF
           IF DIAACT NOT = 0
              PERFORM ImprimirDiaConsumo
           END-IF
           IF TRZDESDE = 0
              WRITE LINEAIMP FROM LINSINDIAS BEFORE ADVANCING 1 LINE
              MOVE LT-FECHAENT TO TRZDESDE
              ACCEPT TRZHASTA FROM DATE YYYYMMDD
           END-IF
           MOVE TRZDESDE TO TZ-DESDE
           MOVE TRZHASTA TO TZ-HASTA
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINVENTANA BEFORE ADVANCING 2 LINE.
       MirarConsumoLote.
           READ LOTECONS AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CL-INGRED = LT-INGRED
              AND CL-LOTE = LT-LOTE
              IF CL-FECHA NOT = DIAACT
                 IF DIAACT NOT = 0
                    PERFORM ImprimirDiaConsumo
                 END-IF
                 MOVE CL-FECHA TO DIAACT
                 MOVE 0 TO CANTDIA
              END-IF
              ADD CL-CANTIDAD TO CANTDIA
              IF TRZDESDE = 0
                 MOVE CL-FECHA TO TRZDESDE
              END-IF
              MOVE CL-FECHA TO TRZHASTA
           END-IF.
       ImprimirDiaConsumo.
           MOVE DIAACT TO TZ-DIA
           MOVE CANTDIA TO TZ-GASTO
           WRITE LINEAIMP FROM LINDIAS BEFORE ADVANCING 1 LINE.
       MarcarPlatosConIng.
           PERFORM LimpiarLleva VARYING PL FROM 1 BY 1
              UNTIL PL > 999
           READ MOVSTOCK AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MV-TIPO = "V" AND MV-CLASE = "P"
              AND MV-FECHA NOT < TRZDESDE
              AND MV-FECHA NOT > TRZHASTA
              AND MV-CODIGO > 0
              IF LLEVA-ING(MV-CODIGO) = "S"
                 MOVE MV-FECHA TO TZ-MOVFECHA
              END-IF
           END-IF.

      ** Facturas de la ventana con alguna linea de un plato que     **
      ** lleva el ingrediente (los abonos no cuentan), con el GIF,   **
      ** nombre y telefono del cliente cuando se facturo a nombre.   **

       ListarFacturas.
           OPEN INPUT PLATOS
           OPEN INPUT DETFAC
           OPEN INPUT CLIENTES
           MOVE "N" TO FIN
           OPEN INPUT FACTURA
           IF ERRORFAC NOT = "00"
              MOVE "S" TO FIN
              IF ERRORFAC NOT = "05"
                 MOVE ERRORFAC TO EZ-ESTADO
                 WRITE LINEAIMP FROM LINERRFACTZ BEFORE
                    ADVANCING 1 LINE
              END-IF
           END-IF
           IF FIN = "N"
              MOVE 0 TO NFAC
              START FACTURA KEY IS NOT < NFAC
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM MirarUnaFactura UNTIL FIN = "S"
           IF ERRORFAC = "00"
              CLOSE FACTURA
           END-IF
           CLOSE CLIENTES
           CLOSE DETFAC
           CLOSE PLATOS.
       MirarUnaFactura.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND NOT FCLASE-ABONO
              COMPUTE FECHAFAC = FANO * 10000 + FMES * 100 + FDIA
              IF FECHAFAC NOT < TRZDESDE AND FECHAFAC NOT > TRZHASTA
                 MOVE "N" TO FACTRAZADA
                 MOVE NFAC TO FL-NFAC
                 MOVE 0 TO FL-LINEA
                 MOVE "N" TO FINFL
                 START DETFAC KEY IS NOT < FL-CLAVE
                    INVALID KEY MOVE "S" TO FINFL
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM MirarLineaFactura UNTIL FINFL = "S"
              END-IF
           END-IF.
       MirarLineaFactura.
           READ DETFAC NEXT AT END MOVE "S" TO FINFL
           END-READ.
           IF FINFL = "N" AND FL-NFAC NOT = NFAC
              MOVE "S" TO FINFL
           END-IF.
           IF FINFL = "N" AND FL-NUMPLATO > 0
              IF LLEVA-ING(FL-NUMPLATO) = "S"
                 IF FACTRAZADA = "N"
                    PERFORM ImprimirFacturaTraza
                 END-IF
                 MOVE FL-CANTIDAD TO TZ-FLCANT
                 MOVE FL-NUMPLATO TO TZ-FLPLATO
                 MOVE FL-NOM TO TZ-FLNOM
                 WRITE LINEAIMP FROM LINFACTZ2 BEFORE
                    ADVANCING 1 LINE
              END-IF
           END-IF.
       ImprimirFacturaTraza.
           MOVE "S" TO FACTRAZADA
           ADD 1 TO NFACTURAS
           MOVE FECHAFAC TO TZ-FFECHA
           MOVE NFAC TO TZ-NFAC
           MOVE FMESA TO TZ-MESA
           MOVE SPACES TO TZ-GIF
           MOVE "(SIN CLIENTE)" TO TZ-CLINOM
           MOVE SPACES TO TZ-CLITEL
           IF FGIF NOT = 0
              MOVE FGIF TO CGIF
              MOVE CGIF TO TZ-GIF
              READ CLIENTES
                 INVALID KEY MOVE "(SIN FICHA)" TO TZ-CLINOM
                 NOT INVALID KEY
                    MOVE CNOMBRE TO TZ-CLINOM
                    MOVE CTELEFONO TO TZ-CLITEL
              END-READ
           END-IF
           WRITE LINEAIMP FROM LINFACTZ BEFORE ADVANCING 1 LINE.

      ** Reservas de los dias de la ventana, las pendientes y las    **
      ** ya archivadas (menos las que no se presentaron).            **

       ListarReservas.
           MOVE "N" TO FIN
           OPEN INPUT RESERVA
           IF ERRORRES NOT = "00"
              MOVE "S" TO FIN
           END-IF
           IF FIN = "N"
              MOVE TRZDESDE TO FECHA
              START RESERVA KEY IS NOT < FECHA
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM MirarUnaReserva UNTIL FIN = "S"
           IF ERRORRES = "00"
              CLOSE RESERVA
           END-IF
           MOVE "N" TO FIN
           OPEN INPUT RESHIST
           IF ERRORRH NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM MirarUnaReservaHist UNTIL FIN = "S"
           IF ERRORRH = "00"
              CLOSE RESHIST
           END-IF.
       MirarUnaReserva.
           READ RESERVA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FECHA > TRZHASTA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE FECHA TO TZ-RFECHA
              MOVE TURNO TO TZ-RTURNO
              MOVE NOMBRE TO TZ-RNOMBRE
              MOVE TELEFONO TO TZ-RTEL
              MOVE COMENSALES TO TZ-RPAX
              MOVE NIF TO TZ-RNIF
              WRITE LINEAIMP FROM LINRESTZ BEFORE ADVANCING 1 LINE
              ADD 1 TO NRESERVAS
           END-IF.
       MirarUnaReservaHist.
           READ RESHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HNOPRESENT NOT = "S"
              AND HFECHA NOT < TRZDESDE AND HFECHA NOT > TRZHASTA
              MOVE HFECHA TO TZ-RFECHA
              MOVE HTURNO TO TZ-RTURNO
              MOVE HNOMBRE TO TZ-RNOMBRE
              MOVE HTELEFONO TO TZ-RTEL
              MOVE HCOMENSALES TO TZ-RPAX
              MOVE HNIF TO TZ-RNIF
              WRITE LINEAIMP FROM LINRESTZ BEFORE ADVANCING 1 LINE
              ADD 1 TO NRESERVAS
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-RESERVA
           STRING RUTADATOS DELIMITED BY " "
                  "RESERVA.DAT" DELIMITED BY SIZE
                  INTO RF-RESERVA
           END-STRING
           MOVE SPACES TO RF-RESHIST
           STRING RUTADATOS DELIMITED BY " "
                  "RESHIST.DAT" DELIMITED BY SIZE
                  INTO RF-RESHIST
           END-STRING.
