           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL DEVPROV ASSIGN TO DISK RF-DEVPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DV-NUM
           FILE STATUS IS ERRORDV.
           SELECT OPTIONAL TARIFAS ASSIGN TO DISK RF-TARIFAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CLAVE
           FILE STATUS IS ERRORTF.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
      * Cuenta bancaria (CCC de 20 cifras) para pagarle por
      * transferencia desde NORMA34.CBL; en blanco = se paga a mano.
           02 PR-CCC PIC X(20).
      * Familia de genero que sirve (C=CARNE P=PESCADO V=FRUTA Y
      * VERDURA B=BEBIDAS S=SECOS Y ALMACEN; en blanco = otros), para
      * los objetivos de compras de OBJETIV.CBL.
           02 PR-FAMILIA PIC X.
       FD INGRED LABEL RECORD STANDARD.
       01 REG-ING.
           02 IG-CODIGO PIC 9(3).
           02 AL-LOTE PIC X(10).
           02 AL-CADUCIDAD PIC 9(8).
      * Diario de movimientos de stock: venta (V), anulacion (A),
      * entrada de genero (E), devolucion al proveedor (D), ajuste
      * a mano (J) y recuento (R), sobre platos (P) o ingredientes
      * (I), con cantidad firmada.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
      * Devoluciones al proveedor: una por linea de albaran
      * devuelta (ingrediente y lote), valorada al coste de la
      * entrada. Queda pendiente de abono hasta que FACPROV.CBL la
      * casa con el abono del proveedor.
       FD DEVPROV LABEL RECORD STANDARD.
       01 REG-DEV.
           02 DV-NUM PIC 9(6).
           02 DV-ALBARAN PIC 9(6).
           02 DV-LINEA PIC 99.
           02 DV-PROVEEDOR PIC 9(3).
           02 DV-FECHA PIC 9(8).
           02 DV-INGRED PIC 9(3).
           02 DV-LOTE PIC X(10).
           02 DV-CANTIDAD PIC 9(5)V999.
           02 DV-COSTE PIC 9(4)V99.
           02 DV-VALOR PIC 9(6)V99.
           02 DV-MOTIVO PIC X(30).
      * Abono del proveedor que la cubre (numero suyo y fecha);
      * en blanco = pendiente de abono.
           02 DV-ABONO PIC X(10).
              88 DEVOLUCION-PENDIENTE VALUE SPACES.
           02 DV-FECHAABONO PIC 9(8).
      * Tarifas pactadas: precio de un ingrediente con un proveedor
      * desde una fecha y hasta otra (0 = sin fin). PEDPROP.CBL pide
      * al mas barato vigente y ALBARAN.CBL avisa si se cobra otro.
       FD TARIFAS LABEL RECORD STANDARD.
       01 REG-TARIFA.
           02 TF-CLAVE.
              03 TF-INGRED PIC 9(3).
              03 TF-PROVEEDOR PIC 9(3).
              03 TF-DESDE PIC 9(8).
           02 TF-HASTA PIC 9(8).
           02 TF-PRECIO PIC 9(4)V99.
           02 TF-UNIDAD PIC X(3).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-LOTES PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-DEVPROV PIC X(42).
       77 RF-TARIFAS PIC X(42).
       77 ERRORLT PIC XX.
       77 ERRORDV PIC XX.
       77 ERRORTF PIC XX.
       77 EXISTELOTE PIC X.
       77 ERRORMOV PIC XX.
       77 TECLA PIC X.
       77 LINACT PIC 99.
       77 STOCKPONDERA PIC S9(7)V999.
       77 VALORPONDERA PIC S9(10)V999.
       77 ALBPEDIDO PIC 9(6).
       77 LINPEDIDA PIC 99.
       77 CANTDEV PIC 9(5)V999.
       77 FINTF PIC X.
       77 HAYTARIFA PIC X.
       77 PRECIOPACTADO PIC 9(4)V99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "PROVEEDORES Y ENTRADAS DE GENERO" LINE 2
              POSITION 5
           DISPLAY "P=PROVEEDORES  A=ENTRAR ALBARAN  D=DEVOLUCION"
              LINE 4 POSITION 5
           DISPLAY "S=SALIR:" LINE 4 POSITION 52
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 61 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "P" OR "p"
           END-IF
           IF OPCION = "A" OR "a"
              PERFORM ENTRARALBARAN
           END-IF
           IF OPCION = "D" OR "d"
              PERFORM ENTRARDEVOLUCION
           END-IF.

      ** Alta y modificacion de proveedores, uno a uno por codigo.  **
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE SPACES TO PR-NOMBRE PR-NIF PR-TELEFONO
                    MOVE SPACES TO PR-CCC PR-FAMILIA
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
                 UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "FAMILIA (C/P/V/B/S, BLANCO=OTROS):" LINE 11
                 POSITION 5
              ACCEPT PR-FAMILIA LINE 11 POSITION 40 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 IF EXISTE = "S"
                    REWRITE REG-PROV INVALID KEY CONTINUE
                    WRITE REG-PROV INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 12 POSITION 5
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           OPEN I-O ALBALIN
           OPEN I-O INGRED
           OPEN INPUT PROVEE
           OPEN INPUT TARIFAS
           MOVE "N" TO LIBRE
           PERFORM BuscarAlbLibre VARYING PRUEBA FROM 1 BY 1
              UNTIL LIBRE = "S" OR PRUEBA > 999999
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF
           CLOSE TARIFAS
           CLOSE PROVEE
           CLOSE INGRED
           CLOSE ALBALIN
                       ACCEPT AL-COSTE LINE 13 POSITION 20 NO BEEP
                          UPDATE
                       END-ACCEPT
                       PERFORM AvisarPrecio
                       DISPLAY "LOTE (BLANCO=SIN LOTE):" LINE 14
                          POSITION 5
                       MOVE SPACES TO AL-LOTE
              END-IF
           END-IF.

      ** Precio pactado de AL-INGRED con ALB-PROVEEDOR en la fecha   **
      ** del albaran: la tarifa vigente de inicio mas reciente.      **

       BuscarTarifa.
           MOVE "N" TO HAYTARIFA
           MOVE 0 TO PRECIOPACTADO
           MOVE AL-INGRED TO TF-INGRED
           MOVE ALB-PROVEEDOR TO TF-PROVEEDOR
           MOVE 0 TO TF-DESDE
           MOVE "N" TO FINTF
           START TARIFAS KEY IS NOT < TF-CLAVE
              INVALID KEY MOVE "S" TO FINTF
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnaTarifa UNTIL FINTF = "S".
       MirarUnaTarifa.
           READ TARIFAS NEXT AT END MOVE "S" TO FINTF
           END-READ.
           IF FINTF = "N"
              IF TF-INGRED NOT = AL-INGRED
                 OR TF-PROVEEDOR NOT = ALB-PROVEEDOR
                 OR TF-DESDE > ALB-FECHA
                 MOVE "S" TO FINTF
              ELSE
                 IF TF-HASTA = 0 OR TF-HASTA NOT < ALB-FECHA
                    MOVE "S" TO HAYTARIFA
                    MOVE TF-PRECIO TO PRECIOPACTADO
                 END-IF
              END-IF
           END-IF.

      ** Aviso en la linea si el coste tecleado no es el pactado;   **
      ** la diferencia sale luego en las desviaciones de TARIFAS.CBL.**

       AvisarPrecio.
           DISPLAY "                                        " LINE 13
              POSITION 32
           PERFORM BuscarTarifa
           IF HAYTARIFA = "S" AND AL-COSTE NOT = PRECIOPACTADO
              DISPLAY "PACTADO:" LINE 13 POSITION 32 REVERSE
              DISPLAY PRECIOPACTADO LINE 13 POSITION 41 REVERSE
              DISPLAY "DISTINTO PRECIO" LINE 13 POSITION 50 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Devolucion al proveedor de genero de un albaran: se elige  **
      ** la linea (ingrediente y lote), la cantidad devuelta sale   **
      ** del stock y del lote con su movimiento (D), y el documento **
      ** queda pendiente de abono hasta que se case en FACPROV.CBL. **

       ENTRARDEVOLUCION.
           OPEN I-O DEVPROV
           OPEN INPUT ALBARAN
           OPEN INPUT ALBALIN
           OPEN I-O INGRED
           OPEN INPUT PROVEE
           MOVE 0 TO TECLAF
           DISPLAY "ALBARAN DE LA ENTRADA:" LINE 6 POSITION 5
           MOVE 0 TO ALBPEDIDO
           ACCEPT ALBPEDIDO LINE 6 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ALBPEDIDO NOT = 0
              MOVE ALBPEDIDO TO ALB-NUM
              READ ALBARAN
                 INVALID KEY
                    DISPLAY "NO EXISTE" LINE 6 POSITION 37
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM DevolverLinea
              END-READ
           END-IF
           MOVE 0 TO TECLAF
           CLOSE PROVEE
           CLOSE INGRED
           CLOSE ALBALIN
           CLOSE ALBARAN
           CLOSE DEVPROV.
       DevolverLinea.
           MOVE ALB-PROVEEDOR TO PR-CODIGO
           READ PROVEE
              INVALID KEY
                 DISPLAY "(SIN FICHA)" LINE 7 POSITION 5
              NOT INVALID KEY
                 DISPLAY PR-NOMBRE LINE 7 POSITION 5
           END-READ
           DISPLAY "LINEA DEL ALBARAN:" LINE 8 POSITION 5
           MOVE 0 TO LINPEDIDA
           ACCEPT LINPEDIDA LINE 8 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              MOVE ALB-NUM TO AL-NUM
              MOVE LINPEDIDA TO AL-LINEA
              READ ALBALIN
                 INVALID KEY
                    DISPLAY "NO EXISTE" LINE 8 POSITION 30
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM DatosDevolucion
              END-READ
           END-IF.
       DatosDevolucion.
           MOVE AL-INGRED TO IG-CODIGO
           READ INGRED
              INVALID KEY MOVE SPACES TO IG-NOMBRE
           END-READ
           DISPLAY IG-NOMBRE LINE 9 POSITION 5
           DISPLAY "LOTE:" LINE 9 POSITION 33
           DISPLAY AL-LOTE LINE 9 POSITION 39
           DISPLAY "ENTRARON:" LINE 10 POSITION 5
           DISPLAY AL-CANTIDAD LINE 10 POSITION 16
           DISPLAY "CANTIDAD DEVUELTA:" LINE 11 POSITION 5
           MOVE AL-CANTIDAD TO CANTDEV
           ACCEPT CANTDEV LINE 11 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF CANTDEV > AL-CANTIDAD
              MOVE AL-CANTIDAD TO CANTDEV
              DISPLAY CANTDEV LINE 11 POSITION 25
           END-IF
           DISPLAY "MOTIVO:" LINE 12 POSITION 5
           MOVE SPACES TO DV-MOTIVO
           ACCEPT DV-MOTIVO LINE 12 POSITION 14 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CANTDEV NOT = 0
              PERFORM GrabarDevolucion
           END-IF.
       GrabarDevolucion.
           MOVE "N" TO LIBRE
           PERFORM BuscarDevLibre VARYING PRUEBA FROM 1 BY 1
              UNTIL LIBRE = "S" OR PRUEBA > 999999
           MOVE ALB-NUM TO DV-ALBARAN
           MOVE AL-LINEA TO DV-LINEA
           MOVE ALB-PROVEEDOR TO DV-PROVEEDOR
           ACCEPT DV-FECHA FROM DATE YYYYMMDD
           MOVE AL-INGRED TO DV-INGRED
           MOVE AL-LOTE TO DV-LOTE
           MOVE CANTDEV TO DV-CANTIDAD
           MOVE AL-COSTE TO DV-COSTE
           COMPUTE DV-VALOR ROUNDED = CANTDEV * AL-COSTE
           MOVE SPACES TO DV-ABONO
           MOVE 0 TO DV-FECHAABONO
           WRITE REG-DEV INVALID KEY CONTINUE
           END-WRITE
      * El genero sale al coste de la ficha, que no se toca: la
      * devolucion no cambia el precio medio de lo que se queda.
           IF IG-NOMBRE NOT = SPACES
              SUBTRACT CANTDEV FROM IG-STOCK
              REWRITE REG-ING INVALID KEY CONTINUE
              END-REWRITE
           END-IF
           MOVE "D" TO MV-TIPO
           MOVE "I" TO MV-CLASE
           MOVE AL-INGRED TO MV-CODIGO
           COMPUTE MV-CANTIDAD = 0 - CANTDEV
           MOVE SPACES TO MV-MOTIVO
           STRING "DEVOLUCION ALBARAN " DELIMITED BY SIZE
                  ALB-NUM DELIMITED BY SIZE
                  INTO MV-MOTIVO
           END-STRING
           PERFORM GrabarMovStock
           IF AL-LOTE NOT = SPACES
              PERFORM DescontarLote
           END-IF
           DISPLAY "DEVOLUCION N." LINE 14 POSITION 5
           DISPLAY DV-NUM LINE 14 POSITION 19
           DISPLAY "PENDIENTE DE ABONO, VALOR:" LINE 15 POSITION 5
           DISPLAY DV-VALOR LINE 15 POSITION 32
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       BuscarDevLibre.
           MOVE PRUEBA TO DV-NUM
           READ DEVPROV
              INVALID KEY MOVE "S" TO LIBRE
              NOT INVALID KEY CONTINUE
           END-READ.
       DescontarLote.
           OPEN I-O LOTES
           IF ERRORLT = "00" OR "05"
              MOVE AL-INGRED TO LT-INGRED
              MOVE AL-LOTE TO LT-LOTE
              READ LOTES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SUBTRACT CANTDEV FROM LT-CANTIDAD
                    IF LT-CANTIDAD < 0
                       MOVE 0 TO LT-CANTIDAD
                    END-IF
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE LOTES
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

                  "ALBARAN.DAT" DELIMITED BY SIZE
                  INTO RF-ALBARAN
           END-STRING
           MOVE SPACES TO RF-DEVPROV
           STRING RUTADATOS DELIMITED BY " "
                  "DEVPROV.DAT" DELIMITED BY SIZE
                  INTO RF-DEVPROV
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-TARIFAS
           STRING RUTADATOS DELIMITED BY " "
                  "TARIFAS.DAT" DELIMITED BY SIZE
                  INTO RF-TARIFAS
           END-STRING.
