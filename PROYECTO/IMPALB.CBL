       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPALB.
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
      * Fichero de albaranes del distribuidor, tal como llega por
      * correo: registros de 80 posiciones, C = cabecera de albaran
      * y L = linea de articulo.
           SELECT OPTIONAL ALBDIST ASSIGN TO DISK "ALBDIST.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDI.
           SELECT OPTIONAL REFPROV ASSIGN TO DISK RF-REFPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-CLAVE
           FILE STATUS IS ERRORRP.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL ALBARAN ASSIGN TO DISK RF-ALBARAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALB-NUM.
           SELECT OPTIONAL ALBALIN ASSIGN TO DISK RF-ALBALIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CLAVE.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL LOTES ASSIGN TO DISK RF-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
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
       FD ALBDIST LABEL RECORD STANDARD.
       01 REG-DIST PIC X(80).
      * Referencias cruzadas: codigo de articulo de cada proveedor
      * contra nuestro ingrediente, con el factor que pasa su unidad
      * de venta (caja, garrafa...) a la unidad del ingrediente.
       FD REFPROV LABEL RECORD STANDARD.
       01 REG-REFPROV.
           02 RP-CLAVE.
              03 RP-PROVEEDOR PIC 9(3).
              03 RP-ARTICULO PIC X(15).
           02 RP-INGRED PIC 9(3).
           02 RP-FACTOR PIC 9(3)V999.
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD INGRED LABEL RECORD STANDARD.
       01 REG-ING.
           02 IG-CODIGO PIC 9(3).
           02 IG-NOMBRE PIC X(26).
           02 IG-UNIDAD PIC X(3).
           02 IG-STOCK PIC S9(6)V999.
           02 IG-COSTE PIC 9(4)V99.
           02 IG-MINIMO PIC 9(5)V999.
           02 IG-PEDIRHASTA PIC 9(5)V999.
           02 IG-PROVEEDOR PIC 9(3).
      * Valores nutricionales por 100 g o unidad de medida del
      * ingrediente, para el calculo por racion de NUTRIC.CBL.
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
       FD ALBARAN LABEL RECORD STANDARD.
       01 REG-ALB.
           02 ALB-NUM PIC 9(6).
           02 ALB-PROVEEDOR PIC 9(3).
           02 ALB-FECHA PIC 9(8).
           02 ALB-REFPROV PIC X(10).
           02 ALB-FACPROV PIC 9(6).
       FD ALBALIN LABEL RECORD STANDARD.
       01 REG-ALBLIN.
           02 AL-CLAVE.
              03 AL-NUM PIC 9(6).
              03 AL-LINEA PIC 99.
           02 AL-INGRED PIC 9(3).
           02 AL-CANTIDAD PIC 9(5)V999.
           02 AL-COSTE PIC 9(4)V99.
           02 AL-LOTE PIC X(10).
           02 AL-CADUCIDAD PIC 9(8).
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
       FD LOTES LABEL RECORD STANDARD.
       01 REG-LOTE.
           02 LT-CLAVE.
              03 LT-INGRED PIC 9(3).
              03 LT-LOTE PIC X(10).
           02 LT-CADUCIDAD PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-ALBALIN PIC X(42).
       77 RF-ALBARAN PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-LOTES PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-REFPROV PIC X(42).
       77 ERRORDI PIC XX.
       77 ERRORRP PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORIMP PIC XX.
       77 EXISTELOTE PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 EXISTE PIC X.
       77 LIBRE PIC X.
       77 PRUEBA PIC 9(7).
       77 FIN PIC X.
       77 FINALB PIC X.
       77 REPETIDO PIC X.
       77 PROVPEDIDO PIC 9(3).
       77 ALBACTIVO PIC X.
           88 ALB-ABIERTO VALUE "S".
           88 ALB-REPETIDO VALUE "R".
       77 NLIN PIC 99.
       77 CUANTOSALB PIC 9(4).
       77 CUANTASLIN PIC 9(4).
       77 CUANTOSMAL PIC 9(4).
       77 MOTIVORECHAZO PIC X(24).
       77 CANTIDADING PIC 9(5)V999.
       77 COSTEING PIC 9(4)V99.
       77 STOCKPONDERA PIC S9(7)V999.
       77 VALORPONDERA PIC S9(10)V999.
      * Desglose de los registros del fichero del distribuidor.
       01 LINEADIST.
           02 DI-TIPO PIC X.
              88 DIST-CABECERA VALUE "C".
              88 DIST-LINEA VALUE "L".
           02 DI-ARTICULO PIC X(15).
           02 DI-DESCRIP PIC X(30).
           02 DI-CANTIDAD PIC 9(5)V999.
           02 DI-PRECIO PIC 9(4)V99.
           02 DI-LOTE PIC X(10).
           02 DI-CADUCIDAD PIC 9(8).
           02 FILLER PIC X(2).
       01 CABDIST REDEFINES LINEADIST.
           02 FILLER PIC X.
           02 DI-REFALB PIC X(10).
           02 DI-FECHA PIC 9(8).
           02 FILLER PIC X(61).
       01 CABIMP.
           02 FILLER PIC X(40) VALUE
              "  IMPORTACION DE ALBARANES (ALBDIST.TXT)".
           02 FILLER PIC X(9) VALUE "  PROV.: ".
           02 CI-PROV PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 CI-NOMBRE PIC X(27).
       01 LINIMPALB.
           02 FILLER PIC X(12) VALUE "  ALBARAN:  ".
           02 CI-REFALB PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CI-FECHA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CI-RESULT PIC X(20).
           02 CI-ALB PIC ZZZZZ9.
       01 LINRECHAZO.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CI-ARTICULO PIC X(15).
           02 FILLER PIC X VALUE SPACES.
           02 CI-DESCRIP PIC X(30).
           02 FILLER PIC X VALUE SPACES.
           02 CI-MOTIVO PIC X(24).
       01 TOTIMP.
           02 FILLER PIC X(13) VALUE "  ALBARANES: ".
           02 CI-TOTALB PIC ZZZ9.
           02 FILLER PIC X(11) VALUE "  LINEAS:  ".
           02 CI-TOTLIN PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  RECHAZADAS: ".
           02 CI-TOTMAL PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "ALBARANES ELECTRONICOS DE DISTRIBUIDOR" LINE 2
              POSITION 5
           DISPLAY "R=REFERENCIAS  I=IMPORTAR ALBDIST.TXT  S=SALIR:"
              LINE 4 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 54 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "R" OR "r"
              PERFORM MANTREF
           END-IF
           IF OPCION = "I" OR "i"
              PERFORM IMPORTAR
           END-IF.

      ** Alta, cambio y baja de las referencias de articulo de un    **
      ** proveedor; ingrediente 0 = borrar la referencia.            **

       MANTREF.
           OPEN I-O REFPROV
           OPEN INPUT INGRED
           OPEN INPUT PROVEE
           MOVE 0 TO TECLAF
           DISPLAY "PROVEEDOR:" LINE 6 POSITION 5
           MOVE 0 TO PROVPEDIDO
           ACCEPT PROVPEDIDO LINE 6 POSITION 17 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PROVPEDIDO NOT = 0
              MOVE PROVPEDIDO TO PR-CODIGO
              READ PROVEE
                 INVALID KEY
                    DISPLAY "(SIN FICHA)" LINE 6 POSITION 23
                 NOT INVALID KEY
                    DISPLAY PR-NOMBRE LINE 6 POSITION 23
              END-READ
              PERFORM UNAREFERENCIA UNTIL TECLAF = 27
           END-IF
           MOVE 0 TO TECLAF
           CLOSE PROVEE
           CLOSE INGRED
           CLOSE REFPROV.
       UNAREFERENCIA.
           DISPLAY "ARTICULO DEL PROVEEDOR (ESC=FIN):" LINE 8
              POSITION 5
           MOVE SPACES TO RP-ARTICULO
           ACCEPT RP-ARTICULO LINE 8 POSITION 40 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND RP-ARTICULO NOT = SPACES
              MOVE PROVPEDIDO TO RP-PROVEEDOR
              READ REFPROV
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE 0 TO RP-INGRED
                    MOVE 1 TO RP-FACTOR
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              DISPLAY "INGREDIENTE (0=BORRAR):" LINE 9 POSITION 5
              ACCEPT RP-INGRED LINE 9 POSITION 30 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              MOVE RP-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    DISPLAY "NO EXISTE                 " LINE 9
                       POSITION 35
                 NOT INVALID KEY
                    DISPLAY IG-NOMBRE LINE 9 POSITION 35
              END-READ
              DISPLAY "UNIDADES NUESTRAS POR UNIDAD SUYA:" LINE 10
                 POSITION 5
              ACCEPT RP-FACTOR LINE 10 POSITION 41 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF RP-FACTOR = 0
                 MOVE 1 TO RP-FACTOR
              END-IF
              IF TECLAF NOT = 27
                 PERFORM GrabarReferencia
              END-IF
              MOVE 0 TO TECLAF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       GrabarReferencia.
           IF RP-INGRED = 0
              IF EXISTE = "S"
                 DELETE REFPROV INVALID KEY CONTINUE
                 END-DELETE
                 DISPLAY "BORRADA" LINE 11 POSITION 5
              END-IF
           ELSE
              IF EXISTE = "S"
                 REWRITE REG-REFPROV INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-REFPROV INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              DISPLAY "GRABADA" LINE 11 POSITION 5
           END-IF.

      ** Importacion del fichero del distribuidor: cada cabecera     **
      ** abre un albaran interno (salvo que ya se importara) y cada  **
      ** linea entra como si se tecleara en ALBARAN.CBL: stock,      **
      ** precio medio, movimiento (E) y lote. Lo que no casa sale    **
      ** en el listado de rechazos para arreglarlo a mano.           **

       IMPORTAR.
           DISPLAY "PROVEEDOR DEL FICHERO:" LINE 6 POSITION 5
           MOVE 0 TO PROVPEDIDO
           ACCEPT PROVPEDIDO LINE 6 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PROVPEDIDO NOT = 0
              OPEN INPUT ALBDIST
              IF ERRORDI NOT = "00"
                 DISPLAY "NO HAY FICHERO ALBDIST.TXT" LINE 8
                    POSITION 5
              ELSE
                 PERFORM ImportarFichero
                 CLOSE ALBDIST
                 DISPLAY "ALBARANES:" LINE 8 POSITION 5
                 DISPLAY CUANTOSALB LINE 8 POSITION 17
                 DISPLAY "LINEAS:" LINE 9 POSITION 5
                 DISPLAY CUANTASLIN LINE 9 POSITION 17
                 DISPLAY "RECHAZADAS:" LINE 10 POSITION 5
                 DISPLAY CUANTOSMAL LINE 10 POSITION 17
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImportarFichero.
           MOVE 0 TO CUANTOSALB CUANTASLIN CUANTOSMAL
           OPEN INPUT PROVEE
           MOVE PROVPEDIDO TO PR-CODIGO
           READ PROVEE
              INVALID KEY MOVE "(SIN FICHA)" TO PR-NOMBRE
           END-READ
           CLOSE PROVEE
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE PROVPEDIDO TO CI-PROV
           MOVE PR-NOMBRE TO CI-NOMBRE
           WRITE LINEAIMP FROM CABIMP BEFORE ADVANCING 2 LINE
           OPEN I-O ALBARAN
           OPEN I-O ALBALIN
           OPEN I-O INGRED
           OPEN INPUT REFPROV
           MOVE "N" TO ALBACTIVO
           MOVE "N" TO FIN
           PERFORM ProcesarRegistro UNTIL FIN = "S"
           CLOSE REFPROV
           CLOSE INGRED
           CLOSE ALBALIN
           CLOSE ALBARAN
           MOVE CUANTOSALB TO CI-TOTALB
           MOVE CUANTASLIN TO CI-TOTLIN
           MOVE CUANTOSMAL TO CI-TOTMAL
           WRITE LINEAIMP FROM TOTIMP BEFORE ADVANCING 2 LINE
           CLOSE LISTADO.
       ProcesarRegistro.
           READ ALBDIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE REG-DIST TO LINEADIST
              IF DIST-CABECERA
                 PERFORM NuevoAlbaran
              END-IF
              IF DIST-LINEA
                 IF ALB-ABIERTO
                    PERFORM ImportarLinea
                 ELSE
                    IF NOT ALB-REPETIDO
                       MOVE "LINEA SIN CABECERA" TO MOTIVORECHAZO
                       PERFORM RechazarLinea
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ** Un albaran del proveedor ya importado (mismo proveedor y    **
      ** numero suyo) se salta entero para no duplicar el genero.    **

       NuevoAlbaran.
           MOVE "N" TO REPETIDO
           MOVE 0 TO ALB-NUM
           MOVE "N" TO FINALB
           START ALBARAN KEY IS NOT < ALB-NUM
              INVALID KEY MOVE "S" TO FINALB
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM BuscarRepetido UNTIL FINALB = "S"
           MOVE DI-REFALB TO CI-REFALB
           MOVE DI-FECHA TO CI-FECHA
           IF REPETIDO = "S"
              MOVE "R" TO ALBACTIVO
              MOVE "YA IMPORTADO EN" TO CI-RESULT
              MOVE ALB-NUM TO CI-ALB
           ELSE
              MOVE "N" TO LIBRE
              PERFORM BuscarAlbLibre VARYING PRUEBA FROM 1 BY 1
                 UNTIL LIBRE = "S" OR PRUEBA > 999999
              MOVE PROVPEDIDO TO ALB-PROVEEDOR
              MOVE DI-REFALB TO ALB-REFPROV
              IF DI-FECHA IS NUMERIC AND DI-FECHA NOT = 0
                 MOVE DI-FECHA TO ALB-FECHA
              ELSE
                 ACCEPT ALB-FECHA FROM DATE YYYYMMDD
              END-IF
              MOVE 0 TO ALB-FACPROV
              WRITE REG-ALB INVALID KEY CONTINUE
              END-WRITE
              MOVE "S" TO ALBACTIVO
              MOVE 0 TO NLIN
              ADD 1 TO CUANTOSALB
              MOVE "GRABADO COMO" TO CI-RESULT
              MOVE ALB-NUM TO CI-ALB
           END-IF
           WRITE LINEAIMP FROM LINIMPALB BEFORE ADVANCING 1 LINE.
       BuscarRepetido.
           READ ALBARAN NEXT AT END MOVE "S" TO FINALB
           END-READ.
           IF FINALB = "N" AND ALB-PROVEEDOR = PROVPEDIDO
              AND ALB-REFPROV = DI-REFALB
              MOVE "S" TO REPETIDO
              MOVE "S" TO FINALB
           END-IF.
       BuscarAlbLibre.
           MOVE PRUEBA TO ALB-NUM
           READ ALBARAN
              INVALID KEY MOVE "S" TO LIBRE
              NOT INVALID KEY CONTINUE
           END-READ.

      ** Una linea del distribuidor: se busca su referencia, se      **
      ** pasa a nuestra unidad y se graba como linea del albaran.    **

       ImportarLinea.
           MOVE SPACES TO MOTIVORECHAZO
           IF DI-CANTIDAD NOT NUMERIC OR DI-PRECIO NOT NUMERIC
              MOVE "CANTIDAD/PRECIO MAL" TO MOTIVORECHAZO
           END-IF
           IF MOTIVORECHAZO = SPACES AND DI-CANTIDAD = 0
              MOVE "CANTIDAD CERO" TO MOTIVORECHAZO
           END-IF
           IF MOTIVORECHAZO = SPACES AND NLIN = 99
              MOVE "ALBARAN LLENO (99 LIN.)" TO MOTIVORECHAZO
           END-IF
           IF MOTIVORECHAZO = SPACES
              MOVE PROVPEDIDO TO RP-PROVEEDOR
              MOVE DI-ARTICULO TO RP-ARTICULO
              READ REFPROV
                 INVALID KEY
                    MOVE "ARTICULO SIN REFERENCIA" TO MOTIVORECHAZO
              END-READ
           END-IF
           IF MOTIVORECHAZO = SPACES
              MOVE RP-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    MOVE "INGREDIENTE NO EXISTE" TO MOTIVORECHAZO
              END-READ
           END-IF
           IF MOTIVORECHAZO = SPACES
              PERFORM GrabarLinea
           ELSE
              PERFORM RechazarLinea
           END-IF.
       RechazarLinea.
           ADD 1 TO CUANTOSMAL
           MOVE DI-ARTICULO TO CI-ARTICULO
           MOVE DI-DESCRIP TO CI-DESCRIP
           MOVE MOTIVORECHAZO TO CI-MOTIVO
           WRITE LINEAIMP FROM LINRECHAZO BEFORE ADVANCING 1 LINE.
       GrabarLinea.
           IF RP-FACTOR = 0
              MOVE 1 TO RP-FACTOR
           END-IF
           COMPUTE CANTIDADING ROUNDED = DI-CANTIDAD * RP-FACTOR
           COMPUTE COSTEING ROUNDED = DI-PRECIO / RP-FACTOR
           ADD 1 TO NLIN
           ADD 1 TO CUANTASLIN
           MOVE ALB-NUM TO AL-NUM
           MOVE NLIN TO AL-LINEA
           MOVE RP-INGRED TO AL-INGRED
           MOVE CANTIDADING TO AL-CANTIDAD
           MOVE COSTEING TO AL-COSTE
           MOVE DI-LOTE TO AL-LOTE
           MOVE 0 TO AL-CADUCIDAD
           IF AL-LOTE NOT = SPACES AND DI-CADUCIDAD IS NUMERIC
              MOVE DI-CADUCIDAD TO AL-CADUCIDAD
           END-IF
           WRITE REG-ALBLIN INVALID KEY CONTINUE
           END-WRITE
      * Mismo precio medio ponderado que la entrada a mano.
           MOVE IG-STOCK TO STOCKPONDERA
           IF STOCKPONDERA < 0
              MOVE 0 TO STOCKPONDERA
           END-IF
           COMPUTE VALORPONDERA =
              (STOCKPONDERA * IG-COSTE)
              + (AL-CANTIDAD * AL-COSTE)
           ADD AL-CANTIDAD TO IG-STOCK
           COMPUTE STOCKPONDERA = STOCKPONDERA + AL-CANTIDAD
           IF STOCKPONDERA NOT = 0
              COMPUTE IG-COSTE ROUNDED = VALORPONDERA / STOCKPONDERA
           ELSE
              MOVE AL-COSTE TO IG-COSTE
           END-IF
           REWRITE REG-ING INVALID KEY CONTINUE
           END-REWRITE
           MOVE "E" TO MV-TIPO
           MOVE "I" TO MV-CLASE
           MOVE AL-INGRED TO MV-CODIGO
           MOVE AL-CANTIDAD TO MV-CANTIDAD
           MOVE "ENTRADA ALBARAN" TO MV-MOTIVO
           PERFORM GrabarMovStock
           IF AL-LOTE NOT = SPACES
              PERFORM ActualizarLote
           END-IF.

      ** Apunte en el diario de movimientos de stock.               **

       GrabarMovStock.
           ACCEPT MV-FECHA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           OPEN EXTEND MOVSTOCK
           IF ERRORMOV = "00" OR "05"
              WRITE REG-MOV
              CLOSE MOVSTOCK
           END-IF.

      ** Suma la entrada a las existencias del lote; si el lote es  **
      ** nuevo se abre su ficha con la caducidad y el albaran de    **
      ** llegada, igual que en ALBARAN.CBL.                          **

       ActualizarLote.
           OPEN I-O LOTES
           IF ERRORLT = "00" OR "05"
              MOVE AL-INGRED TO LT-INGRED
              MOVE AL-LOTE TO LT-LOTE
              READ LOTES
                 INVALID KEY MOVE "N" TO EXISTELOTE
                 NOT INVALID KEY MOVE "S" TO EXISTELOTE
              END-READ
              IF EXISTELOTE = "S"
                 ADD AL-CANTIDAD TO LT-CANTIDAD
                 IF AL-CADUCIDAD NOT = 0
                    MOVE AL-CADUCIDAD TO LT-CADUCIDAD
                 END-IF
                 REWRITE REG-LOTE INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 MOVE AL-INGRED TO LT-INGRED
                 MOVE AL-LOTE TO LT-LOTE
                 MOVE AL-CADUCIDAD TO LT-CADUCIDAD
                 MOVE AL-CANTIDAD TO LT-CANTIDAD
                 MOVE ALB-NUM TO LT-ALBARAN
                 MOVE ALB-FECHA TO LT-FECHAENT
                 WRITE REG-LOTE INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              CLOSE LOTES
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
           MOVE SPACES TO RF-ALBALIN
           STRING RUTADATOS DELIMITED BY " "
                  "ALBALIN.DAT" DELIMITED BY SIZE
                  INTO RF-ALBALIN
           END-STRING
           MOVE SPACES TO RF-ALBARAN
           STRING RUTADATOS DELIMITED BY " "
                  "ALBARAN.DAT" DELIMITED BY SIZE
                  INTO RF-ALBARAN
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-LOTES
           STRING RUTADATOS DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-REFPROV
           STRING RUTADATOS DELIMITED BY " "
                  "REFPROV.DAT" DELIMITED BY SIZE
                  INTO RF-REFPROV
           END-STRING.
