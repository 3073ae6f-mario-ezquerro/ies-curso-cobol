       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMIDAP.
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
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IG-CODIGO
           FILE STATUS IS ERRORING.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE
           FILE STATUS IS ERROREC.
           SELECT OPTIONAL LOTES ASSIGN TO DISK RF-LOTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS ERRORLT.
           SELECT OPTIONAL LOTECONS ASSIGN TO DISK RF-LOTECONS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCL.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL COMIDAS ASSIGN TO DISK RF-COMIDAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCP.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
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
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
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
       FD PLATOS LABEL RECORD STANDARD.
       01 REG-PLA.
           02 NUMPLATO PIC 9(3).
           02 CODIGO PIC XX.
           02 NOM PIC X(26).
           02 PVP PIC 9(4)V99.
           02 STOCK PIC 9(4).
           02 CATEGORIA PIC X.
           02 DISPONIBLE PIC X.
           02 ALERGENOS PIC X(30).
           02 PFECHAMOD PIC 9(8).
           02 PTIPOIVA PIC 9.
           02 PVP2 PIC 9(4)V99.
           02 PVP3 PIC 9(4)V99.
           02 PCOSTE PIC 9(4)V99.
           02 PALERG PIC X(14).
      * Kilocalorias por racion calculadas del escandallo por
      * NUTRIC.CBL (0 = sin calcular).
           02 PKCAL PIC 9(5).
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
      * Existencias por lote (las alimenta la entrada de albaran):
      * el consumo va gastando siempre el lote de caducidad mas
      * proxima, para que la traza sanitaria cuadre con la cocina.
       FD LOTES LABEL RECORD STANDARD.
       01 REG-LOTE.
           02 LT-CLAVE.
              03 LT-INGRED PIC 9(3).
              03 LT-LOTE PIC X(10).
           02 LT-CADUCIDAD PIC 9(8).
           02 LT-CANTIDAD PIC S9(6)V999.
           02 LT-ALBARAN PIC 9(6).
           02 LT-FECHAENT PIC 9(8).
      * Diario de consumo por lote: cada vez que se gasta (o repone)
      * genero de un lote queda apuntado el dia y la cantidad, para
      * saber en una alerta sanitaria que dias se estuvo sirviendo.
       FD LOTECONS LABEL RECORD STANDARD.
       01 REG-LOTECONS.
           02 CL-FECHA PIC 9(8).
           02 CL-HORA PIC 9(8).
           02 CL-INGRED PIC 9(3).
           02 CL-LOTE PIC X(10).
           02 CL-CANTIDAD PIC S9(6)V999.
      * Diario de movimientos de stock; la comida de personal va con
      * tipo C sobre el plato (P) y cantidad negativa, aparte de las
      * ventas, para que el consumo la cuente en su propia columna.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
      * Comidas de personal: sin mesa ni factura; que comio cada
      * empleado, cuando y su valor a coste, que es el salario en
      * especie que pide la gestoria.
       FD COMIDAS LABEL RECORD STANDARD.
       01 REG-COMIDA.
           02 CP-FECHA PIC 9(8).
           02 CP-HORA PIC 9(8).
           02 CP-EMPLEADO PIC 9(3).
           02 CP-NUMPLATO PIC 9(3).
           02 CP-CANTIDAD PIC 99.
           02 CP-COSTE PIC 9(5)V99.
           02 CP-APUNTADOR PIC 9(3).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-COMIDAS PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-LOTECONS PIC X(42).
       77 RF-LOTES PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 ERRORUSU PIC XX.
       77 ERRORING PIC XX.
       77 ERROREC PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORCL PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORCP PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINESC PIC X.
       77 FINLOTE PIC X.
       77 SESCODIGO PIC 9(3).
       77 EMPLEADO PIC 9(3).
       77 NOMEMPLEADO PIC X(20).
       77 PLATOPEDIDO PIC 9(3).
       77 RACIONES PIC 99.
       77 COSTECOMIDA PIC 9(5)V99.
       77 LINEA PIC 99.
       77 CANTLOTE PIC S9(6)V999.
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       77 MESPEDIDO PIC 99.
       77 ANOPEDIDO PIC 9(4).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 EM PIC 9(3).
       77 TOTALRAC PIC 9(5).
       77 TOTALCOSTE PIC 9(7)V99.
       01 FECHADES.
           02 FD-ANO PIC 9(4).
           02 FD-MES PIC 99.
           02 FD-DIA PIC 99.
      * Acumulado del mes por empleado.
       01 TablaEmpleados.
           02 TE-ENT OCCURS 999.
              03 TE-RACIONES PIC 9(5).
              03 TE-DIAS PIC 9(3).
              03 TE-COSTE PIC 9(7)V99.
              03 TE-ULTDIA PIC 9(8).
       01 LINCOMIDA.
           02 LC-RAC PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LC-PLATO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LC-NOMBRE PIC X(26).
           02 FILLER PIC X VALUE SPACES.
           02 LC-COSTE PIC ZZ.ZZ9,99.
       01 CABCOM.
           02 FILLER PIC X(40) VALUE
              "  COMIDAS DE PERSONAL (SALARIO EN ESPECI".
           02 FILLER PIC X(11) VALUE "E)   MES:  ".
           02 CM-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 CM-ANO PIC 9(4).
       01 CABCOM2.
           02 FILLER PIC X(40) VALUE
              "  EMP NOMBRE                 DIAS  RACIO".
           02 FILLER PIC X(22) VALUE "NES     VALOR A COSTE ".
       01 LINCOM.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CM-EMP PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 CM-NOMBRE PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 CM-DIAS PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CM-RAC PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CM-COSTE PIC Z.ZZZ.ZZ9,99.
       01 LINTOTCOM.
           02 FILLER PIC X(38) VALUE
              "  TOTAL                               ".
           02 CM-TOTRAC PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CM-TOTCOSTE PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "COMIDA DE PERSONAL" LINE 2 POSITION 5
           DISPLAY "C=APUNTAR COMIDA  L=LISTADO MES  S=SALIR:" LINE 4
              POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 48 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "C" OR "c"
              PERFORM APUNTAR
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM LISTADOMES
           END-IF.

      ** Comida de un empleado: sin mesa ni factura. Cada plato      **
      ** baja su stock y el de sus ingredientes y lotes como una     **
      ** venta, pero va al diario como tipo C y a COMIDAS.DAT con su **
      ** valor a PCOSTE.                                             **

       APUNTAR.
           DISPLAY "EMPLEADO:" LINE 6 POSITION 5
           MOVE SESCODIGO TO EMPLEADO
           ACCEPT EMPLEADO LINE 6 POSITION 16 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              MOVE SPACES TO NOMEMPLEADO
              OPEN INPUT USUARIOS
              MOVE EMPLEADO TO UCODIGO
              READ USUARIOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF USUARIO-ACTIVO
                       MOVE UNOMBRE TO NOMEMPLEADO
                    END-IF
              END-READ
              CLOSE USUARIOS
              IF NOMEMPLEADO = SPACES
                 DISPLAY "NO EXISTE ESE EMPLEADO O ESTA DE BAJA"
                    LINE 7 POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 DISPLAY NOMEMPLEADO LINE 6 POSITION 21
                 MOVE 8 TO LINEA
                 PERFORM PedirPlato UNTIL TECLAF = 27
              END-IF
           END-IF
           MOVE 0 TO TECLAF.
       PedirPlato.
           DISPLAY "PLATO (ESC=FIN):" LINE 21 POSITION 5
           MOVE 0 TO PLATOPEDIDO
           ACCEPT PLATOPEDIDO LINE 21 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PLATOPEDIDO NOT = 0
              DISPLAY "RACIONES:" LINE 22 POSITION 5
              MOVE 1 TO RACIONES
              ACCEPT RACIONES LINE 22 POSITION 16 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND RACIONES NOT = 0
                 PERFORM ApuntarPlato
              END-IF
              MOVE 0 TO TECLAF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       ApuntarPlato.
           OPEN I-O PLATOS
           MOVE PLATOPEDIDO TO NUMPLATO
           READ PLATOS
              INVALID KEY
                 DISPLAY "NO EXISTE ESE PLATO        " LINE 23
                    POSITION 5
              NOT INVALID KEY
                 IF STOCK > RACIONES
                    SUBTRACT RACIONES FROM STOCK
                 ELSE
                    MOVE 0 TO STOCK
                 END-IF
                 REWRITE REG-PLA INVALID KEY CONTINUE
                 END-REWRITE
                 COMPUTE COSTECOMIDA = PCOSTE * RACIONES
                 PERFORM DescontarIngredientes
                 PERFORM GrabarComida
                 MOVE RACIONES TO LC-RAC
                 MOVE NUMPLATO TO LC-PLATO
                 MOVE NOM TO LC-NOMBRE
                 MOVE COSTECOMIDA TO LC-COSTE
                 IF LINEA < 20
                    DISPLAY LINCOMIDA LINE LINEA POSITION 5
                    ADD 1 TO LINEA
                 END-IF
                 DISPLAY "                           " LINE 23
                    POSITION 5
           END-READ
           CLOSE PLATOS.
       GrabarComida.
           ACCEPT CP-FECHA FROM DATE YYYYMMDD
           ACCEPT CP-HORA FROM TIME
           MOVE EMPLEADO TO CP-EMPLEADO
           MOVE NUMPLATO TO CP-NUMPLATO
           MOVE RACIONES TO CP-CANTIDAD
           MOVE COSTECOMIDA TO CP-COSTE
           MOVE SESCODIGO TO CP-APUNTADOR
           OPEN EXTEND COMIDAS
           IF ERRORCP = "00" OR "05"
              WRITE REG-COMIDA
              CLOSE COMIDAS
           END-IF
           MOVE "C" TO MV-TIPO
           MOVE "P" TO MV-CLASE
           MOVE NUMPLATO TO MV-CODIGO
           COMPUTE MV-CANTIDAD = 0 - RACIONES
           MOVE SPACES TO MV-MOTIVO
           STRING "COMIDA PERSONAL " DELIMITED BY SIZE
                  NOMEMPLEADO DELIMITED BY SIZE
                  INTO MV-MOTIVO
           END-STRING
           PERFORM GrabarMovStock.

      ** Apunte en el diario de movimientos de stock.               **

       GrabarMovStock.
           ACCEPT MV-FECHA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           OPEN EXTEND MOVSTOCK
           IF ERRORMOV = "00" OR "05"
              WRITE REG-MOV
              CLOSE MOVSTOCK
           END-IF.

      *****************************************************************
      * EXPLOTA EL ESCANDALLO DEL PLATO Y DESCUENTA DE CADA           *
      * INGREDIENTE SU CANTIDAD POR EL NUMERO DE RACIONES, Y DE SUS   *
      * LOTES EL DE CADUCIDAD MAS PROXIMA, IGUAL QUE AL VENDER.       *
      *****************************************************************
       DescontarIngredientes.
           OPEN INPUT ESCAND
           IF ERROREC = "00"
              OPEN I-O INGRED
              IF ERRORING = "00"
                 MOVE NUMPLATO TO EC-NUMPLATO
                 MOVE 0 TO EC-INGRED
                 MOVE "N" TO FINESC
                 START ESCAND KEY IS NOT < EC-CLAVE
                    INVALID KEY MOVE "S" TO FINESC
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM DescontarUnIngrediente UNTIL FINESC = "S"
                 CLOSE INGRED
              END-IF
              CLOSE ESCAND
           END-IF.
       DescontarUnIngrediente.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
           IF FINESC = "N" AND EC-NUMPLATO NOT = NUMPLATO
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE IG-STOCK = IG-STOCK
                       - (EC-CANTIDAD * RACIONES)
                    REWRITE REG-ING INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              PERFORM DescontarDeLotes
           END-IF.
       DescontarDeLotes.
           COMPUTE CANTLOTE = EC-CANTIDAD * RACIONES
           MOVE EC-INGRED TO LOTEINGRED
           OPEN I-O LOTES
           IF ERRORLT = "00"
              PERFORM ConsumirLoteViejo UNTIL CANTLOTE NOT > 0
              CLOSE LOTES
           END-IF.
       ConsumirLoteViejo.
           PERFORM BuscarLoteMasViejo
           IF LOTEMEJOR = SPACES
              MOVE 0 TO CANTLOTE
           ELSE
              MOVE LOTEINGRED TO LT-INGRED
              MOVE LOTEMEJOR TO LT-LOTE
              READ LOTES
                 INVALID KEY MOVE 0 TO CANTLOTE
                 NOT INVALID KEY
                    IF LT-CANTIDAD > CANTLOTE
                       MOVE CANTLOTE TO CL-CANTIDAD
                       SUBTRACT CANTLOTE FROM LT-CANTIDAD
                       MOVE 0 TO CANTLOTE
                    ELSE
                       MOVE LT-CANTIDAD TO CL-CANTIDAD
                       SUBTRACT LT-CANTIDAD FROM CANTLOTE
                       MOVE 0 TO LT-CANTIDAD
                    END-IF
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
                    PERFORM GrabarConsumoLote
              END-READ
           END-IF.
       GrabarConsumoLote.
           ACCEPT CL-FECHA FROM DATE YYYYMMDD
           ACCEPT CL-HORA FROM TIME
           MOVE LT-INGRED TO CL-INGRED
           MOVE LT-LOTE TO CL-LOTE
           OPEN EXTEND LOTECONS
           IF ERRORCL = "00" OR "05"
              WRITE REG-LOTECONS
              CLOSE LOTECONS
           END-IF.
       BuscarLoteMasViejo.
           MOVE SPACES TO LOTEMEJOR
           MOVE 99999999 TO CADMEJOR
           MOVE LOTEINGRED TO LT-INGRED
           MOVE LOW-VALUES TO LT-LOTE
           MOVE "N" TO FINLOTE
           START LOTES KEY IS NOT < LT-CLAVE
              INVALID KEY MOVE "S" TO FINLOTE
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnLote UNTIL FINLOTE = "S".
       MirarUnLote.
           READ LOTES NEXT AT END MOVE "S" TO FINLOTE
           END-READ.
           IF FINLOTE = "N" AND LT-INGRED NOT = LOTEINGRED
              MOVE "S" TO FINLOTE
           END-IF.
           IF FINLOTE = "N" AND LT-CANTIDAD > 0
              AND LT-CADUCIDAD NOT > CADMEJOR
              MOVE LT-CADUCIDAD TO CADMEJOR
              MOVE LT-LOTE TO LOTEMEJOR
           END-IF.

      ** Listado del mes por empleado: dias que comio, raciones y    **
      ** valor a coste, para la gestoria (salario en especie).       **

       LISTADOMES.
           ACCEPT FECHADES FROM DATE YYYYMMDD
           MOVE FD-MES TO MESPEDIDO
           MOVE FD-ANO TO ANOPEDIDO
           DISPLAY "MES:" LINE 6 POSITION 5
           ACCEPT MESPEDIDO LINE 6 POSITION 12 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "ANO:" LINE 6 POSITION 18
           ACCEPT ANOPEDIDO LINE 6 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND MESPEDIDO > 0 AND < 13
              COMPUTE MESDESDE = ANOPEDIDO * 10000 + MESPEDIDO * 100
              COMPUTE MESHASTA = MESDESDE + 99
              PERFORM AcumularComidas
              PERFORM ImprimirComidas
              DISPLAY "LISTADO IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       AcumularComidas.
           PERFORM LimpiarEmpleado VARYING EM FROM 1 BY 1
              UNTIL EM > 999
           MOVE "N" TO FIN
           OPEN INPUT COMIDAS
           IF ERRORCP NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM SumarUnaComida UNTIL FIN = "S"
           IF ERRORCP = "00"
              CLOSE COMIDAS
           END-IF.
       LimpiarEmpleado.
           MOVE 0 TO TE-RACIONES(EM)
           MOVE 0 TO TE-DIAS(EM)
           MOVE 0 TO TE-COSTE(EM)
           MOVE 0 TO TE-ULTDIA(EM).
       SumarUnaComida.
           READ COMIDAS AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CP-FECHA NOT < MESDESDE
              AND CP-FECHA NOT > MESHASTA AND CP-EMPLEADO > 0
              ADD CP-CANTIDAD TO TE-RACIONES(CP-EMPLEADO)
              ADD CP-COSTE TO TE-COSTE(CP-EMPLEADO)
              IF CP-FECHA NOT = TE-ULTDIA(CP-EMPLEADO)
                 ADD 1 TO TE-DIAS(CP-EMPLEADO)
                 MOVE CP-FECHA TO TE-ULTDIA(CP-EMPLEADO)
              END-IF
           END-IF.
       ImprimirComidas.
           MOVE 0 TO TOTALRAC
           MOVE 0 TO TOTALCOSTE
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE MESPEDIDO TO CM-MES
              MOVE ANOPEDIDO TO CM-ANO
              WRITE LINEAIMP FROM CABCOM BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCOM2 BEFORE ADVANCING 1 LINE
              OPEN INPUT USUARIOS
              PERFORM ImprimirEmpleado VARYING EM FROM 1 BY 1
                 UNTIL EM > 999
              CLOSE USUARIOS
              MOVE TOTALRAC TO CM-TOTRAC
              MOVE TOTALCOSTE TO CM-TOTCOSTE
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINTOTCOM BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
       ImprimirEmpleado.
           IF TE-RACIONES(EM) NOT = 0
              MOVE EM TO CM-EMP
              MOVE EM TO UCODIGO
              READ USUARIOS
                 INVALID KEY MOVE "(SIN FICHA)" TO CM-NOMBRE
                 NOT INVALID KEY MOVE UNOMBRE TO CM-NOMBRE
              END-READ
              MOVE TE-DIAS(EM) TO CM-DIAS
              MOVE TE-RACIONES(EM) TO CM-RAC
              MOVE TE-COSTE(EM) TO CM-COSTE
              WRITE LINEAIMP FROM LINCOM BEFORE ADVANCING 1 LINE
              ADD TE-RACIONES(EM) TO TOTALRAC
              ADD TE-COSTE(EM) TO TOTALCOSTE
           END-IF.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB): se propone  **
      ** como empleado y queda como quien apunto la comida.          **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
              END-IF
              CLOSE SESION
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
           MOVE SPACES TO RF-COMIDAS
           STRING RUTADATOS DELIMITED BY " "
                  "COMIDAS.DAT" DELIMITED BY SIZE
                  INTO RF-COMIDAS
           END-STRING
           MOVE SPACES TO RF-ESCAND
           STRING RUTADATOS DELIMITED BY " "
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
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
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING.
