       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENC.
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
           SELECT OPTIONAL RETFPROV ASSIGN TO DISK RF-RETFPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-NUM
           FILE STATUS IS ERRORRT.
           SELECT OPTIONAL PROVRET ASSIGN TO DISK RF-PROVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROVEEDOR
           FILE STATUS IS ERRORRP.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
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
      * Retencion de IRPF de cada factura de proveedor, que graba
      * FACPROV.CBL: "P" = profesional (111 y 190), "A" = alquiler
      * del local (115 y 180).
       FD RETFPROV LABEL RECORD STANDARD.
       01 REG-RT.
           02 RT-NUM PIC 9(6).
           02 RT-PROVEEDOR PIC 9(3).
           02 RT-FECHA PIC 9(8).
           02 RT-TIPO PIC X.
              88 RT-PROFESIONAL VALUE "P".
              88 RT-ALQUILER VALUE "A".
           02 RT-PCT PIC 99V99.
           02 RT-BASE PIC 9(6)V99.
           02 RT-IMPORTE PIC 9(6)V99.
      * Retencion de cada proveedor (FACPROV.CBL); de aqui sale la
      * referencia catastral del local para el 180.
       FD PROVRET LABEL RECORD STANDARD.
       01 REG-RP.
           02 RP-PROVEEDOR PIC 9(3).
           02 RP-TIPO PIC X.
              88 RP-PROFESIONAL VALUE "P".
              88 RP-ALQUILER VALUE "A".
           02 RP-PCT PIC 99V99.
           02 RP-REFCAT PIC X(20).
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMPRESA.
           02 EM-NOMBRE    PIC X(30).
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-EMPRESA PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-PROVRET PIC X(42).
       77 RF-RETFPROV PIC X(42).
       77 ERRORRT PIC XX.
       77 ERRORRP PIC XX.
       77 ERROREMP PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 MODELO PIC 9(3).
       77 TIPOBUSCADO PIC X.
       77 EJERCICIO PIC 9(4).
       77 TRIMESTRE PIC 9.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 PV PIC 9(3).
       77 PERCEPTORES PIC 9(5).
       77 TOTBASE PIC 9(9)V99.
       77 TOTRET PIC 9(9)V99.
      * Bases y retenciones del periodo por codigo de proveedor.
       01 TablaPerceptores.
           02 PC-ENT OCCURS 999.
              03 PC-BASE PIC 9(8)V99.
              03 PC-RET PIC 9(8)V99.
       01 CABRET.
           02 FILLER PIC X(9) VALUE "  MODELO ".
           02 RE-MODELO PIC 9(3).
           02 FILLER PIC X(3) VALUE " - ".
           02 RE-TITULO PIC X(36).
           02 RE-PERIODO PIC X(11).
           02 RE-ANO PIC 9(4).
       01 CABDECL.
           02 FILLER PIC X(15) VALUE "  DECLARANTE: ".
           02 RE-NIFDECL PIC X(9).
           02 FILLER PIC X VALUE SPACES.
           02 RE-NOMDECL PIC X(30).
       01 LINRET.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-CASILLA PIC X(40).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RE-IMPORTE PIC ZZZ.ZZZ.ZZ9,99.
       01 LINRETN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-NCASILLA PIC X(40).
           02 FILLER PIC X(13) VALUE SPACES.
           02 RE-NUMERO PIC ZZZZ9.
       01 CABPERC.
           02 FILLER PIC X(40) VALUE
              "  NIF       PERCEPTOR                   ".
           02 FILLER PIC X(34) VALUE
              "     CLAVE PERCEPCION    RETENCION".
       01 LINPERC.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RE-NIF PIC X(9).
           02 FILLER PIC X VALUE SPACES.
           02 RE-NOMBRE PIC X(29).
           02 FILLER PIC X(4) VALUE SPACES.
           02 RE-CLAVE PIC X(3).
           02 FILLER PIC X VALUE SPACES.
           02 RE-BASE PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RE-RET PIC Z.ZZZ.ZZ9,99.
       01 LINREFCAT.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "REFERENCIA CATASTRAL ".
           02 RE-REFCAT PIC X(20).
       01 TOTPERC.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "TOTAL PERCEPTORES".
           02 FILLER PIC X VALUE SPACES.
           02 RE-TOTNUM PIC ZZZZ9.
           02 FILLER PIC X(23) VALUE SPACES.
           02 RE-TOTBASE PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RE-TOTRET PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "RETENCIONES DE IRPF A PROVEEDORES" LINE 2
              POSITION 5
           DISPLAY "111 Y 115 = TRIMESTRALES   190 Y 180 = ANUALES"
              LINE 3 POSITION 5
           DISPLAY "MODELO (111/115/190/180):" LINE 4 POSITION 5
           MOVE 0 TO MODELO
           ACCEPT MODELO LINE 4 POSITION 32 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "EJERCICIO (AAAA):" LINE 5 POSITION 5
           MOVE 0 TO EJERCICIO
           IF TECLAF NOT = 27
              ACCEPT EJERCICIO LINE 5 POSITION 32 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           MOVE 0 TO TRIMESTRE
           IF TECLAF NOT = 27 AND (MODELO = 111 OR MODELO = 115)
              DISPLAY "TRIMESTRE (1-4):" LINE 6 POSITION 5
              ACCEPT TRIMESTRE LINE 6 POSITION 32 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TRIMESTRE < 1 OR TRIMESTRE > 4
                 MOVE 0 TO EJERCICIO
              END-IF
           END-IF
           IF TECLAF NOT = 27 AND EJERCICIO NOT = 0
              AND (MODELO = 111 OR MODELO = 115 OR MODELO = 190
                   OR MODELO = 180)
              PERFORM CalcularPeriodo
              PERFORM AcumularRetenciones
              PERFORM ImprimirRetenciones
              DISPLAY "RETENCIONES DEL PERIODO:" LINE 8 POSITION 5
              DISPLAY TOTRET LINE 8 POSITION 31
              DISPLAY "LISTADO IMPRESO" LINE 9 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Profesionales (111 y 190) o alquileres (115 y 180); los     **
      ** trimestrales van del dia 1 del trimestre al ultimo, los     **
      ** anuales cubren el ejercicio entero.                         **

       CalcularPeriodo.
           IF MODELO = 111 OR MODELO = 190
              MOVE "P" TO TIPOBUSCADO
           ELSE
              MOVE "A" TO TIPOBUSCADO
           END-IF
           EVALUATE TRIMESTRE
              WHEN 1
                 COMPUTE DESDE = EJERCICIO * 10000 + 0101
                 COMPUTE HASTA = EJERCICIO * 10000 + 0331
              WHEN 2
                 COMPUTE DESDE = EJERCICIO * 10000 + 0401
                 COMPUTE HASTA = EJERCICIO * 10000 + 0630
              WHEN 3
                 COMPUTE DESDE = EJERCICIO * 10000 + 0701
                 COMPUTE HASTA = EJERCICIO * 10000 + 0930
              WHEN 4
                 COMPUTE DESDE = EJERCICIO * 10000 + 1001
                 COMPUTE HASTA = EJERCICIO * 10000 + 1231
              WHEN OTHER
                 COMPUTE DESDE = EJERCICIO * 10000 + 0101
                 COMPUTE HASTA = EJERCICIO * 10000 + 1231
           END-EVALUATE.

      ** Suma por proveedor las retenciones del tipo pedido cuyas   **
      ** facturas caen en el periodo (por fecha de la factura), y   **
      ** cuenta los perceptores distintos.                          **

       AcumularRetenciones.
           PERFORM LimpiarPerceptor VARYING PV FROM 1 BY 1
              UNTIL PV > 999
           OPEN INPUT RETFPROV
           IF ERRORRT = "00"
              MOVE "N" TO FIN
              MOVE 0 TO RT-NUM
              START RETFPROV KEY IS NOT < RT-NUM
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM SumarRetencion UNTIL FIN = "S"
              CLOSE RETFPROV
           END-IF
           MOVE 0 TO PERCEPTORES TOTBASE TOTRET
           PERFORM ContarPerceptor VARYING PV FROM 1 BY 1
              UNTIL PV > 999.
       LimpiarPerceptor.
           MOVE 0 TO PC-BASE(PV)
           MOVE 0 TO PC-RET(PV).
       SumarRetencion.
           READ RETFPROV NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND RT-TIPO = TIPOBUSCADO
              AND RT-PROVEEDOR NOT = 0
              AND RT-FECHA NOT < DESDE AND RT-FECHA NOT > HASTA
              ADD RT-BASE TO PC-BASE(RT-PROVEEDOR)
              ADD RT-IMPORTE TO PC-RET(RT-PROVEEDOR)
           END-IF.
       ContarPerceptor.
           IF PC-BASE(PV) NOT = 0 OR PC-RET(PV) NOT = 0
              ADD 1 TO PERCEPTORES
              ADD PC-BASE(PV) TO TOTBASE
              ADD PC-RET(PV) TO TOTRET
           END-IF.

      ** Cabecera con el declarante de EMPRESA.DAT y, segun el      **
      ** modelo, las casillas del trimestral o la relacion anual    **
      ** de perceptores.                                            **

       ImprimirRetenciones.
           MOVE SPACES TO RE-NIFDECL RE-NOMDECL
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 MOVE EM-NIF TO RE-NIFDECL
                 MOVE EM-NOMBRE TO RE-NOMDECL
              END-IF
              CLOSE EMPRESA
           END-IF
           MOVE MODELO TO RE-MODELO
           EVALUATE MODELO
              WHEN 111
                 MOVE "RETENCIONES IRPF PROFESIONALES" TO RE-TITULO
              WHEN 115
                 MOVE "RETENCIONES IRPF ALQUILERES" TO RE-TITULO
              WHEN 190
                 MOVE "RESUMEN ANUAL PROFESIONALES" TO RE-TITULO
              WHEN OTHER
                 MOVE "RESUMEN ANUAL ALQUILERES" TO RE-TITULO
           END-EVALUATE
           IF TRIMESTRE = 0
              MOVE "EJERCICIO " TO RE-PERIODO
           ELSE
              MOVE SPACES TO RE-PERIODO
              STRING "TRIM. " DELIMITED BY SIZE
                     TRIMESTRE DELIMITED BY SIZE
                     " / " DELIMITED BY SIZE
                     INTO RE-PERIODO
              END-STRING
           END-IF
           MOVE EJERCICIO TO RE-ANO
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              WRITE LINEAIMP FROM CABRET BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABDECL BEFORE ADVANCING 2 LINE
              IF TRIMESTRE = 0
                 PERFORM ImprimirAnual
              ELSE
                 PERFORM ImprimirTrimestral
              END-IF
           END-IF
           CLOSE LISTADO.

      ** 111: rendimientos de actividades economicas, casillas 07-09; **
      ** 115: arrendamientos de inmuebles urbanos, casillas 01-03.    **

       ImprimirTrimestral.
           IF MODELO = 111
              MOVE SPACES TO LINEAIMP
              MOVE "  RENDIMIENTOS DE ACTIVIDADES ECONOMICAS"
                 TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE "CAS. 07  NUMERO DE PERCEPTORES" TO RE-NCASILLA
              MOVE "CAS. 08  IMPORTE DE LAS PERCEPCIONES" TO RE-CASILLA
           ELSE
              MOVE SPACES TO LINEAIMP
              MOVE "  ARRENDAMIENTO DE INMUEBLES URBANOS" TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE "CAS. 01  NUMERO DE PERCEPTORES" TO RE-NCASILLA
              MOVE "CAS. 02  BASE DE LAS RETENCIONES" TO RE-CASILLA
           END-IF
           MOVE PERCEPTORES TO RE-NUMERO
           WRITE LINEAIMP FROM LINRETN BEFORE ADVANCING 1 LINE
           MOVE TOTBASE TO RE-IMPORTE
           WRITE LINEAIMP FROM LINRET BEFORE ADVANCING 1 LINE
           IF MODELO = 111
              MOVE "CAS. 09  IMPORTE DE LAS RETENCIONES" TO RE-CASILLA
           ELSE
              MOVE "CAS. 03  IMPORTE DE LAS RETENCIONES" TO RE-CASILLA
           END-IF
           MOVE TOTRET TO RE-IMPORTE
           WRITE LINEAIMP FROM LINRET BEFORE ADVANCING 2 LINE
           IF MODELO = 111
              MOVE "CAS. 28  SUMA DE RETENCIONES" TO RE-CASILLA
              MOVE TOTRET TO RE-IMPORTE
              WRITE LINEAIMP FROM LINRET BEFORE ADVANCING 1 LINE
              MOVE "CAS. 30  RESULTADO A INGRESAR" TO RE-CASILLA
           ELSE
              MOVE "CAS. 05  RESULTADO A INGRESAR" TO RE-CASILLA
           END-IF
           MOVE TOTRET TO RE-IMPORTE
           WRITE LINEAIMP FROM LINRET BEFORE ADVANCING 1 LINE.

      ** 190 y 180: una linea por perceptor con su NIF, lo percibido **
      ** en el ano y lo retenido (clave G de actividades             **
      ** profesionales en el 190; en el 180, la referencia           **
      ** catastral del local debajo).                                **

       ImprimirAnual.
           OPEN INPUT PROVEE
           OPEN INPUT PROVRET
           WRITE LINEAIMP FROM CABPERC BEFORE ADVANCING 2 LINE
           PERFORM ImprimirPerceptor VARYING PV FROM 1 BY 1
              UNTIL PV > 999
           MOVE PERCEPTORES TO RE-TOTNUM
           MOVE TOTBASE TO RE-TOTBASE
           MOVE TOTRET TO RE-TOTRET
           WRITE LINEAIMP FROM TOTPERC BEFORE ADVANCING 1 LINE
           IF ERRORRP = "00"
              CLOSE PROVRET
           END-IF
           CLOSE PROVEE.
       ImprimirPerceptor.
           IF PC-BASE(PV) NOT = 0 OR PC-RET(PV) NOT = 0
              MOVE PV TO PR-CODIGO
              READ PROVEE
                 INVALID KEY
                    MOVE SPACES TO RE-NIF
                    MOVE "(SIN FICHA)" TO RE-NOMBRE
                 NOT INVALID KEY
                    MOVE PR-NIF TO RE-NIF
                    MOVE PR-NOMBRE TO RE-NOMBRE
              END-READ
              IF MODELO = 190
                 MOVE "G01" TO RE-CLAVE
              ELSE
                 MOVE SPACES TO RE-CLAVE
              END-IF
              MOVE PC-BASE(PV) TO RE-BASE
              MOVE PC-RET(PV) TO RE-RET
              WRITE LINEAIMP FROM LINPERC BEFORE ADVANCING 1 LINE
              IF MODELO = 180
                 PERFORM ImprimirRefCatastral
              END-IF
           END-IF.
       ImprimirRefCatastral.
           MOVE SPACES TO RE-REFCAT
           IF ERRORRP = "00"
              MOVE PV TO RP-PROVEEDOR
              READ PROVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE RP-REFCAT TO RE-REFCAT
              END-READ
           END-IF
           WRITE LINEAIMP FROM LINREFCAT BEFORE ADVANCING 1 LINE.

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
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-PROVRET
           STRING RUTADATOS DELIMITED BY " "
                  "PROVRET.DAT" DELIMITED BY SIZE
                  INTO RF-PROVRET
           END-STRING
           MOVE SPACES TO RF-RETFPROV
           STRING RUTADATOS DELIMITED BY " "
                  "RETFPROV.DAT" DELIMITED BY SIZE
                  INTO RF-RETFPROV
           END-STRING.
