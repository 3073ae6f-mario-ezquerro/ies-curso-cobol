       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMINIS.
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
           SELECT OPTIONAL CONTADOR ASSIGN TO DISK RF-CONTADOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-CODIGO
           FILE STATUS IS ERRORCN.
           SELECT OPTIONAL TARSUMI ASSIGN TO DISK RF-TARSUMI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TS-CLAVE
           FILE STATUS IS ERRORTS.
           SELECT OPTIONAL LECTURAS ASSIGN TO DISK RF-LECTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LC-CLAVE
           FILE STATUS IS ERRORLC.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL SERVMESA ASSIGN TO DISK RF-SERVMESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSV.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
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
      * Contadores de suministros (L luz, G gas, A agua) con su
      * unidad de lectura y el tanto por ciento que puede subir el
      * consumo diario sobre el del tramo anterior antes de avisar.
       FD CONTADOR LABEL RECORD STANDARD.
       01 REG-CN.
           02 CN-CODIGO PIC 99.
           02 CN-NOMBRE PIC X(20).
           02 CN-TIPO PIC X.
              88 TIPO-VALIDO VALUES "L" "G" "A".
           02 CN-UNIDAD PIC X(3).
           02 CN-TOLERA PIC 9(3).
      * Precio por unidad de cada contrato de suministro, desde la
      * fecha en que entra en vigor, con el termino fijo por dia
      * (potencia, alquiler del contador) y el proveedor.
       FD TARSUMI LABEL RECORD STANDARD.
       01 REG-TS.
           02 TS-CLAVE.
              03 TS-CONTADOR PIC 99.
              03 TS-DESDE PIC 9(8).
           02 TS-PROVEEDOR PIC 9(3).
           02 TS-PRECIO PIC 9(2)V9(5).
           02 TS-FIJODIA PIC 9(3)V99.
      * Lecturas de cada contador por fecha; el consumo y su coste
      * se sacan siempre de la lectura anterior, asi una lectura
      * atrasada o corregida no deja nada descuadrado.
       FD LECTURAS LABEL RECORD STANDARD.
       01 REG-LC.
           02 LC-CLAVE.
              03 LC-CONTADOR PIC 99.
              03 LC-FECHA PIC 9(8).
           02 LC-LECTURA PIC 9(7)V99.
           02 LC-NOTA PIC X(20).
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
      * Servicios de mesa de MESA.CBL: los cubiertos reales.
       FD SERVMESA LABEL RECORD STANDARD.
       01 REG-SV.
           02 SV-FECHA PIC 9(8).
           02 SV-MESA PIC 99.
           02 SV-HORAAPER PIC 9(8).
           02 SV-HORACIER PIC 9(8).
           02 SV-COMENSALES PIC 99.
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CONTADOR PIC X(42).
       77 RF-TARSUMI PIC X(42).
       77 RF-LECTURAS PIC X(42).
       77 RF-VENTDIA PIC X(42).
       77 RF-SERVMESA PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 ERRORCN PIC XX.
       77 ERRORTS PIC XX.
       77 ERRORLC PIC XX.
       77 ERRORVD PIC XX.
       77 ERRORSV PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINCN PIC X.
       77 EXISTE PIC X.
       77 HOYNUM PIC 9(8).
       77 CODPEDIDO PIC 99.
       77 FECHAPEDIDA PIC 9(8).
       77 LECTURAPEDIDA PIC 9(7)V99.
       77 ANOMES PIC 9(6).
       77 DIANUM PIC 9(7).
       77 LI PIC 9(3).
       77 LA PIC 9(3).
       77 LK PIC 9(3).
       77 AX PIC 9.
       77 TL-N PIC 9(3).
       77 TT-N PIC 99.
       77 AV-N PIC 99.
       77 TOPE PIC 9(7).
       77 BASEDIA PIC 9(7).
       77 SOLAPE PIC S9(5).
      * Tramo entre dos lecturas seguidas que valora EvaluarTramo.
       77 TR-DIA1 PIC 9(7).
       77 TR-DIA2 PIC 9(7).
       77 TR-LECT1 PIC 9(7)V99.
       77 TR-LECT2 PIC 9(7)V99.
       77 TR-FECHA2 PIC 9(8).
       77 TR-DIARIOANT PIC S9(6)V999.
       77 CONSUMO PIC S9(7)V99.
       77 DIASTRAMO PIC 9(5).
       77 DIARIO PIC S9(6)V999.
       77 COSTETRAMO PIC S9(7)V99.
       77 PRECIOVIG PIC 9(2)V9(5).
       77 FIJOVIG PIC 9(3)V99.
       77 AVISO PIC X.
       77 VARIACION PIC S9(5).
       01 FECHADES.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
           02 FH-DIA PIC 99.
       01 TablaLecturas.
           02 TL-ENT OCCURS 500.
              03 TL-FECHA PIC 9(8).
              03 TL-DIA PIC 9(7).
              03 TL-LECTURA PIC 9(7)V99.
       01 TablaTarifas.
           02 TT-ENT OCCURS 20.
              03 TT-DESDE PIC 9(8).
              03 TT-PRECIO PIC 9(2)V9(5).
              03 TT-FIJO PIC 9(3)V99.
      * Mes pedido (1) y el mismo mes del ano anterior (2).
       01 TablaMeses.
           02 AC-ENT OCCURS 2.
              03 AC-DESDE PIC 9(8).
              03 AC-HASTA PIC 9(8).
              03 AC-DIAINI PIC 9(7).
              03 AC-DIAFIN PIC 9(7).
              03 AC-DIAS PIC 9(3).
              03 AC-CUBIERTOS PIC 9(6).
              03 AC-VENTAS PIC S9(8)V99.
              03 AC-CONSUMO PIC S9(8)V99.
              03 AC-COSTE PIC S9(8)V99.
              03 AC-TOTCOSTE PIC S9(8)V99.
       01 TablaAvisos.
           02 AV-ENT OCCURS 50.
              03 AV-CODIGO PIC 99.
              03 AV-NOMBRE PIC X(14).
              03 AV-FECHA PIC 9(8).
              03 AV-LECTURA PIC 9(7)V99.
              03 AV-DIARIO PIC S9(6)V999.
              03 AV-AVISO PIC X.
       01 CABSUM.
           02 FILLER PIC X(40) VALUE
              "  SUMINISTROS: LUZ, GAS Y AGUA DEL MES  ".
           02 CS-ANOMES PIC 9(6).
       01 CABDAT.
           02 FILLER PIC X(40) VALUE
              "                          ESTE ANO  ANO ".
           02 FILLER PIC X(8) VALUE "ANTERIOR".
       01 LINDAT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-TEXTO PIC X(20).
           02 LD-VALOR1 PIC ZZZZZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-VALOR2 PIC ZZZZZZ9,99.
       01 CABCON.
           02 FILLER PIC X(40) VALUE
              "                 CONSUMO     COSTE CONS/".
           02 FILLER PIC X(33) VALUE
              "DIA EUR/DIA EUR/CUB EUR/1000 VAR%".
       01 LINNOMCON.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LN-CODIGO PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LN-NOMBRE PIC X(20).
           02 FILLER PIC X(2) VALUE " (".
           02 LN-UNIDAD PIC X(3).
           02 FILLER PIC X VALUE ")".
       01 LINCON.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LM-TEXTO PIC X(10).
           02 LM-CONSUMO PIC ------9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LM-COSTE PIC -----9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LM-CONSDIA PIC ----9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LM-EURDIA PIC ---9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LM-EURCUB PIC --9,999.
           02 FILLER PIC X VALUE SPACES.
           02 LM-EURMIL PIC ---9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LM-VAR PIC ----9.
           02 LM-VARX REDEFINES LM-VAR PIC X(5).
       01 LINTOTSUM.
           02 FILLER PIC X(40) VALUE
              "  TOTAL SUMINISTROS (EUR)               ".
       01 CABAVI.
           02 FILLER PIC X(40) VALUE
              "  LECTURAS DUDOSAS DEL MES (LOS ERRORES ".
           02 FILLER PIC X(25) VALUE
              "NO ENTRAN EN LOS TOTALES)".
       01 LINAVI.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-CODIGO PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LV-NOMBRE PIC X(14).
           02 FILLER PIC X VALUE SPACES.
           02 LV-FECHA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-LECTURA PIC ZZZZZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-DIARIO PIC ----9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-TEXTO PIC X(25).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "SUMINISTROS (LUZ, GAS, AGUA)" LINE 2 POSITION 5
           DISPLAY "L=LECTURA  C=CONTADOR  T=TARIFA DEL CONTRATO"
              LINE 4 POSITION 5
           DISPLAY "I=INFORME DEL MES  S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "L" OR "l"
              PERFORM LECTURA
           END-IF
           IF OPCION = "C" OR "c"
              PERFORM FICHACONTADOR
           END-IF
           IF OPCION = "T" OR "t"
              PERFORM FICHATARIFA
           END-IF
           IF OPCION = "I" OR "i"
              PERFORM INFORMEMES
           END-IF
           MOVE 0 TO TECLAF.

      ** Ficha de un contador: nombre, tipo (L luz, G gas, A agua),  **
      ** unidad de lectura y tolerancia de subida del consumo.       **

       FICHACONTADOR.
           DISPLAY " " ERASE
           DISPLAY "FICHA DE CONTADOR" LINE 2 POSITION 5
           DISPLAY "CODIGO:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN I-O CONTADOR
              IF ERRORCN NOT = "00"
                 OPEN OUTPUT CONTADOR
                 CLOSE CONTADOR
                 OPEN I-O CONTADOR
              END-IF
              MOVE CODPEDIDO TO CN-CODIGO
              READ CONTADOR
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE CODPEDIDO TO CN-CODIGO
                    MOVE SPACES TO CN-NOMBRE
                    MOVE "L" TO CN-TIPO
                    MOVE "KWH" TO CN-UNIDAD
                    MOVE 50 TO CN-TOLERA
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              PERFORM EditarContador
              CLOSE CONTADOR
           END-IF.
       EditarContador.
           DISPLAY "NOMBRE:" LINE 5 POSITION 5
           ACCEPT CN-NOMBRE LINE 5 POSITION 30 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "TIPO (L LUZ G GAS A AGUA):" LINE 6 POSITION 5
           ACCEPT CN-TIPO LINE 6 POSITION 32 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "UNIDAD (KWH, M3...):" LINE 7 POSITION 5
           ACCEPT CN-UNIDAD LINE 7 POSITION 30 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "AVISAR SI EL CONSUMO DIARIO SUBE MAS DEL    %"
              LINE 8 POSITION 5
           ACCEPT CN-TOLERA LINE 8 POSITION 46 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF NOT TIPO-VALIDO OR CN-NOMBRE = SPACES
                 DISPLAY "SIN NOMBRE O TIPO NO VALIDO; NO GRABADO"
                    LINE 20 POSITION 5 REVERSE
              ELSE
                 IF EXISTE = "S"
                    REWRITE REG-CN INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-CN INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 20 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Tarifa del contrato de suministro de un contador desde una **
      ** fecha: precio por unidad y termino fijo diario. Un cambio  **
      ** de contrato es una tarifa nueva; las viejas se conservan   **
      ** para valorar los tramos anteriores.                        **

       FICHATARIFA.
           DISPLAY " " ERASE
           DISPLAY "TARIFA DEL CONTRATO DE SUMINISTRO" LINE 2
              POSITION 5
           PERFORM PedirContador
           IF TECLAF NOT = 27 AND EXISTE = "S"
              DISPLAY "EN VIGOR DESDE (AAAAMMDD):" LINE 5 POSITION 5
              MOVE HOYNUM TO FECHAPEDIDA
              ACCEPT FECHAPEDIDA LINE 5 POSITION 33 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND EXISTE = "S"
              OPEN I-O TARSUMI
              IF ERRORTS NOT = "00"
                 OPEN OUTPUT TARSUMI
                 CLOSE TARSUMI
                 OPEN I-O TARSUMI
              END-IF
              MOVE CODPEDIDO TO TS-CONTADOR
              MOVE FECHAPEDIDA TO TS-DESDE
              READ TARSUMI
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE CODPEDIDO TO TS-CONTADOR
                    MOVE FECHAPEDIDA TO TS-DESDE
                    MOVE 0 TO TS-PROVEEDOR
                    MOVE 0 TO TS-PRECIO
                    MOVE 0 TO TS-FIJODIA
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              PERFORM EditarTarifa
              CLOSE TARSUMI
           END-IF.
       EditarTarifa.
           DISPLAY "PROVEEDOR:" LINE 6 POSITION 5
           ACCEPT TS-PROVEEDOR LINE 6 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE TS-PROVEEDOR TO PR-CODIGO
           OPEN INPUT PROVEE
           READ PROVEE
              INVALID KEY
                 MOVE "(SIN FICHA)" TO PR-NOMBRE
           END-READ
           CLOSE PROVEE
           DISPLAY PR-NOMBRE LINE 6 POSITION 39
           DISPLAY "PRECIO POR UNIDAD:" LINE 7 POSITION 5
           ACCEPT TS-PRECIO LINE 7 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "TERMINO FIJO POR DIA:" LINE 8 POSITION 5
           ACCEPT TS-FIJODIA LINE 8 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF TS-PRECIO = 0
                 DISPLAY "SIN PRECIO POR UNIDAD; NO GRABADO"
                    LINE 20 POSITION 5 REVERSE
              ELSE
                 IF EXISTE = "S"
                    REWRITE REG-TS INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-TS INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 20 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Pide el codigo de contador y lo lee; EXISTE = "S" si esta. **

       PedirContador.
           MOVE "N" TO EXISTE
           DISPLAY "CONTADOR:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN INPUT CONTADOR
              IF ERRORCN = "00"
                 MOVE CODPEDIDO TO CN-CODIGO
                 READ CONTADOR
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO EXISTE
                 END-READ
                 CLOSE CONTADOR
              END-IF
              IF EXISTE = "S"
                 DISPLAY CN-NOMBRE LINE 4 POSITION 39
              ELSE
                 DISPLAY "NO EXISTE ESE CONTADOR" LINE 20 POSITION 5
                    REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF.

      ** Lectura de un contador: con la lectura anterior se ensena  **
      ** el consumo, los dias y el coste estimado con la tarifa en  **
      ** vigor, y se avisa si parece un error del contador (lectura **
      ** que baja o se dispara) o una fuga (consumo diario por      **
      ** encima de la tolerancia sobre el tramo anterior).          **

       LECTURA.
           DISPLAY " " ERASE
           DISPLAY "LECTURA DE CONTADOR" LINE 2 POSITION 5
           PERFORM PedirContador
           IF TECLAF NOT = 27 AND EXISTE = "S"
              DISPLAY "FECHA (AAAAMMDD):" LINE 5 POSITION 5
              MOVE HOYNUM TO FECHAPEDIDA
              ACCEPT FECHAPEDIDA LINE 5 POSITION 33 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND EXISTE = "S"
              DISPLAY "LECTURA:" LINE 6 POSITION 5
              MOVE 0 TO LECTURAPEDIDA
              ACCEPT LECTURAPEDIDA LINE 6 POSITION 33 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND EXISTE = "S"
              PERFORM CargarLecturas
              PERFORM CargarTarifas
              PERFORM MirarLecturaNueva
              PERFORM ConfirmarLectura
           END-IF.
      * Tramo desde la ultima lectura anterior a la fecha tecleada;
      * el tramo previo a esa da el consumo diario de referencia.
       MirarLecturaNueva.
           MOVE 0 TO LA
           PERFORM BuscarAnterior VARYING LI FROM 1 BY 1
              UNTIL LI > TL-N
           MOVE FECHAPEDIDA TO FECHADES
           PERFORM DiaDeFecha
           MOVE DIANUM TO TR-DIA2
           MOVE LECTURAPEDIDA TO TR-LECT2
           MOVE FECHAPEDIDA TO TR-FECHA2
           MOVE " " TO AVISO
           IF LA = 0
              DISPLAY "PRIMERA LECTURA DE ESTE CONTADOR" LINE 8
                 POSITION 5
           ELSE
              MOVE TL-DIA(LA) TO TR-DIA1
              MOVE TL-LECTURA(LA) TO TR-LECT1
              MOVE -1 TO TR-DIARIOANT
              IF LA > 1
                 COMPUTE LK = LA - 1
                 PERFORM DiarioAnterior
              END-IF
              PERFORM EvaluarTramo
              DISPLAY "LECTURA ANTERIOR:" LINE 8 POSITION 5
              DISPLAY TL-FECHA(LA) LINE 8 POSITION 33
              MOVE TL-LECTURA(LA) TO LV-LECTURA
              DISPLAY LV-LECTURA LINE 8 POSITION 43
              DISPLAY "CONSUMO / DIAS:" LINE 9 POSITION 5
              MOVE CONSUMO TO LM-CONSUMO
              DISPLAY LM-CONSUMO LINE 9 POSITION 33
              DISPLAY DIASTRAMO LINE 9 POSITION 45
              DISPLAY "COSTE ESTIMADO:" LINE 10 POSITION 5
              MOVE COSTETRAMO TO LM-COSTE
              DISPLAY LM-COSTE LINE 10 POSITION 34
              IF PRECIOVIG = 0
                 DISPLAY "(SIN TARIFA EN VIGOR)" LINE 10 POSITION 45
              END-IF
              IF AVISO = "E"
                 DISPLAY "OJO: PARECE UN ERROR DEL CONTADOR"
                    LINE 12 POSITION 5 REVERSE BLINK
              END-IF
              IF AVISO = "F"
                 DISPLAY "OJO: CONSUMO DIARIO MUY ALTO, POSIBLE FUGA"
                    LINE 12 POSITION 5 REVERSE BLINK
              END-IF
           END-IF.
       BuscarAnterior.
           IF TL-FECHA(LI) < FECHAPEDIDA
              MOVE LI TO LA
           END-IF.
       ConfirmarLectura.
           DISPLAY "GRABAR LA LECTURA (S/N):" LINE 14 POSITION 5
           MOVE "S" TO TECLA
           ACCEPT TECLA LINE 14 POSITION 33 NO BEEP UPDATE
           END-ACCEPT
           IF TECLA = "S" OR TECLA = "s"
              OPEN I-O LECTURAS
              IF ERRORLC NOT = "00"
                 OPEN OUTPUT LECTURAS
                 CLOSE LECTURAS
                 OPEN I-O LECTURAS
              END-IF
              MOVE CODPEDIDO TO LC-CONTADOR
              MOVE FECHAPEDIDA TO LC-FECHA
              READ LECTURAS
                 INVALID KEY MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              MOVE CODPEDIDO TO LC-CONTADOR
              MOVE FECHAPEDIDA TO LC-FECHA
              MOVE LECTURAPEDIDA TO LC-LECTURA
              MOVE SPACES TO LC-NOTA
              IF AVISO = "E"
                 MOVE "AVISO ERROR CONTADOR" TO LC-NOTA
              END-IF
              IF AVISO = "F"
                 MOVE "AVISO POSIBLE FUGA" TO LC-NOTA
              END-IF
              IF EXISTE = "S"
                 REWRITE REG-LC INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-LC INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              CLOSE LECTURAS
              DISPLAY "GRABADA" LINE 16 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.

      ** Carga las lecturas del contador CODPEDIDO en orden de fecha **
      ** con su dia en la cuenta de siempre (ANO*360+MES*30+DIA).    **

       CargarLecturas.
           MOVE 0 TO TL-N
           MOVE "N" TO FIN
           OPEN INPUT LECTURAS
           IF ERRORLC NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE CODPEDIDO TO LC-CONTADOR
              MOVE 0 TO LC-FECHA
              START LECTURAS KEY IS NOT < LC-CLAVE
                 INVALID KEY MOVE "S" TO FIN
              END-START
           END-IF
           PERFORM CargarUnaLectura UNTIL FIN = "S"
           IF ERRORLC = "00" OR ERRORLC = "10"
              CLOSE LECTURAS
           END-IF.
       CargarUnaLectura.
           READ LECTURAS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND LC-CONTADOR NOT = CODPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND TL-N < 500
              ADD 1 TO TL-N
              MOVE LC-FECHA TO TL-FECHA(TL-N)
              MOVE LC-LECTURA TO TL-LECTURA(TL-N)
              MOVE LC-FECHA TO FECHADES
              PERFORM DiaDeFecha
              MOVE DIANUM TO TL-DIA(TL-N)
           END-IF.
       CargarTarifas.
           MOVE 0 TO TT-N
           MOVE "N" TO FIN
           OPEN INPUT TARSUMI
           IF ERRORTS NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE CODPEDIDO TO TS-CONTADOR
              MOVE 0 TO TS-DESDE
              START TARSUMI KEY IS NOT < TS-CLAVE
                 INVALID KEY MOVE "S" TO FIN
              END-START
           END-IF
           PERFORM CargarUnaTarifa UNTIL FIN = "S"
           IF ERRORTS = "00" OR ERRORTS = "10"
              CLOSE TARSUMI
           END-IF.
       CargarUnaTarifa.
           READ TARSUMI NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND TS-CONTADOR NOT = CODPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND TT-N < 20
              ADD 1 TO TT-N
              MOVE TS-DESDE TO TT-DESDE(TT-N)
              MOVE TS-PRECIO TO TT-PRECIO(TT-N)
              MOVE TS-FIJODIA TO TT-FIJO(TT-N)
           END-IF.
       DiaDeFecha.
           COMPUTE DIANUM = FH-ANO * 360 + FH-MES * 30 + FH-DIA.

      ** Valora el tramo TR-1 a TR-2: consumo, dias, consumo diario **
      ** y coste con la tarifa en vigor al cerrar el tramo. AVISO   **
      ** queda en E (lectura que baja, o consumo diario de mas de   **
      ** cinco veces el del tramo anterior: casi seguro un error al **
      ** leer), F (sube mas de la tolerancia: posible fuga) o blanco.**

       EvaluarTramo.
           COMPUTE CONSUMO = TR-LECT2 - TR-LECT1
           COMPUTE DIASTRAMO = TR-DIA2 - TR-DIA1
           IF DIASTRAMO = 0
              MOVE 1 TO DIASTRAMO
           END-IF
           COMPUTE DIARIO ROUNDED = CONSUMO / DIASTRAMO
           MOVE 0 TO PRECIOVIG
           MOVE 0 TO FIJOVIG
           PERFORM MirarTarifa VARYING LK FROM 1 BY 1
              UNTIL LK > TT-N
           COMPUTE COSTETRAMO ROUNDED = CONSUMO * PRECIOVIG
              + FIJOVIG * DIASTRAMO
           MOVE " " TO AVISO
           IF CONSUMO < 0
              MOVE "E" TO AVISO
           ELSE
              IF TR-DIARIOANT > 0
                 IF DIARIO > TR-DIARIOANT * 5
                    MOVE "E" TO AVISO
                 ELSE
                    IF DIARIO > TR-DIARIOANT * (100 + CN-TOLERA) / 100
                       MOVE "F" TO AVISO
                    END-IF
                 END-IF
              END-IF
           END-IF.
       MirarTarifa.
           IF TT-DESDE(LK) NOT > TR-FECHA2
              MOVE TT-PRECIO(LK) TO PRECIOVIG
              MOVE TT-FIJO(LK) TO FIJOVIG
           END-IF.
      * Consumo diario del tramo que acaba en la lectura LA, que
      * empieza en la LK; negativo si no sirve de referencia.
       DiarioAnterior.
           MOVE -1 TO TR-DIARIOANT
           IF TL-LECTURA(LA) NOT < TL-LECTURA(LK)
              AND TL-DIA(LA) > TL-DIA(LK)
              COMPUTE TR-DIARIOANT ROUNDED =
                 (TL-LECTURA(LA) - TL-LECTURA(LK))
                 / (TL-DIA(LA) - TL-DIA(LK))
           END-IF.

      ** Informe del mes: por contador, consumo y coste repartidos  **
      ** por dias entre las lecturas que pisan el mes, por dia de   **
      ** apertura, por cubierto y por cada mil euros de venta, al   **
      ** lado del mismo mes del ano anterior. Al final, las lecturas**
      ** del mes que parecen un error del contador o una fuga.      **

       INFORMEMES.
           DISPLAY "MES (AAAAMM):" LINE 7 POSITION 5
           DIVIDE HOYNUM BY 100 GIVING ANOMES
           ACCEPT ANOMES LINE 7 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              DISPLAY "CALCULANDO..." LINE 9 POSITION 5
              PERFORM PrepararMes VARYING AX FROM 1 BY 1
                 UNTIL AX > 2
              PERFORM DatosVentaMes VARYING AX FROM 1 BY 1
                 UNTIL AX > 2
              PERFORM CubiertosMes VARYING AX FROM 1 BY 1
                 UNTIL AX > 2
              MOVE 0 TO AV-N
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 PERFORM ImprimirCabeceraMes
                 PERFORM RepasarContadores
                 PERFORM ImprimirTotalMes
                 PERFORM ImprimirAvisos
              END-IF
              CLOSE LISTADO
              DISPLAY "INFORME IMPRESO" LINE 9 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       PrepararMes.
           COMPUTE AC-DESDE(AX) = ANOMES * 100 + 1
           IF AX = 2
              COMPUTE AC-DESDE(AX) = (ANOMES - 100) * 100 + 1
           END-IF
           COMPUTE AC-HASTA(AX) = AC-DESDE(AX) + 30
           MOVE AC-DESDE(AX) TO FECHADES
           PERFORM DiaDeFecha
           MOVE DIANUM TO AC-DIAINI(AX)
           COMPUTE AC-DIAFIN(AX) = DIANUM + 29
           MOVE 0 TO AC-DIAS(AX)
           MOVE 0 TO AC-CUBIERTOS(AX)
           MOVE 0 TO AC-VENTAS(AX)
           MOVE 0 TO AC-TOTCOSTE(AX).

      ** Dias abiertos (dias con documentos en el total diario) y   **
      ** ventas netas del mes, de VENTDIA.                          **

       DatosVentaMes.
           MOVE "N" TO FIN
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE AC-DESDE(AX) TO VD-FECHA
              MOVE "T" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "S" TO FIN
              END-START
           END-IF
           PERFORM LeerVentaDia UNTIL FIN = "S"
           IF ERRORVD = "00" OR ERRORVD = "10"
              CLOSE VENTDIA
           END-IF.
       LeerVentaDia.
           READ VENTDIA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND VD-FECHA > AC-HASTA(AX)
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N" AND VD-CLASE = "T"
              IF VD-DOCUMENTOS > 0
                 ADD 1 TO AC-DIAS(AX)
              END-IF
              ADD VD-BASE TO AC-VENTAS(AX)
           END-IF.
       CubiertosMes.
           MOVE "N" TO FIN
           OPEN INPUT SERVMESA
           IF ERRORSV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerServicio UNTIL FIN = "S"
           IF ERRORSV = "00" OR ERRORSV = "10"
              CLOSE SERVMESA
           END-IF.
       LeerServicio.
           READ SERVMESA AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              AND SV-FECHA NOT < AC-DESDE(AX)
              AND SV-FECHA NOT > AC-HASTA(AX)
              ADD SV-COMENSALES TO AC-CUBIERTOS(AX)
           END-IF.
       ImprimirCabeceraMes.
           MOVE ANOMES TO CS-ANOMES
           WRITE LINEAIMP FROM CABSUM BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABDAT BEFORE ADVANCING 1 LINE
           MOVE "DIAS ABIERTO" TO LD-TEXTO
           MOVE AC-DIAS(1) TO LD-VALOR1
           MOVE AC-DIAS(2) TO LD-VALOR2
           WRITE LINEAIMP FROM LINDAT BEFORE ADVANCING 1 LINE
           MOVE "CUBIERTOS" TO LD-TEXTO
           MOVE AC-CUBIERTOS(1) TO LD-VALOR1
           MOVE AC-CUBIERTOS(2) TO LD-VALOR2
           WRITE LINEAIMP FROM LINDAT BEFORE ADVANCING 1 LINE
           MOVE "VENTAS NETAS" TO LD-TEXTO
           MOVE AC-VENTAS(1) TO LD-VALOR1
           MOVE AC-VENTAS(2) TO LD-VALOR2
           WRITE LINEAIMP FROM LINDAT BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABCON BEFORE ADVANCING 2 LINE.

      ** Recorre los contadores: por cada uno, sus lecturas y       **
      ** tarifas, el reparto de cada tramo en los dos meses y sus   **
      ** lineas del informe.                                        **

       RepasarContadores.
           MOVE "N" TO FINCN
           OPEN INPUT CONTADOR
           IF ERRORCN NOT = "00"
              MOVE "S" TO FINCN
           ELSE
              MOVE 0 TO CN-CODIGO
              START CONTADOR KEY IS NOT < CN-CODIGO
                 INVALID KEY MOVE "S" TO FINCN
              END-START
           END-IF
           PERFORM InformeUnContador UNTIL FINCN = "S"
           IF ERRORCN = "00" OR ERRORCN = "10"
              CLOSE CONTADOR
           END-IF.
       InformeUnContador.
           READ CONTADOR NEXT AT END MOVE "S" TO FINCN
           END-READ.
           IF FINCN = "N"
              MOVE CN-CODIGO TO CODPEDIDO
              PERFORM CargarLecturas
              PERFORM CargarTarifas
              MOVE 0 TO AC-CONSUMO(1)
              MOVE 0 TO AC-COSTE(1)
              MOVE 0 TO AC-CONSUMO(2)
              MOVE 0 TO AC-COSTE(2)
              PERFORM RepartirTramo VARYING LI FROM 2 BY 1
                 UNTIL LI > TL-N
              PERFORM ImprimirContador
           END-IF.
       RepartirTramo.
           COMPUTE LA = LI - 1
           MOVE TL-DIA(LA) TO TR-DIA1
           MOVE TL-LECTURA(LA) TO TR-LECT1
           MOVE TL-DIA(LI) TO TR-DIA2
           MOVE TL-LECTURA(LI) TO TR-LECT2
           MOVE TL-FECHA(LI) TO TR-FECHA2
           MOVE -1 TO TR-DIARIOANT
           IF LA > 1
              COMPUTE LK = LA - 1
              PERFORM DiarioAnterior
           END-IF
           PERFORM EvaluarTramo
           IF AVISO NOT = "E"
              PERFORM ProrratearTramo VARYING AX FROM 1 BY 1
                 UNTIL AX > 2
           END-IF
           IF AVISO NOT = " " AND AV-N < 50
              AND TL-FECHA(LI) NOT < AC-DESDE(1)
              AND TL-FECHA(LI) NOT > AC-HASTA(1)
              ADD 1 TO AV-N
              MOVE CN-CODIGO TO AV-CODIGO(AV-N)
              MOVE CN-NOMBRE TO AV-NOMBRE(AV-N)
              MOVE TL-FECHA(LI) TO AV-FECHA(AV-N)
              MOVE TL-LECTURA(LI) TO AV-LECTURA(AV-N)
              MOVE DIARIO TO AV-DIARIO(AV-N)
              MOVE AVISO TO AV-AVISO(AV-N)
           END-IF.
      * Parte del tramo que cae dentro del mes AX, a partes iguales
      * por dia.
       ProrratearTramo.
           MOVE TR-DIA2 TO TOPE
           IF TOPE > AC-DIAFIN(AX)
              MOVE AC-DIAFIN(AX) TO TOPE
           END-IF
           COMPUTE BASEDIA = AC-DIAINI(AX) - 1
           IF TR-DIA1 > BASEDIA
              MOVE TR-DIA1 TO BASEDIA
           END-IF
           COMPUTE SOLAPE = TOPE - BASEDIA
           IF SOLAPE > 0
              COMPUTE AC-CONSUMO(AX) ROUNDED = AC-CONSUMO(AX)
                 + CONSUMO * SOLAPE / DIASTRAMO
              COMPUTE AC-COSTE(AX) ROUNDED = AC-COSTE(AX)
                 + COSTETRAMO * SOLAPE / DIASTRAMO
           END-IF.
       ImprimirContador.
           MOVE CN-CODIGO TO LN-CODIGO
           MOVE CN-NOMBRE TO LN-NOMBRE
           MOVE CN-UNIDAD TO LN-UNIDAD
           WRITE LINEAIMP FROM LINNOMCON BEFORE ADVANCING 1 LINE
           PERFORM ImprimirAnoContador VARYING AX FROM 1 BY 1
              UNTIL AX > 2
           ADD AC-COSTE(1) TO AC-TOTCOSTE(1)
           ADD AC-COSTE(2) TO AC-TOTCOSTE(2).
       ImprimirAnoContador.
           MOVE AC-CONSUMO(AX) TO LM-CONSUMO
           MOVE AC-COSTE(AX) TO LM-COSTE
           MOVE 0 TO LM-CONSDIA
           MOVE 0 TO LM-EURDIA
           IF AC-DIAS(AX) > 0
              COMPUTE LM-CONSDIA ROUNDED = AC-CONSUMO(AX) / AC-DIAS(AX)
              COMPUTE LM-EURDIA ROUNDED = AC-COSTE(AX) / AC-DIAS(AX)
           END-IF
           PERFORM RatiosCoste
           IF AX = 1
              MOVE "ESTE ANO" TO LM-TEXTO
              MOVE 0 TO VARIACION
              IF AC-COSTE(2) > 0
                 COMPUTE VARIACION ROUNDED =
                    (AC-COSTE(1) - AC-COSTE(2)) * 100 / AC-COSTE(2)
              END-IF
              MOVE VARIACION TO LM-VAR
           ELSE
              MOVE "ANO ANT." TO LM-TEXTO
              MOVE SPACES TO LM-VARX
           END-IF
           WRITE LINEAIMP FROM LINCON BEFORE ADVANCING 1 LINE.
      * Coste por cubierto y por cada mil euros de venta del mes AX
      * sobre el coste que este en AC-COSTE.
       RatiosCoste.
           MOVE 0 TO LM-EURCUB
           MOVE 0 TO LM-EURMIL
           IF AC-CUBIERTOS(AX) > 0
              COMPUTE LM-EURCUB ROUNDED =
                 AC-COSTE(AX) / AC-CUBIERTOS(AX)
           END-IF
           IF AC-VENTAS(AX) > 0
              COMPUTE LM-EURMIL ROUNDED =
                 AC-COSTE(AX) * 1000 / AC-VENTAS(AX)
           END-IF.
       ImprimirTotalMes.
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINTOTSUM BEFORE ADVANCING 1 LINE
           MOVE AC-TOTCOSTE(1) TO AC-COSTE(1)
           MOVE AC-TOTCOSTE(2) TO AC-COSTE(2)
           PERFORM ImprimirTotalAno VARYING AX FROM 1 BY 1
              UNTIL AX > 2.
       ImprimirTotalAno.
           MOVE 0 TO LM-CONSUMO
           MOVE AC-COSTE(AX) TO LM-COSTE
           MOVE 0 TO LM-CONSDIA
           MOVE 0 TO LM-EURDIA
           IF AC-DIAS(AX) > 0
              COMPUTE LM-EURDIA ROUNDED = AC-COSTE(AX) / AC-DIAS(AX)
           END-IF
           PERFORM RatiosCoste
           IF AX = 1
              MOVE "ESTE ANO" TO LM-TEXTO
              MOVE 0 TO VARIACION
              IF AC-COSTE(2) > 0
                 COMPUTE VARIACION ROUNDED =
                    (AC-COSTE(1) - AC-COSTE(2)) * 100 / AC-COSTE(2)
              END-IF
              MOVE VARIACION TO LM-VAR
           ELSE
              MOVE "ANO ANT." TO LM-TEXTO
              MOVE SPACES TO LM-VARX
           END-IF
           WRITE LINEAIMP FROM LINCON BEFORE ADVANCING 1 LINE.
       ImprimirAvisos.
           IF AV-N > 0
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABAVI BEFORE ADVANCING 2 LINE
              PERFORM ImprimirUnAviso VARYING LK FROM 1 BY 1
                 UNTIL LK > AV-N
           END-IF.
       ImprimirUnAviso.
           MOVE AV-CODIGO(LK) TO LV-CODIGO
           MOVE AV-NOMBRE(LK) TO LV-NOMBRE
           MOVE AV-FECHA(LK) TO LV-FECHA
           MOVE AV-LECTURA(LK) TO LV-LECTURA
           MOVE AV-DIARIO(LK) TO LV-DIARIO
           IF AV-AVISO(LK) = "E"
              MOVE "POSIBLE ERROR DE CONTADOR" TO LV-TEXTO
           ELSE
              MOVE "POSIBLE FUGA" TO LV-TEXTO
           END-IF
           WRITE LINEAIMP FROM LINAVI BEFORE ADVANCING 1 LINE.

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
           MOVE SPACES TO RF-CONTADOR
           STRING RUTADATOS DELIMITED BY " "
                  "CONTADOR.DAT" DELIMITED BY SIZE
                  INTO RF-CONTADOR
           END-STRING
           MOVE SPACES TO RF-TARSUMI
           STRING RUTADATOS DELIMITED BY " "
                  "TARSUMI.DAT" DELIMITED BY SIZE
                  INTO RF-TARSUMI
           END-STRING
           MOVE SPACES TO RF-LECTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "LECTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-LECTURAS
           END-STRING
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-SERVMESA
           STRING RUTADATOS DELIMITED BY " "
                  "SERVMESA.DAT" DELIMITED BY SIZE
                  INTO RF-SERVMESA
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING.
