       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTDIA.
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
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE
           FILE STATUS IS ERRORFL.
           SELECT OPTIONAL FACTLINH ASSIGN TO DISK RF-FACTLINH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HL-CLAVE
           FILE STATUS IS ERRORHL.
           SELECT OPTIONAL MESAMAES ASSIGN TO DISK RF-MESAMAES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MM-NUMERO
           FILE STATUS IS ERRORMM.
           SELECT OPTIONAL INCOBRA ASSIGN TO DISK RF-INCOBRA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-NFAC
           ALTERNATE RECORD KEY IS IC-GIF WITH DUPLICATES
           FILE STATUS IS ERRORIC.
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
      * Totales de venta por dia ya sumados, para que los listados
      * de ventas no tengan que recorrer FACTURAS.DAT y FACTLIN.DAT
      * enteros. Clase del apunte y su codigo:
      *   T total del dia (codigo 0)
      *   P plato y formato (plato * 10 + formato)
      *   H franja horaria de la emision (0-23; 24 = sin hora)
      *   Z zona (1 comedor, 2 barra, 3 terraza, 4 sin mesa)
      *   C camarero (0 = sin camarero)
      *   I tipo de IVA (1-3), solo facturas y abonos ordinarios
      *   M modificacion de base por impago (codigo 0), aparte del
      *     IVA ordinario como la lleva el modelo 303
      * Los abonos restan. De un ticket absorbido por una
      * recapitulativa solo cuentan sus platos: la recapitulativa no
      * lleva lineas y es ella la que cuenta en lo demas.
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
      * Lineas de las facturas ya archivadas por ARCHIFAC.CBL (el
      * mismo trazado que FACTLIN.DAT), para poder regenerar
      * ejercicios cerrados.
       FD FACTLINH LABEL RECORD STANDARD.
       01 REG-FACTLINH.
           02 HL-CLAVE.
              03 HL-NFAC  PIC 9(8).
              03 HL-LINEA PIC 99.
           02 HL-NUMPLATO PIC 9(3).
           02 HL-NOM      PIC X(26).
           02 HL-CANTIDAD PIC 99.
           02 HL-PVP      PIC 9(4)V99.
           02 HL-TOTAL    PIC 9(6)V99.
           02 HL-FORMATO  PIC 9.
       FD MESAMAES LABEL RECORD STANDARD.
       01 REG-MESAMAES.
           02 MM-NUMERO PIC 99.
           02 MM-PLAZAS PIC 99.
           02 MM-ZONA PIC X.
           02 MM-ACTIVA PIC X.
           02 MM-FILA PIC 99.
           02 MM-COL PIC 99.
      * Creditos incobrables de FACT.CBL: dicen si la factura es la
      * rectificativa de un impago o la que repone su base.
       FD INCOBRA LABEL RECORD STANDARD.
       01 REG-IC.
           02 IC-NFAC PIC 9(8).
           02 IC-GIF PIC 9(9).
           02 IC-FECHA PIC 9(8).
           02 IC-NFACRECT PIC 9(8).
           02 IC-BASE PIC 9(6)V99 OCCURS 3.
           02 IC-CUOTA PIC 9(6)V99 OCCURS 3.
           02 IC-TOTBASE PIC 9(6)V99.
           02 IC-TOTCUOTA PIC 9(6)V99.
           02 IC-TOTAL PIC 9(6)V99.
           02 IC-USUARIO PIC 9(3).
           02 IC-ESTADO PIC X.
           02 IC-FECHAREV PIC 9(8).
           02 IC-NFACREV PIC 9(8).
           02 IC-USUREV PIC 9(3).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-VENTDIA PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-FACTLINH PIC X(42).
       77 RF-MESAMAES PIC X(42).
       77 RF-INCOBRA PIC X(42).
       77 ERRORVD PIC XX.
       77 ERRORFL PIC XX.
       77 ERRORHL PIC XX.
       77 ERRORMM PIC XX.
       77 ERRORIC PIC XX.
       77 FINLIN PIC X.
       77 ESINCOB PIC X.
       77 SIGNO PIC S9.
       77 FANOC PIC 9(4).
       77 FECHAVENTA PIC 9(8).
       77 ZONAVENTA PIC 9.
       77 HORAVENTA PIC 99.
       77 R PIC 9.
      * Lo que se suma al apunte (con su signo ya puesto).
       77 SU-DOCUMENTOS PIC S9(5).
       77 SU-COMENSALES PIC S9(6).
       77 SU-UNIDADES PIC S9(6).
       77 SU-IMPORTE PIC S9(8)V99.
       77 SU-BASE PIC S9(8)V99.
       77 SU-CUOTA PIC S9(7)V99.
       77 SU-DESCUENTO PIC S9(7)V99.
       77 SU-PROPINA PIC S9(7)V99.
       77 TOTBASE PIC S9(8)V99.
       77 TOTCUOTA PIC S9(7)V99.
       01 HORADES.
           02 HD-HORA PIC 99.
           02 HD-RESTO PIC 9(6).
       01 TablaIva.
           02 TI-ENT OCCURS 3.
              03 TI-BASE PIC 9(6)V99.
              03 TI-CUOTA PIC 9(6)V99.
       LINKAGE SECTION.
      * La factura (o abono) tal como ha quedado grabada en
      * FACTURAS.DAT o en el historico; mismo trazado que REG-FAC.
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
      * Hora de la emision (HHMMSSCC, 0 = sin hora), "+" para sumar
      * o "-" para quitar la factura, y de donde leer sus lineas
      * (V = FACTLIN.DAT, H = historico FACTLINH.DAT).
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       PROCEDURE DIVISION USING FACVENTA PETVENTA.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM ApuntarFactura
           EXIT PROGRAM.

      ** Suma (o quita) la factura en todos los apuntes de su dia:   **
      ** total, zona, franja, camarero, IVA y sus platos; del ticket **
      ** absorbido, solo los platos.                                 **

       ApuntarFactura.
           MOVE 1 TO SIGNO
           IF FV-ABONO
              MOVE -1 TO SIGNO
           END-IF
           IF PV-SIGNO = "-"
              COMPUTE SIGNO = 0 - SIGNO
           END-IF
           MOVE FV-ANO TO FANOC
           IF FANOC < 100
              ADD 2000 TO FANOC
           END-IF
           COMPUTE FECHAVENTA = FANOC * 10000 + FV-MES * 100 + FV-DIA
           MOVE FV-BASE(1) TO TI-BASE(1)
           MOVE FV-CUOTA(1) TO TI-CUOTA(1)
           MOVE FV-BASE(2) TO TI-BASE(2)
           MOVE FV-CUOTA(2) TO TI-CUOTA(2)
           MOVE FV-BASE(3) TO TI-BASE(3)
           MOVE FV-CUOTA(3) TO TI-CUOTA(3)
           COMPUTE TOTBASE = TI-BASE(1) + TI-BASE(2) + TI-BASE(3)
           COMPUTE TOTCUOTA = TI-CUOTA(1) + TI-CUOTA(2)
              + TI-CUOTA(3)
           PERFORM AbrirVentDia
           IF NOT FV-ABSORBIDA
              PERFORM ApuntarCabecera
           END-IF
           IF PV-ORIGEN = "H"
              PERFORM ApuntarPlatosHist
           ELSE
              PERFORM ApuntarPlatos
           END-IF
           CLOSE VENTDIA.
       ApuntarCabecera.
           PERFORM ApuntarTotal
           PERFORM ApuntarZona
           PERFORM ApuntarHora
           PERFORM ApuntarCamarero
           PERFORM MirarIncobrable
           IF ESINCOB = "N"
              PERFORM ApuntarIva VARYING R FROM 1 BY 1 UNTIL R > 3
           ELSE
              PERFORM ApuntarModificacion
           END-IF.
       AbrirVentDia.
           OPEN I-O VENTDIA
           IF ERRORVD NOT = "00"
              OPEN OUTPUT VENTDIA
              CLOSE VENTDIA
              OPEN I-O VENTDIA
           END-IF.

      ** Apuntes de cabecera: el documento, sus comensales y su      **
      ** importe con IVA; el total del dia lleva ademas bases,       **
      ** cuotas, descuentos y propinas.                              **

       CargarCabecera.
           MOVE SIGNO TO SU-DOCUMENTOS
           COMPUTE SU-COMENSALES = FV-COMENSALES * SIGNO
           MOVE 0 TO SU-UNIDADES
           COMPUTE SU-IMPORTE = FV-PASTA * SIGNO
           COMPUTE SU-BASE = TOTBASE * SIGNO
           COMPUTE SU-CUOTA = TOTCUOTA * SIGNO
           MOVE 0 TO SU-DESCUENTO
           MOVE 0 TO SU-PROPINA.
       ApuntarTotal.
           PERFORM CargarCabecera
           COMPUTE SU-DESCUENTO = FV-DESCUENTO * SIGNO
           COMPUTE SU-PROPINA = FV-PROPINA * SIGNO
           MOVE "T" TO VD-CLASE
           MOVE 0 TO VD-CODIGO
           PERFORM SumarApunte.
       ApuntarZona.
           MOVE 4 TO ZONAVENTA
           IF FV-MESA NOT = 0
              MOVE 1 TO ZONAVENTA
              OPEN INPUT MESAMAES
              IF ERRORMM = "00"
                 MOVE FV-MESA TO MM-NUMERO
                 READ MESAMAES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       EVALUATE MM-ZONA
                          WHEN "B" MOVE 2 TO ZONAVENTA
                          WHEN "T" MOVE 3 TO ZONAVENTA
                          WHEN OTHER MOVE 1 TO ZONAVENTA
                       END-EVALUATE
                 END-READ
                 CLOSE MESAMAES
              END-IF
           END-IF
           PERFORM CargarCabecera
           MOVE "Z" TO VD-CLASE
           MOVE ZONAVENTA TO VD-CODIGO
           PERFORM SumarApunte.
       ApuntarHora.
           MOVE PV-HORA TO HORADES
           IF PV-HORA = 0 OR HD-HORA > 23
              MOVE 24 TO HORAVENTA
           ELSE
              MOVE HD-HORA TO HORAVENTA
           END-IF
           PERFORM CargarCabecera
           MOVE "H" TO VD-CLASE
           MOVE HORAVENTA TO VD-CODIGO
           PERFORM SumarApunte.
       ApuntarCamarero.
           PERFORM CargarCabecera
           MOVE "C" TO VD-CLASE
           MOVE FV-CAMARERO TO VD-CODIGO
           PERFORM SumarApunte.

      ** IVA por tipo como lo suma el modelo 303: las rectificativas **
      ** de un impago (restan) y las que reponen su base (suman) van **
      ** aparte, en el apunte M, con ese signo sea cual sea su clase.**

       ApuntarIva.
           IF TI-BASE(R) NOT = 0 OR TI-CUOTA(R) NOT = 0
              PERFORM CargarCabecera
              COMPUTE SU-BASE = TI-BASE(R) * SIGNO
              COMPUTE SU-CUOTA = TI-CUOTA(R) * SIGNO
              COMPUTE SU-IMPORTE = (TI-BASE(R) + TI-CUOTA(R)) * SIGNO
              MOVE "I" TO VD-CLASE
              MOVE R TO VD-CODIGO
              PERFORM SumarApunte
           END-IF.
       ApuntarModificacion.
           PERFORM CargarCabecera
           MOVE 1 TO SU-DOCUMENTOS
           IF ESINCOB = "R"
              MOVE -1 TO SU-DOCUMENTOS
           END-IF
           IF PV-SIGNO = "-"
              COMPUTE SU-DOCUMENTOS = 0 - SU-DOCUMENTOS
           END-IF
           COMPUTE SU-COMENSALES = FV-COMENSALES * SU-DOCUMENTOS
           COMPUTE SU-IMPORTE = FV-PASTA * SU-DOCUMENTOS
           COMPUTE SU-BASE = TOTBASE * SU-DOCUMENTOS
           COMPUTE SU-CUOTA = TOTCUOTA * SU-DOCUMENTOS
           MOVE "M" TO VD-CLASE
           MOVE 0 TO VD-CODIGO
           PERFORM SumarApunte.
       MirarIncobrable.
           MOVE "N" TO ESINCOB
           IF FV-ABONODE NOT = 0
              OPEN INPUT INCOBRA
              IF ERRORIC = "00"
                 MOVE FV-ABONODE TO IC-NFAC
                 READ INCOBRA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF IC-NFACRECT = FV-NFAC
                          MOVE "R" TO ESINCOB
                       END-IF
                       IF IC-NFACREV = FV-NFAC
                          MOVE "V" TO ESINCOB
                       END-IF
                 END-READ
                 CLOSE INCOBRA
              END-IF
           END-IF.

      ** Unidades e importe de cada plato y formato de la factura;   **
      ** las lineas de cubierto (plato 0) no son platos.             **

       ApuntarPlatos.
           OPEN INPUT DETFAC
           IF ERRORFL = "00"
              MOVE FV-NFAC TO FL-NFAC
              MOVE 0 TO FL-LINEA
              MOVE "N" TO FINLIN
              START DETFAC KEY IS NOT < FL-CLAVE
                 INVALID KEY MOVE "S" TO FINLIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ApuntarUnPlato UNTIL FINLIN = "S"
              CLOSE DETFAC
           END-IF.
       ApuntarUnPlato.
           READ DETFAC NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND FL-NFAC NOT = FV-NFAC
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N" AND FL-NUMPLATO > 0
              MOVE 0 TO SU-DOCUMENTOS
              MOVE 0 TO SU-COMENSALES
              COMPUTE SU-UNIDADES = FL-CANTIDAD * SIGNO
              COMPUTE SU-IMPORTE = FL-TOTAL * SIGNO
              MOVE 0 TO SU-BASE
              MOVE 0 TO SU-CUOTA
              MOVE 0 TO SU-DESCUENTO
              MOVE 0 TO SU-PROPINA
              MOVE "P" TO VD-CLASE
              COMPUTE VD-CODIGO = FL-NUMPLATO * 10 + FL-FORMATO
              PERFORM SumarApunte
           END-IF.
       ApuntarPlatosHist.
           OPEN INPUT FACTLINH
           IF ERRORHL = "00"
              MOVE FV-NFAC TO HL-NFAC
              MOVE 0 TO HL-LINEA
              MOVE "N" TO FINLIN
              START FACTLINH KEY IS NOT < HL-CLAVE
                 INVALID KEY MOVE "S" TO FINLIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ApuntarUnPlatoHist UNTIL FINLIN = "S"
              CLOSE FACTLINH
           END-IF.
       ApuntarUnPlatoHist.
           READ FACTLINH NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND HL-NFAC NOT = FV-NFAC
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N" AND HL-NUMPLATO > 0
              MOVE 0 TO SU-DOCUMENTOS
              MOVE 0 TO SU-COMENSALES
              COMPUTE SU-UNIDADES = HL-CANTIDAD * SIGNO
              COMPUTE SU-IMPORTE = HL-TOTAL * SIGNO
              MOVE 0 TO SU-BASE
              MOVE 0 TO SU-CUOTA
              MOVE 0 TO SU-DESCUENTO
              MOVE 0 TO SU-PROPINA
              MOVE "P" TO VD-CLASE
              COMPUTE VD-CODIGO = HL-NUMPLATO * 10 + HL-FORMATO
              PERFORM SumarApunte
           END-IF.

      ** Suma lo cargado en SU- al apunte de la fecha, clase y      **
      ** codigo ya puestos; si no existe lo crea.                   **

       SumarApunte.
           MOVE FECHAVENTA TO VD-FECHA
           READ VENTDIA
              INVALID KEY
                 MOVE SU-DOCUMENTOS TO VD-DOCUMENTOS
                 MOVE SU-COMENSALES TO VD-COMENSALES
                 MOVE SU-UNIDADES TO VD-UNIDADES
                 MOVE SU-IMPORTE TO VD-IMPORTE
                 MOVE SU-BASE TO VD-BASE
                 MOVE SU-CUOTA TO VD-CUOTA
                 MOVE SU-DESCUENTO TO VD-DESCUENTO
                 MOVE SU-PROPINA TO VD-PROPINA
                 WRITE REG-VD INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD SU-DOCUMENTOS TO VD-DOCUMENTOS
                 ADD SU-COMENSALES TO VD-COMENSALES
                 ADD SU-UNIDADES TO VD-UNIDADES
                 ADD SU-IMPORTE TO VD-IMPORTE
                 ADD SU-BASE TO VD-BASE
                 ADD SU-CUOTA TO VD-CUOTA
                 ADD SU-DESCUENTO TO VD-DESCUENTO
                 ADD SU-PROPINA TO VD-PROPINA
                 REWRITE REG-VD INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.

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
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-FACTLINH
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLINH.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLINH
           END-STRING
           MOVE SPACES TO RF-MESAMAES
           STRING RUTADATOS DELIMITED BY " "
                  "MESAMAES.DAT" DELIMITED BY SIZE
                  INTO RF-MESAMAES
           END-STRING
           MOVE SPACES TO RF-INCOBRA
           STRING RUTADATOS DELIMITED BY " "
                  "INCOBRA.DAT" DELIMITED BY SIZE
                  INTO RF-INCOBRA
           END-STRING.
