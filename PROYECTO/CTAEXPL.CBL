       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAEXPL.
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
           SELECT OPTIONAL FACTHIST ASSIGN TO DISK RF-FACTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HFNFAC
           FILE STATUS IS ERRORFH.
           SELECT OPTIONAL FACTLINH ASSIGN TO DISK RF-FACTLINH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HL-CLAVE.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL ESCVER ASSIGN TO DISK RF-ESCVER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CLAVE
           FILE STATUS IS ERROREV.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL CAJAMOV ASSIGN TO DISK RF-CAJAMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCM.
           SELECT OPTIONAL FACPROV ASSIGN TO DISK RF-FACPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-NUM
           FILE STATUS IS ERRORFP.
           SELECT OPTIONAL ACTIVOS ASSIGN TO DISK RF-ACTIVOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AF-CODIGO
           FILE STATUS IS ERRORAF.
           SELECT OPTIONAL FICHAJES ASSIGN TO DISK RF-FICHAJES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FJ-CLAVE
           FILE STATUS IS ERRORFJ.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL COSTEHOR ASSIGN TO DISK RF-COSTEHOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-CODIGO
           FILE STATUS IS ERRORCH.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL EXPCTA ASSIGN TO DISK "CTAEXPL.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
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
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 99.
              03 FMES PIC 99.
              03 FANO PIC 9999.
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
              88 FCLASE-ABSORBIDA VALUE "X".
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
      * Historico de facturas de ejercicios cerrados de ARCHIFAC.CBL
      * (mismo trazado que la viva), para el mismo mes del ano
      * anterior una vez archivado.
       FD FACTHIST LABEL RECORD STANDARD.
       01 REG-FACH.
           02 HFNFAC PIC 9(8).
           02 HFRESTO PIC X(134).
       FD FACTLINH LABEL RECORD STANDARD.
       01 REG-FACTLINH.
           02 HL-CLAVE.
              03 HL-NFAC  PIC 9(8).
              03 HL-LINEA PIC 99.
           02 HL-RESTO PIC X(46).
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
           02 PKCAL PIC 9(5).
      * Versiones del escandallo con su fecha de entrada en vigor
      * (las graba ESCAN.CBL al cambiar una receta).
       FD ESCVER LABEL RECORD STANDARD.
       01 REG-EV.
           02 EV-CLAVE.
              03 EV-PLATO PIC 9(3).
              03 EV-TIPO PIC X.
              03 EV-VERSION PIC 9(3).
              03 EV-INGRED PIC 9(3).
           02 EV-CANTIDAD PIC 9(3)V999.
           02 EV-DESDE PIC 9(8).
           02 EV-USUARIO PIC 9(3).
           02 EV-NOMUSU PIC X(20).
           02 EV-FECHAGRAB PIC 9(8).
           02 EV-MOTIVO PIC X(30).
           02 EV-COSTE PIC 9(5)V999.
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
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
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
      * Diario de movimientos de stock (vivo y archivos MOVSaaaa de
      * ARCHJOR.CBL); el consumo se valora al coste actual.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
      * Diario de caja (vivo y archivos CAJAaaaa de ARCHJOR.CBL).
       FD CAJAMOV LABEL RECORD STANDARD.
       01 REG-CAJAMOV.
           02 CM-FECHA PIC 9(8).
           02 CM-HORA PIC 9(8).
           02 CM-TIPO PIC X.
              88 MOV-ENTRADA VALUE "E".
              88 MOV-SALIDA VALUE "S".
           02 CM-CONCEPTO PIC X(30).
           02 CM-IMPORTE PIC 9(5)V99.
           02 CM-USUARIO PIC 9(3).
       FD FACPROV LABEL RECORD STANDARD.
       01 REG-FP.
           02 FP-NUM PIC 9(6).
           02 FP-PROVEEDOR PIC 9(3).
           02 FP-NUMPROV PIC X(10).
           02 FP-FECHA PIC 9(8).
           02 FP-VENCE PIC 9(8).
           02 FP-BASE1  PIC 9(6)V99.
           02 FP-CUOTA1 PIC 9(6)V99.
           02 FP-BASE2  PIC 9(6)V99.
           02 FP-CUOTA2 PIC 9(6)V99.
           02 FP-BASE3  PIC 9(6)V99.
           02 FP-CUOTA3 PIC 9(6)V99.
           02 FP-TOTAL PIC 9(6)V99.
           02 FP-PAGADA PIC X.
              88 FACPROV-PAGADA VALUE " ".
              88 FACPROV-PENDIENTE VALUE "*".
           02 FP-FECHAPAGO PIC 9(8).
      * Inmovilizado (ACTIVOS.CBL): da la amortizacion del periodo.
       FD ACTIVOS LABEL RECORD STANDARD.
       01 REG-AF.
           02 AF-CODIGO PIC 9(4).
           02 AF-DESCRIP PIC X(30).
           02 AF-CATEGORIA PIC X.
           02 AF-FACPROV PIC 9(6).
           02 AF-COSTE PIC 9(7)V99.
           02 AF-FINICIO PIC 9(8).
           02 AF-VIDA PIC 99.
           02 AF-TASA PIC 99V99.
           02 AF-UBICACION PIC X(20).
           02 AF-ESTADO PIC X.
           02 AF-FBAJA PIC 9(8).
           02 AF-IMPBAJA PIC 9(7)V99.
           02 AF-MOTIVOBAJA PIC X(30).
           02 AF-FALTA PIC 9(8).
           02 AF-USUARIO PIC 9(3).
       FD FICHAJES LABEL RECORD STANDARD.
       01 REG-FJ.
           02 FJ-CLAVE.
              03 FJ-CODIGO PIC 9(3).
              03 FJ-FECHA PIC 9(8).
              03 FJ-HORA PIC 9(6).
           02 FJ-TIPO PIC X.
              88 FICHAJE-ENTRADA VALUE "E".
              88 FICHAJE-SALIDA  VALUE "S".
           02 FJ-EDITADO PIC X.
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
       FD COSTEHOR LABEL RECORD STANDARD.
       01 REG-CH.
           02 CH-CODIGO PIC 9(3).
           02 CH-COSTEHORA PIC 9(3)V99.
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMPRESA.
           02 EM-NOMBRE    PIC X(30).
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
      * Fichero para el asesor contable: registros fijos de 80
      * posiciones, una cabecera (C) con la empresa y el mes y una
      * linea (L) por concepto con el mes, el acumulado del ano y
      * el mismo mes del ano anterior (signo e importe en centimos).
       FD EXPCTA LABEL RECORD STANDARD.
       01 REG-EXPCTA PIC X(80).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-FACTHIST PIC X(42).
       77 RF-FACTLINH PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-CAJAMOV PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-ACTIVOS PIC X(42).
       77 RF-FICHAJES PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-COSTEHOR PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 ERRORFAC PIC XX.
       77 ERRORFH PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORCM PIC XX.
       77 ERRORFP PIC XX.
       77 ERRORAF PIC XX.
       77 ERRORFJ PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORCH PIC XX.
       77 ERROREMP PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 FINLIN PIC X.
       77 FINESC PIC X.
       77 RF-ESCVER PIC X(42).
       77 ERROREV PIC XX.
       77 HAYESCVER PIC X.
       77 FINEV PIC X.
       77 CONHIST PIC X.
       77 PLATOVIG PIC 9(3).
       77 FECHAVIG PIC 9(8).
       77 VERSIONVIG PIC 9(3).
       77 INGVIG PIC 9(3).
       77 CANTVIG PIC 9(3)V999.
       77 COSTEVER PIC 9(5)V999.
       77 FINUSU PIC X.
       77 EXPORTAR PIC X.
       77 ANOMES PIC 9(6).
       77 ANOCTA PIC 9(4).
       77 MESCTA PIC 99.
       77 ANOARCH PIC 9(4).
       77 FANOC PIC 9(4).
       77 FECHACOMP PIC 9(8).
       77 PL PIC 9(3).
       77 IG PIC 9(3).
       77 CX PIC 99.
       77 PX PIC 9.
       77 CATIDX PIC 9.
       77 CONCEPTO PIC 99.
       77 IMPORTE PIC S9(7)V99.
       77 BASEFAC PIC S9(7)V99.
       77 REPARTIDO PIC S9(7)V99.
       77 SUMLINEAS PIC 9(7)V99.
       77 COSTEPLATO PIC 9(5)V99.
       77 HAYRECETA PIC X.
       77 VALORMOV PIC S9(7)V99.
       77 COSTEHORA PIC 9(3)V99.
       77 FECHAACT PIC 9(8).
       77 ULTTIPO PIC X.
       77 MINUTOSDIA PIC 9(5).
       77 MINENTRADA PIC 9(5).
       77 PORCENTAJE PIC S9(3)V9.
       77 HOY PIC 9(8).
       77 MESINI PIC 9(6).
       77 MESFIN PIC 9(6).
       77 MESTOPE PIC 9(6).
       77 MESCALC PIC 9(6).
       77 CUOTAMES PIC 9(7)V99.
       77 ACUMCALC PIC 9(9)V99.
       77 ACUMANTES PIC 9(9)V99.
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 HORADES.
           02 HD-HORA PIC 99.
           02 HD-MIN PIC 99.
           02 HD-SEG PIC 99.
      * Los tres periodos de la cuenta: 1 el mes, 2 el acumulado
      * del ano hasta el mes y 3 el mismo mes del ano anterior.
       01 TablaPeriodos.
           02 PE-ENT OCCURS 3.
              03 PE-DESDE PIC 9(8).
              03 PE-HASTA PIC 9(8).
       01 TablaCuenta.
           02 CT-ENT OCCURS 17.
              03 CT-IMPORTE PIC S9(9)V99 OCCURS 3.
       01 TABLA-NOMCTA.
           02 FILLER PIC X(28) VALUE "VENTAS ENTRANTES            ".
           02 FILLER PIC X(28) VALUE "VENTAS PRIMEROS             ".
           02 FILLER PIC X(28) VALUE "VENTAS SEGUNDOS             ".
           02 FILLER PIC X(28) VALUE "VENTAS POSTRES              ".
           02 FILLER PIC X(28) VALUE "VENTAS BEBIDAS              ".
           02 FILLER PIC X(28) VALUE "OTRAS VENTAS                ".
           02 FILLER PIC X(28) VALUE "TOTAL VENTAS NETAS          ".
           02 FILLER PIC X(28) VALUE "CONSUMO DE GENERO           ".
           02 FILLER PIC X(28) VALUE "MARGEN BRUTO                ".
           02 FILLER PIC X(28) VALUE "PERSONAL (HORAS FICHADAS)   ".
           02 FILLER PIC X(28) VALUE "COMIDAS DE PERSONAL         ".
           02 FILLER PIC X(28) VALUE "TOTAL PERSONAL              ".
           02 FILLER PIC X(28) VALUE "OTROS GASTOS (PAGOS DE CAJA)".
           02 FILLER PIC X(28) VALUE "RESULTADO DE EXPLOTACION    ".
           02 FILLER PIC X(28) VALUE "COMPRAS (FACT. PROVEEDOR)   ".
           02 FILLER PIC X(28) VALUE "AMORTIZACION INMOVILIZADO   ".
           02 FILLER PIC X(28) VALUE "RESULTADO TRAS AMORTIZACION ".
       01 NOMCTAR REDEFINES TABLA-NOMCTA.
           02 NOMCTA PIC X(28) OCCURS 17.
      * Coste unitario de cada ingrediente y de cada plato (por su
      * escandallo, o el tecleado si no tiene), y su categoria. Los
      * platos con cambios de receta guardados (TC-HIST) se valoran
      * con la receta en vigor el dia de cada movimiento.
       01 TablaCostes.
           02 TC-INGRED OCCURS 999.
              03 TC-COSTEING PIC 9(4)V99.
           02 TC-PLATO OCCURS 999.
              03 TC-COSTEPLA PIC 9(5)V99.
              03 TC-CATEG PIC X.
              03 TC-HIST PIC X.
      * Lineas de la factura en curso por categoria, para repartir
      * la base imponible de la factura.
       01 TablaLineas.
           02 LC-IMPORTE PIC 9(7)V99 OCCURS 6.
       01 CONCEPTOEMP.
           02 CE-TEXTO PIC X(18).
           02 FILLER PIC X(12).
       01 CABCTA1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CC-EMPRESA PIC X(30).
           02 FILLER PIC X(30) VALUE
              "  CUENTA DE EXPLOTACION MES   ".
           02 CC-ANOMES PIC 9(6).
       01 CABCTA2.
           02 FILLER PIC X(40) VALUE
              "  CONCEPTO                              ".
           02 FILLER PIC X(38) VALUE
              "MES % VTA.     ACUMULADO  MES ANO ANT.".
       01 LINCTA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CC-NOMBRE PIC X(28).
           02 CC-MES PIC -Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CC-PORCENTAJE PIC -ZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 CC-ACUMULADO PIC -Z.ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CC-ANTERIOR PIC -Z.ZZZ.ZZ9,99.
       01 LINNOTA.
           02 FILLER PIC X(40) VALUE
              "  COMPRAS: SOLO INFORMATIVO; EL CONSUMO ".
           02 FILLER PIC X(40) VALUE
              "SE VALORA AL COSTE ACTUAL DEL GENERO.   ".
       01 EXPCAB.
           02 FILLER PIC X VALUE "C".
           02 EC-NIF PIC X(9).
           02 EC-EMPRESA PIC X(30).
           02 EC-ANOMES PIC 9(6).
           02 EC-FECHA PIC 9(8).
           02 FILLER PIC X(26) VALUE SPACES.
       01 EXPLIN.
           02 FILLER PIC X VALUE "L".
           02 EL-CODIGO PIC 99.
           02 EL-NOMBRE PIC X(28).
           02 EL-SIGNO1 PIC X.
           02 EL-IMPORTE1 PIC 9(9)V99.
           02 EL-SIGNO2 PIC X.
           02 EL-IMPORTE2 PIC 9(9)V99.
           02 EL-SIGNO3 PIC X.
           02 EL-IMPORTE3 PIC 9(9)V99.
           02 FILLER PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOY FROM DATE YYYYMMDD
           DISPLAY " " ERASE
           DISPLAY "CUENTA DE EXPLOTACION" LINE 2 POSITION 5
           DISPLAY "MES (AAAAMM):" LINE 4 POSITION 5
           MOVE 0 TO ANOMES
           ACCEPT ANOMES LINE 4 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "FICHERO PARA EL ASESOR (S/N):" LINE 5 POSITION 5
           MOVE "S" TO EXPORTAR
           PERFORM WITH TEST AFTER UNTIL EXPORTAR = "S" OR "N"
              OR TECLAF = 27
              ACCEPT EXPORTAR LINE 5 POSITION 36 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              DISPLAY "CALCULANDO..." LINE 7 POSITION 5
              PERFORM FijarPeriodos
              PERFORM CargarCostes
              PERFORM AcumularVentas
              PERFORM AcumularConsumos
              PERFORM AcumularPersonal
              PERFORM AcumularCaja
              PERFORM AcumularCompras
              PERFORM AcumularAmortizacion
              PERFORM CalcularTotales
              PERFORM LeerEmpresa
              PERFORM ImprimirCuenta
              IF EXPORTAR = "S"
                 PERFORM GenerarFichero
                 DISPLAY "CUENTA IMPRESA Y CTAEXPL.TXT GENERADO"
                    LINE 7 POSITION 5
              ELSE
                 DISPLAY "CUENTA IMPRESA" LINE 7 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Limites de los tres periodos y tabla a cero.               **

       FijarPeriodos.
           DIVIDE ANOMES BY 100 GIVING ANOCTA REMAINDER MESCTA
           COMPUTE PE-DESDE(1) = ANOMES * 100 + 1
           COMPUTE PE-HASTA(1) = ANOMES * 100 + 31
           COMPUTE PE-DESDE(2) = ANOCTA * 10000 + 101
           MOVE PE-HASTA(1) TO PE-HASTA(2)
           COMPUTE PE-DESDE(3) = PE-DESDE(1) - 10000
           COMPUTE PE-HASTA(3) = PE-HASTA(1) - 10000
           PERFORM LimpiarConcepto VARYING CX FROM 1 BY 1
              UNTIL CX > 17.
       LimpiarConcepto.
           MOVE 0 TO CT-IMPORTE(CX, 1)
           MOVE 0 TO CT-IMPORTE(CX, 2)
           MOVE 0 TO CT-IMPORTE(CX, 3).

      ** Suma IMPORTE en el CONCEPTO de cada periodo en el que cae  **
      ** FECHACOMP.                                                  **

       SumarImporte.
           PERFORM SumarPeriodo VARYING PX FROM 1 BY 1 UNTIL PX > 3.
       SumarPeriodo.
           IF FECHACOMP NOT < PE-DESDE(PX)
              AND FECHACOMP NOT > PE-HASTA(PX)
              ADD IMPORTE TO CT-IMPORTE(CONCEPTO, PX)
           END-IF.

      ** Costes unitarios: el de cada ingrediente de su ficha y el  **
      ** de cada plato por su escandallo, como en MARGEN.CBL.       **

       CargarCostes.
           PERFORM LimpiarCoste VARYING PL FROM 1 BY 1 UNTIL PL > 999
           OPEN INPUT INGRED
           MOVE 0 TO IG-CODIGO
           MOVE "N" TO FIN
           START INGRED KEY IS NOT < IG-CODIGO
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarIngrediente UNTIL FIN = "S"
           CLOSE INGRED
           OPEN INPUT PLATOS
           OPEN INPUT ESCAND
           MOVE "N" TO HAYESCVER
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              MOVE "S" TO HAYESCVER
           END-IF
           MOVE 0 TO NUMPLATO
           MOVE "N" TO FIN
           START PLATOS KEY IS NOT < NUMPLATO
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarPlato UNTIL FIN = "S"
           IF HAYESCVER = "S"
              CLOSE ESCVER
           END-IF
           CLOSE ESCAND
           CLOSE PLATOS.
       LimpiarCoste.
           MOVE 0 TO TC-COSTEING(PL)
           MOVE 0 TO TC-COSTEPLA(PL)
           MOVE " " TO TC-CATEG(PL)
           MOVE "N" TO TC-HIST(PL).
       CargarIngrediente.
           READ INGRED NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND IG-CODIGO > 0
              MOVE IG-COSTE TO TC-COSTEING(IG-CODIGO)
           END-IF.
       CargarPlato.
           READ PLATOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND NUMPLATO > 0
              PERFORM CosteDelPlato
              MOVE COSTEPLATO TO TC-COSTEPLA(NUMPLATO)
              MOVE CATEGORIA TO TC-CATEG(NUMPLATO)
              MOVE NUMPLATO TO PLATOVIG
              MOVE 0 TO FECHAVIG
              PERFORM BuscarVersion
              MOVE CONHIST TO TC-HIST(NUMPLATO)
           END-IF.
       CosteDelPlato.
           MOVE 0 TO COSTEPLATO
           MOVE "N" TO HAYRECETA
           MOVE NUMPLATO TO EC-NUMPLATO
           MOVE 0 TO EC-INGRED
           MOVE "N" TO FINESC
           START ESCAND KEY IS NOT < EC-CLAVE
              INVALID KEY MOVE "S" TO FINESC
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM SumarCosteIng UNTIL FINESC = "S"
           IF HAYRECETA = "N"
              MOVE PCOSTE TO COSTEPLATO
           END-IF.
       SumarCosteIng.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
           IF FINESC = "N" AND EC-NUMPLATO NOT = NUMPLATO
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N" AND EC-INGRED > 0
              MOVE "S" TO HAYRECETA
              COMPUTE COSTEPLATO = COSTEPLATO
                 + (EC-CANTIDAD * TC-COSTEING(EC-INGRED))
           END-IF.

      ** Ventas netas: la base imponible de cada factura (los       **
      ** abonos restan), repartida entre las categorias de la carta **
      ** en proporcion a sus lineas; lo que no es de ningun plato   **
      ** queda en otras ventas. Se leen las vivas y el historico.   **

       AcumularVentas.
           OPEN INPUT FACTURA
           OPEN INPUT DETFAC
           MOVE 0 TO NFAC
           MOVE "N" TO FIN
           START FACTURA KEY IS NOT < NFAC
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LeerFacturaViva UNTIL FIN = "S"
           CLOSE DETFAC
           OPEN INPUT FACTHIST
           OPEN INPUT FACTLINH
           MOVE "N" TO FIN
           IF ERRORFH NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerFacturaHist UNTIL FIN = "S"
           IF ERRORFH = "00"
              CLOSE FACTHIST
           END-IF
           CLOSE FACTLINH
           CLOSE FACTURA.
       LeerFacturaViva.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              PERFORM FechaFactura
              IF FECHACOMP NOT < PE-DESDE(3)
                 AND FECHACOMP NOT > PE-HASTA(1)
                 AND NOT FCLASE-ABSORBIDA
                 PERFORM LimpiarLineas VARYING CATIDX FROM 1 BY 1
                    UNTIL CATIDX > 6
                 MOVE NFAC TO FL-NFAC
                 MOVE 0 TO FL-LINEA
                 MOVE "N" TO FINLIN
                 START DETFAC KEY IS NOT < FL-CLAVE
                    INVALID KEY MOVE "S" TO FINLIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM LineaViva UNTIL FINLIN = "S"
                 PERFORM RepartirFactura
              END-IF
           END-IF.
       LineaViva.
           READ DETFAC NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND FL-NFAC NOT = NFAC
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N"
              PERFORM SumarLinea
           END-IF.
       LeerFacturaHist.
           READ FACTHIST NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE REG-FACH TO REG-FAC
              PERFORM FechaFactura
              IF FECHACOMP NOT < PE-DESDE(3)
                 AND FECHACOMP NOT > PE-HASTA(1)
                 AND NOT FCLASE-ABSORBIDA
                 PERFORM LimpiarLineas VARYING CATIDX FROM 1 BY 1
                    UNTIL CATIDX > 6
                 MOVE NFAC TO HL-NFAC
                 MOVE 0 TO HL-LINEA
                 MOVE "N" TO FINLIN
                 START FACTLINH KEY IS NOT < HL-CLAVE
                    INVALID KEY MOVE "S" TO FINLIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM LineaHist UNTIL FINLIN = "S"
                 PERFORM RepartirFactura
              END-IF
           END-IF.
       LineaHist.
           READ FACTLINH NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND HL-NFAC NOT = NFAC
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N"
              MOVE REG-FACTLINH TO REG-FACTLIN
              PERFORM SumarLinea
           END-IF.
       FechaFactura.
           MOVE FANO TO FANOC
           IF FANOC < 100
              ADD 2000 TO FANOC
           END-IF
           COMPUTE FECHACOMP = FANOC * 10000 + FMES * 100 + FDIA.
       LimpiarLineas.
           MOVE 0 TO LC-IMPORTE(CATIDX).
       SumarLinea.
           MOVE 6 TO CATIDX
           IF FL-NUMPLATO > 0
              EVALUATE TC-CATEG(FL-NUMPLATO)
                 WHEN "E" MOVE 1 TO CATIDX
                 WHEN "P" MOVE 2 TO CATIDX
                 WHEN "S" MOVE 3 TO CATIDX
                 WHEN "D" MOVE 4 TO CATIDX
                 WHEN "B" MOVE 5 TO CATIDX
              END-EVALUATE
           END-IF
           ADD FL-TOTAL TO LC-IMPORTE(CATIDX).
       RepartirFactura.
           COMPUTE BASEFAC = FBASE1 + FBASE2 + FBASE3
           IF FCLASE-ABONO
              COMPUTE BASEFAC = 0 - BASEFAC
           END-IF
           MOVE 0 TO SUMLINEAS
           PERFORM SumarCategoria VARYING CATIDX FROM 1 BY 1
              UNTIL CATIDX > 6
           MOVE 0 TO REPARTIDO
           IF SUMLINEAS NOT = 0
              PERFORM RepartirCategoria VARYING CATIDX FROM 1 BY 1
                 UNTIL CATIDX > 5
           END-IF
           COMPUTE IMPORTE = BASEFAC - REPARTIDO
           MOVE 6 TO CONCEPTO
           PERFORM SumarImporte.
       SumarCategoria.
           ADD LC-IMPORTE(CATIDX) TO SUMLINEAS.
       RepartirCategoria.
           COMPUTE IMPORTE ROUNDED = BASEFAC * LC-IMPORTE(CATIDX)
              / SUMLINEAS
           ADD IMPORTE TO REPARTIDO
           MOVE CATIDX TO CONCEPTO
           PERFORM SumarImporte.

      ** Consumo de genero: cada salida o ajuste del diario de stock **
      ** valorado al coste (los platos por su escandallo, el que   **
      ** valia el dia del movimiento si la receta ha cambiado).     **
      ** Entradas y devoluciones al proveedor son compras, no       **
      ** consumo, y los saldos de apertura del archivo no son       **
      ** movimiento. Lo que comio el personal va aparte, con el     **
      ** coste de personal.                                         **

       AcumularConsumos.
           MOVE "N" TO HAYESCVER
           OPEN INPUT ESCVER
           IF ERROREV = "00"
              MOVE "S" TO HAYESCVER
           END-IF
           PERFORM RecorrerMovStock
           MOVE ANOCTA TO ANOARCH
           PERFORM NombreArchivoMov
           PERFORM RecorrerMovStock
           SUBTRACT 1 FROM ANOARCH
           PERFORM NombreArchivoMov
           PERFORM RecorrerMovStock
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           IF HAYESCVER = "S"
              CLOSE ESCVER
           END-IF.
       NombreArchivoMov.
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVS" DELIMITED BY SIZE
                  ANOARCH DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING.
       RecorrerMovStock.
           MOVE "N" TO FIN
           OPEN INPUT MOVSTOCK
           IF ERRORMOV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerMovimiento UNTIL FIN = "S"
           IF ERRORMOV = "00"
              CLOSE MOVSTOCK
           END-IF.
       LeerMovimiento.
           READ MOVSTOCK AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MV-CODIGO > 0
              AND MV-FECHA NOT < PE-DESDE(3)
              AND MV-FECHA NOT > PE-HASTA(1)
              AND MV-TIPO NOT = "E" AND MV-TIPO NOT = "D"
              AND MV-TIPO NOT = "T"
              AND MV-MOTIVO NOT = "SALDO APERTURA ARCHIVO"
              MOVE 0 TO VALORMOV
              IF MV-CLASE = "I"
                 COMPUTE VALORMOV ROUNDED = MV-CANTIDAD
                    * TC-COSTEING(MV-CODIGO)
              END-IF
              IF MV-CLASE = "P" AND TC-HIST(MV-CODIGO) = "N"
                 COMPUTE VALORMOV ROUNDED = MV-CANTIDAD
                    * TC-COSTEPLA(MV-CODIGO)
              END-IF
              IF MV-CLASE = "P" AND TC-HIST(MV-CODIGO) = "S"
                 PERFORM CosteVersionDia
                 COMPUTE VALORMOV ROUNDED = MV-CANTIDAD * COSTEVER
              END-IF
              COMPUTE IMPORTE = 0 - VALORMOV
              IF MV-TIPO = "C"
                 MOVE 11 TO CONCEPTO
              ELSE
                 MOVE 8 TO CONCEPTO
              END-IF
              MOVE MV-FECHA TO FECHACOMP
              PERFORM SumarImporte
           END-IF.

      ** Coste por racion de la receta en vigor el dia del          **
      ** movimiento, a los costes de hoy de los ingredientes.       **

       CosteVersionDia.
           MOVE MV-CODIGO TO PLATOVIG
           MOVE MV-FECHA TO FECHAVIG
           PERFORM BuscarVersion
           MOVE 0 TO COSTEVER
           IF CONHIST = "S"
              PERFORM EmpezarLineasVersion
              PERFORM SumarCosteVersion UNTIL FINEV = "S"
           END-IF.
       SumarCosteVersion.
           PERFORM LeerLineaVersion
           IF FINEV = "N" AND EV-INGRED > 0
              COMPUTE COSTEVER = COSTEVER
                 + (EV-CANTIDAD * TC-COSTEING(EV-INGRED))
           END-IF.

      ** Version de la receta de PLATOVIG en vigor el dia FECHAVIG: **
      ** la ultima que empieza ese dia o antes. Un plato sin        **
      ** cambios guardados (CONHIST = "N") sigue con ESCAND.DAT.    **

       BuscarVersion.
           MOVE "N" TO CONHIST
           MOVE 0 TO VERSIONVIG
           IF HAYESCVER = "S"
              MOVE PLATOVIG TO EV-PLATO
              MOVE "A" TO EV-TIPO
              MOVE 0 TO EV-VERSION
              MOVE 0 TO EV-INGRED
              MOVE "N" TO FINEV
              START ESCVER KEY IS NOT < EV-CLAVE
                 INVALID KEY MOVE "S" TO FINEV
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerCabeceraVersion UNTIL FINEV = "S"
           END-IF.
       LeerCabeceraVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOVIG
              OR EV-TIPO NOT = "A")
              MOVE "S" TO FINEV
           END-IF.
           IF FINEV = "N"
              MOVE "S" TO CONHIST
              IF EV-DESDE NOT > FECHAVIG OR VERSIONVIG = 0
                 MOVE EV-VERSION TO VERSIONVIG
              END-IF
           END-IF.
       EmpezarLineasVersion.
           MOVE PLATOVIG TO EV-PLATO
           MOVE "L" TO EV-TIPO
           MOVE VERSIONVIG TO EV-VERSION
           MOVE 0 TO EV-INGRED
           MOVE "N" TO FINEV
           START ESCVER KEY IS NOT < EV-CLAVE
              INVALID KEY MOVE "S" TO FINEV
              NOT INVALID KEY CONTINUE
           END-START.
       LeerLineaVersion.
           READ ESCVER NEXT AT END MOVE "S" TO FINEV
           END-READ.
           IF FINEV = "N" AND (EV-PLATO NOT = PLATOVIG
              OR EV-TIPO NOT = "L" OR EV-VERSION NOT = VERSIONVIG)
              MOVE "S" TO FINEV
           END-IF.

      ** Personal: horas fichadas de cada empleado por su coste por **
      ** hora (ficha de USUARIOS.CBL).                              **

       AcumularPersonal.
           OPEN INPUT USUARIOS
           OPEN INPUT FICHAJES
           OPEN INPUT COSTEHOR
           MOVE 0 TO UCODIGO
           MOVE "N" TO FINUSU
           START USUARIOS KEY IS > UCODIGO
              INVALID KEY MOVE "S" TO FINUSU
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM PersonalEmpleado UNTIL FINUSU = "S"
           IF ERRORCH = "00"
              CLOSE COSTEHOR
           END-IF
           IF ERRORFJ = "00"
              CLOSE FICHAJES
           END-IF
           CLOSE USUARIOS.
       PersonalEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FINUSU
           END-READ.
           IF FINUSU = "N"
              MOVE 0 TO COSTEHORA
              MOVE UCODIGO TO CH-CODIGO
              READ COSTEHOR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CH-COSTEHORA TO COSTEHORA
              END-READ
              MOVE 0 TO FECHAACT
              MOVE " " TO ULTTIPO
              MOVE 0 TO MINENTRADA
              MOVE "N" TO FIN
              MOVE UCODIGO TO FJ-CODIGO
              MOVE PE-DESDE(3) TO FJ-FECHA
              MOVE 0 TO FJ-HORA
              START FICHAJES KEY IS NOT < FJ-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              IF COSTEHORA = 0
                 MOVE "S" TO FIN
              END-IF
              PERFORM LeerFichaje UNTIL FIN = "S"
           END-IF.
       LeerFichaje.
           READ FICHAJES NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND (FJ-CODIGO NOT = UCODIGO
              OR FJ-FECHA > PE-HASTA(1))
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              IF FJ-FECHA NOT = FECHAACT
                 MOVE FJ-FECHA TO FECHAACT
                 MOVE " " TO ULTTIPO
              END-IF
              MOVE FJ-HORA TO HORADES
              COMPUTE MINUTOSDIA = HD-HORA * 60 + HD-MIN
              IF FICHAJE-ENTRADA
                 MOVE MINUTOSDIA TO MINENTRADA
                 MOVE "E" TO ULTTIPO
              ELSE
                 IF ULTTIPO = "E" AND MINUTOSDIA > MINENTRADA
                    COMPUTE IMPORTE ROUNDED =
                       (MINUTOSDIA - MINENTRADA) * COSTEHORA / 60
                    MOVE 10 TO CONCEPTO
                    MOVE FJ-FECHA TO FECHACOMP
                    PERFORM SumarImporte
                 END-IF
                 MOVE "S" TO ULTTIPO
              END-IF
           END-IF.

      ** Otros gastos: salidas del cajon, menos las propinas (son   **
      ** del personal) y los anticipos de nomina (ya van en el     **
      ** coste de personal). Vivo y archivos de caja.               **

       AcumularCaja.
           PERFORM RecorrerCaja
           MOVE ANOCTA TO ANOARCH
           PERFORM NombreArchivoCaja
           PERFORM RecorrerCaja
           SUBTRACT 1 FROM ANOARCH
           PERFORM NombreArchivoCaja
           PERFORM RecorrerCaja
           MOVE SPACES TO RF-CAJAMOV
           STRING RUTADATOS DELIMITED BY " "
                  "CAJAMOV.DAT" DELIMITED BY SIZE
                  INTO RF-CAJAMOV
           END-STRING.
       NombreArchivoCaja.
           MOVE SPACES TO RF-CAJAMOV
           STRING RUTADATOS DELIMITED BY " "
                  "CAJA" DELIMITED BY SIZE
                  ANOARCH DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO RF-CAJAMOV
           END-STRING.
       RecorrerCaja.
           MOVE "N" TO FIN
           OPEN INPUT CAJAMOV
           IF ERRORCM NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerMovCaja UNTIL FIN = "S"
           IF ERRORCM = "00"
              CLOSE CAJAMOV
           END-IF.
       LeerMovCaja.
           READ CAJAMOV AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MOV-SALIDA
              MOVE CM-CONCEPTO TO CONCEPTOEMP
              IF CE-TEXTO NOT = "PROPINAS EMPLEADO "
                 AND CE-TEXTO NOT = "ANTICIPO EMPLEADO "
                 MOVE CM-IMPORTE TO IMPORTE
                 MOVE 13 TO CONCEPTO
                 MOVE CM-FECHA TO FECHACOMP
                 PERFORM SumarImporte
              END-IF
           END-IF.

      ** Compras del periodo: bases de las facturas de proveedor.   **

       AcumularCompras.
           MOVE "N" TO FIN
           OPEN INPUT FACPROV
           IF ERRORFP NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerFacProv UNTIL FIN = "S"
           IF ERRORFP = "00"
              CLOSE FACPROV
           END-IF.
       LeerFacProv.
           READ FACPROV NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              COMPUTE IMPORTE = FP-BASE1 + FP-BASE2 + FP-BASE3
              MOVE 15 TO CONCEPTO
              MOVE FP-FECHA TO FECHACOMP
              PERFORM SumarImporte
           END-IF.

      ** Amortizacion del inmovilizado en cada periodo: lo acumulado **
      ** al cierre del periodo menos lo acumulado antes de empezar, **
      ** con el mismo calculo lineal por meses que ACTIVOS.CBL.     **

       AcumularAmortizacion.
           MOVE "N" TO FIN
           OPEN INPUT ACTIVOS
           IF ERRORAF NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerActivo UNTIL FIN = "S"
           IF ERRORAF = "00"
              CLOSE ACTIVOS
           END-IF.
       LeerActivo.
           READ ACTIVOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              PERFORM PrepararActivo
              PERFORM AmortizarPeriodo VARYING PX FROM 1 BY 1
                 UNTIL PX > 3
           END-IF.
       AmortizarPeriodo.
           MOVE PE-DESDE(PX) TO FECHACALC
           COMPUTE MESCALC = FC-ANO * 12 + FC-MES - 1
           PERFORM AcumuladoHasta
           MOVE ACUMCALC TO ACUMANTES
           MOVE PE-HASTA(PX) TO FECHACALC
           COMPUTE MESCALC = FC-ANO * 12 + FC-MES
           PERFORM AcumuladoHasta
           COMPUTE CT-IMPORTE(16, PX) = CT-IMPORTE(16, PX)
              + ACUMCALC - ACUMANTES.
       PrepararActivo.
           MOVE AF-FINICIO TO FECHACALC
           COMPUTE MESINI = FC-ANO * 12 + FC-MES
           IF AF-FBAJA = 0
              MOVE 999999 TO MESFIN
           ELSE
              MOVE AF-FBAJA TO FECHACALC
              COMPUTE MESFIN = FC-ANO * 12 + FC-MES - 1
           END-IF
           COMPUTE CUOTAMES ROUNDED = AF-COSTE * AF-TASA / 1200.
       AcumuladoHasta.
           IF MESCALC < MESFIN
              MOVE MESCALC TO MESTOPE
           ELSE
              MOVE MESFIN TO MESTOPE
           END-IF
           IF MESTOPE < MESINI
              MOVE 0 TO ACUMCALC
           ELSE
              COMPUTE ACUMCALC = CUOTAMES * (MESTOPE - MESINI + 1)
                 ON SIZE ERROR MOVE AF-COSTE TO ACUMCALC
              END-COMPUTE
              IF ACUMCALC > AF-COSTE
                 MOVE AF-COSTE TO ACUMCALC
              END-IF
           END-IF.

      ** Lineas de total de la cuenta.                              **

       CalcularTotales.
           PERFORM TotalPeriodo VARYING PX FROM 1 BY 1 UNTIL PX > 3.
       TotalPeriodo.
           COMPUTE CT-IMPORTE(7, PX) = CT-IMPORTE(1, PX)
              + CT-IMPORTE(2, PX) + CT-IMPORTE(3, PX)
              + CT-IMPORTE(4, PX) + CT-IMPORTE(5, PX)
              + CT-IMPORTE(6, PX)
           COMPUTE CT-IMPORTE(9, PX) = CT-IMPORTE(7, PX)
              - CT-IMPORTE(8, PX)
           COMPUTE CT-IMPORTE(12, PX) = CT-IMPORTE(10, PX)
              + CT-IMPORTE(11, PX)
           COMPUTE CT-IMPORTE(14, PX) = CT-IMPORTE(9, PX)
              - CT-IMPORTE(12, PX) - CT-IMPORTE(13, PX)
           COMPUTE CT-IMPORTE(17, PX) = CT-IMPORTE(14, PX)
              - CT-IMPORTE(16, PX).
       LeerEmpresa.
           MOVE SPACES TO EM-NOMBRE
           MOVE SPACES TO EM-NIF
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              CLOSE EMPRESA
           END-IF.

      ** Listado para la propiedad: cada concepto con el mes, su    **
      ** peso sobre las ventas del mes, el acumulado del ano y el   **
      ** mismo mes del ano anterior.                                **

       ImprimirCuenta.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE EM-NOMBRE TO CC-EMPRESA
              MOVE ANOMES TO CC-ANOMES
              WRITE LINEAIMP FROM CABCTA1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCTA2 BEFORE ADVANCING 2 LINE
              PERFORM ImprimirConcepto VARYING CX FROM 1 BY 1
                 UNTIL CX > 14
              MOVE 16 TO CX
              PERFORM ImprimirConcepto
              MOVE 17 TO CX
              PERFORM ImprimirConcepto
              MOVE 15 TO CX
              PERFORM ImprimirConcepto
              WRITE LINEAIMP FROM LINNOTA BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
       ImprimirConcepto.
           MOVE NOMCTA(CX) TO CC-NOMBRE
           MOVE CT-IMPORTE(CX, 1) TO CC-MES
           MOVE CT-IMPORTE(CX, 2) TO CC-ACUMULADO
           MOVE CT-IMPORTE(CX, 3) TO CC-ANTERIOR
           MOVE 0 TO PORCENTAJE
           IF CT-IMPORTE(7, 1) NOT = 0
              COMPUTE PORCENTAJE ROUNDED = CT-IMPORTE(CX, 1) * 100
                 / CT-IMPORTE(7, 1)
                 ON SIZE ERROR MOVE 999,9 TO PORCENTAJE
              END-COMPUTE
           END-IF
           MOVE PORCENTAJE TO CC-PORCENTAJE
           IF CX = 7 OR CX = 9 OR CX = 12 OR CX = 14 OR CX = 17
              WRITE LINEAIMP FROM LINCTA BEFORE ADVANCING 2 LINE
           ELSE
              WRITE LINEAIMP FROM LINCTA BEFORE ADVANCING 1 LINE
           END-IF.

      ** Fichero para el asesor contable (CTAEXPL.TXT).             **

       GenerarFichero.
           OPEN OUTPUT EXPCTA
           MOVE EM-NIF TO EC-NIF
           MOVE EM-NOMBRE TO EC-EMPRESA
           MOVE ANOMES TO EC-ANOMES
           MOVE HOY TO EC-FECHA
           WRITE REG-EXPCTA FROM EXPCAB
           PERFORM ExportarConcepto VARYING CX FROM 1 BY 1
              UNTIL CX > 17
           CLOSE EXPCTA.
       ExportarConcepto.
           MOVE CX TO EL-CODIGO
           MOVE NOMCTA(CX) TO EL-NOMBRE
           MOVE "+" TO EL-SIGNO1
           MOVE "+" TO EL-SIGNO2
           MOVE "+" TO EL-SIGNO3
           IF CT-IMPORTE(CX, 1) < 0
              MOVE "-" TO EL-SIGNO1
           END-IF
           IF CT-IMPORTE(CX, 2) < 0
              MOVE "-" TO EL-SIGNO2
           END-IF
           IF CT-IMPORTE(CX, 3) < 0
              MOVE "-" TO EL-SIGNO3
           END-IF
           MOVE CT-IMPORTE(CX, 1) TO EL-IMPORTE1
           MOVE CT-IMPORTE(CX, 2) TO EL-IMPORTE2
           MOVE CT-IMPORTE(CX, 3) TO EL-IMPORTE3
           WRITE REG-EXPCTA FROM EXPLIN.

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
           MOVE SPACES TO RF-FACTHIST
           STRING RUTADATOS DELIMITED BY " "
                  "FACTHIST.DAT" DELIMITED BY SIZE
                  INTO RF-FACTHIST
           END-STRING
           MOVE SPACES TO RF-FACTLINH
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLINH.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLINH
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
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
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-CAJAMOV
           STRING RUTADATOS DELIMITED BY " "
                  "CAJAMOV.DAT" DELIMITED BY SIZE
                  INTO RF-CAJAMOV
           END-STRING
           MOVE SPACES TO RF-FACPROV
           STRING RUTADATOS DELIMITED BY " "
                  "FACPROV.DAT" DELIMITED BY SIZE
                  INTO RF-FACPROV
           END-STRING
           MOVE SPACES TO RF-ACTIVOS
           STRING RUTADATOS DELIMITED BY " "
                  "ACTIVOS.DAT" DELIMITED BY SIZE
                  INTO RF-ACTIVOS
           END-STRING
           MOVE SPACES TO RF-FICHAJES
           STRING RUTADATOS DELIMITED BY " "
                  "FICHAJES.DAT" DELIMITED BY SIZE
                  INTO RF-FICHAJES
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-COSTEHOR
           STRING RUTADATOS DELIMITED BY " "
                  "COSTEHOR.DAT" DELIMITED BY SIZE
                  INTO RF-COSTEHOR
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-ESCVER
           STRING RUTADATOS DELIMITED BY " "
                  "ESCVER.DAT" DELIMITED BY SIZE
                  INTO RF-ESCVER
           END-STRING.
