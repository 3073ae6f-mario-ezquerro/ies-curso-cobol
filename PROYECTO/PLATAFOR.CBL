       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATAFOR.
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
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE.
           SELECT OPTIONAL CONTFAC ASSIGN TO DISK RF-CONTFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCF.
           SELECT OPTIONAL PARAMFAC ASSIGN TO DISK RF-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPAR.
           SELECT OPTIONAL MOVSTOCK ASSIGN TO DISK RF-MOVSTOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMOV.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO
           FILE STATUS IS ERRORING.
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
           SELECT OPTIONAL REGISFAC ASSIGN TO DISK RF-REGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL COLAPED ASSIGN TO DISK RF-COLAPED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-NFAC
           FILE STATUS IS ERRORCP.
           SELECT OPTIONAL PLATCOD ASSIGN TO DISK RF-PLATCOD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CLAVE
           FILE STATUS IS ERRORPC.
           SELECT OPTIONAL PLATCOM ASSIGN TO DISK RF-PLATCOM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PLATAF
           FILE STATUS IS ERRORPM.
           SELECT OPTIONAL PLATPED ASSIGN TO DISK RF-PLATPED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CLAVE
           FILE STATUS IS ERRORPP.
      * Exportaciones de pedidos y liquidaciones que se bajan de la
      * web de cada plataforma, pasadas al formato de abajo; el
      * nombre del fichero depende de la plataforma elegida.
           SELECT OPTIONAL PEDEXP ASSIGN TO DISK NOMBREPED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPE.
           SELECT OPTIONAL LIQEXP ASSIGN TO DISK NOMBRELIQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORLQ.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
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
       FD PLATOS LABEL RECORD STANDARD.
       01 REG-PLA.
           02 NUMPLATO PIC 9(3).
           02 CODIGO PIC XX.
           02 NOM PIC X(26).
           02 PVP PIC 9(4)V99.
           02 STOCK PIC 9(4).
           02 CATEGORIA PIC X.
           02 DISPONIBLE PIC X.
              88 PLATO-DISPONIBLE VALUE "S".
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
              88 FMETODO-EFECTIVO VALUE "E".
              88 FMETODO-TARJETA  VALUE "T".
              88 FMETODO-VALE     VALUE "V".
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
           02 FFECHACOB PIC 9(8).
           02 FCLASE   PIC X.
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
      * Comensales de la mesa facturada (0 = llevar, abono o
      * recapitulativa), para los analisis de zonas y rotacion.
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
      * Formato vendido (0 = racion entera de siempre; 1-3 segun
      * FORMATOS.DAT), para poder desglosar las ventas por formato.
           02 FL-FORMATO  PIC 9.
       FD CONTFAC LABEL RECORD STANDARD.
       01 REG-CONTFAC.
           02 CF-NFACSIG  PIC 9(8).
           02 CF-ANO      PIC 9(4).
           02 CF-SERIESIG PIC 9(6).
           02 CF-RECSIG   PIC 9(8).
       FD PARAMFAC LABEL RECORD STANDARD.
       01 REG-PARAMFAC.
           02 PF-IVA PIC 99.
           02 PF-IVA2 PIC 99.
           02 PF-IVA3 PIC 99.
           02 PF-INCLUIDO PIC X.
              88 PRECIOS-CON-IVA VALUE "S".
           02 PF-MENUPLATO PIC 9(3).
      * Tarjeta de puntos: un punto por cada PF-EURPUNTO euros
      * cobrados (0 = sin programa) y valor en euros de cada punto
      * al canjearlo como forma de pago.
           02 PF-EURPUNTO PIC 9(3).
           02 PF-VALPUNTO PIC 9V99.
      * Diario de movimientos de stock y almacen de ingredientes,
      * los mismos que usa MESA.CBL: la venta para llevar tambien
      * deja su apunte y explota el escandallo del plato.
       FD MOVSTOCK LABEL RECORD STANDARD.
       01 REG-MOV.
           02 MV-FECHA PIC 9(8).
           02 MV-HORA  PIC 9(8).
           02 MV-TIPO  PIC X.
           02 MV-CLASE PIC X.
           02 MV-CODIGO PIC 9(3).
           02 MV-CANTIDAD PIC S9(5)V999.
           02 MV-MOTIVO PIC X(30).
       FD INGRED LABEL RECORD STANDARD.
       01 REG-ING.
           02 IG-CODIGO PIC 9(3).
           02 IG-NOMBRE PIC X(26).
           02 IG-UNIDAD PIC X(3).
           02 IG-STOCK PIC S9(6)V999.
           02 IG-COSTE PIC 9(4)V99.
      * Stock minimo, cantidad hasta la que reponer y proveedor
      * habitual, para las propuestas de pedido de PEDPROP.CBL.
           02 IG-MINIMO PIC 9(5)V999.
           02 IG-PEDIRHASTA PIC 9(5)V999.
           02 IG-PROVEEDOR PIC 9(3).
      * Valores nutricionales por 100 g o unidad de medida del
      * ingrediente, para el calculo por racion de NUTRIC.CBL.
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
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
      * Registro encadenado de facturacion, el mismo que alimenta
      * MESA.CBL al facturar una mesa: el pedido para llevar tambien
      * emite factura y deja su apunte en la cadena.
       FD REGISFAC LABEL RECORD STANDARD.
       01 REG-RG.
           02 RG-ORDEN PIC 9(8).
           02 RG-FECHA PIC 9(8).
           02 RG-HORA  PIC 9(8).
           02 RG-SERIE PIC 9(4).
           02 RG-NUMSERIE PIC 9(6).
           02 RG-NFAC PIC 9(8).
           02 RG-IMPORTE PIC 9(6)V99.
           02 RG-ENCADANT PIC 9(9).
           02 RG-ENCADEN PIC 9(9).
      * Cola de pedidos telefonicos pendientes de cocinar: la
      * comanda ya no se imprime al tomar el pedido, sino cuando
      * toca empezarlo segun la hora de recogida menos los minutos
      * de preparacion; la pantalla y la impresion las lleva
      * COLAPED.CBL.
       FD COLAPED LABEL RECORD STANDARD.
       01 REG-CP.
           02 CP-NFAC PIC 9(8).
           02 CP-FECHA PIC 9(8).
           02 CP-HORAREC PIC 9(4).
           02 CP-PREPMIN PIC 99.
           02 CP-NOMBRE PIC X(29).
           02 CP-TELEFONO PIC X(10).
           02 CP-IMPRESA PIC X.
      * Equivalencias entre el codigo de articulo de cada plataforma
      * de reparto (G=GLOVO, U=UBER EATS, J=JUST EAT) y nuestro
      * numero de plato, para importar sus pedidos.
       FD PLATCOD LABEL RECORD STANDARD.
       01 REG-PC.
           02 PC-CLAVE.
              03 PC-PLATAF PIC X.
              03 PC-CODIGO PIC X(12).
           02 PC-NUMPLATO PIC 9(3).
      * Comision pactada con cada plataforma, en tanto por ciento
      * del importe del pedido, para cuadrar sus liquidaciones.
       FD PLATCOM LABEL RECORD STANDARD.
       01 REG-PM.
           02 PM-PLATAF PIC X.
           02 PM-COMISION PIC 99V99.
      * Pedidos de plataforma ya importados: la factura que genero
      * cada uno y, cuando llega la liquidacion semanal, lo que la
      * plataforma dice haber cobrado, su comision y lo que paga.
       FD PLATPED LABEL RECORD STANDARD.
       01 REG-PP.
           02 PP-CLAVE.
              03 PP-PLATAF PIC X.
              03 PP-PEDIDO PIC X(12).
           02 PP-NFAC PIC 9(8).
           02 PP-FECHA PIC 9(8).
           02 PP-IMPORTE PIC 9(6)V99.
           02 PP-LIQUIDADO PIC X.
              88 PEDIDO-LIQUIDADO VALUE "S".
           02 PP-FLIQ PIC 9(8).
           02 PP-BRUTO PIC 9(6)V99.
           02 PP-COMISION PIC 9(6)V99.
           02 PP-NETO PIC 9(6)V99.
           02 PP-DISCREPA PIC X.
      * Una linea por articulo pedido; las lineas de un mismo pedido
      * vienen seguidas.
       FD PEDEXP LABEL RECORD STANDARD.
       01 REG-PE PIC X(80).
      * Una linea por pedido liquidado en la semana.
       FD LIQEXP LABEL RECORD STANDARD.
       01 REG-LQ PIC X(80).
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CONTFAC PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-COLAPED PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-REGISFAC PIC X(42).
       77 RF-LOTES PIC X(42).
       77 RF-LOTECONS PIC X(42).
       77 RF-PLATCOD PIC X(42).
       77 RF-PLATCOM PIC X(42).
       77 RF-PLATPED PIC X(42).
       77 NOMBREPED PIC X(12).
       77 NOMBRELIQ PIC X(12).
       77 ERRORCF PIC XX.
       77 ERRORPAR PIC XX.
       77 ERRORCP PIC XX.
       77 ERRORRG PIC XX.
       77 ERRORMOV PIC XX.
       77 ERRORING PIC XX.
       77 ERROREC PIC XX.
       77 ERRORLT PIC XX.
       77 ERRORCL PIC XX.
       77 ERRORPC PIC XX.
       77 ERRORPM PIC XX.
       77 ERRORPP PIC XX.
       77 ERRORPE PIC XX.
       77 ERRORLQ PIC XX.
       77 ERRORIMP PIC XX.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 HOY PIC 9(8).
       77 FIN PIC X.
       77 FINPP PIC X.
       77 PLATAF PIC X.
       77 NP PIC 9.
       77 NOMBREPLAT PIC X(10).
       77 CODIGOPLAT PIC X(12).
       77 PLATOPEDIDO PIC 9(3).
       77 LINEA PIC 99.
       77 COMISIONPCT PIC 99V99.
       77 COMISIONESP PIC 9(6)V99.
       77 DIFERENCIA PIC S9(6)V99.
       77 PEDIDOACT PIC X(12).
       77 FECHAPED PIC 9(8).
       77 NLIN PIC 99.
       77 LEIDOS PIC 9(4).
       77 GRABADOS PIC 9(4).
       77 RECHAZADOS PIC 9(4).
       77 CUADRADOS PIC 9(4).
       77 DISCREPANTES PIC 9(4).
       77 DESCONOCIDOS PIC 9(4).
       77 NOPAGADOS PIC 9(4).
       77 MOTIVORECHAZO PIC X(24).
       77 LIQDESDE PIC 9(8).
       77 LIQHASTA PIC 9(8).
       77 TOTBRUTO PIC 9(7)V99.
       77 TOTCOMISION PIC 9(7)V99.
       77 TOTNETO PIC 9(7)V99.
       77 PREPMIN PIC 99.
       77 HORARECOGIDA PIC 9(4).
       77 CLINOMBRE PIC X(29).
       77 CLITELEF PIC X(10).
       77 CLIGIF PIC 9(9).
       77 CONTOK PIC X.
       77 FACTLIBRE PIC X.
       77 NUMFACT PIC 9(9).
       77 NFACHINT PIC 9(8).
       77 MAXSERIE PIC 9(6).
       77 FINSERIE PIC X.
       77 PL PIC 99.
       77 CUANTASLIN PIC 99.
       77 SUMTOTAL PIC 9(7)V99.
       77 CUOTATOTAL PIC 9(6)V99.
       77 R PIC 9.
       77 IVAINCLUIDO PIC X.
       77 TOTALLLEVAR PIC 9(7)V99.
       77 FINRG PIC X.
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 ENCTRABAJO PIC 9(15).
       77 ENCCOC PIC 9(7).
       77 ENCRESTO PIC 9(9).
       77 FINESC PIC X.
       77 PLATOESC PIC 9(3).
       77 DELTAESC PIC S9(4).
       77 FINLOTE PIC X.
       77 CANTLOTE PIC S9(6)V999.
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
      * Las tres plataformas con las que se trabaja, con su letra
      * (que es tambien la forma de pago de sus facturas) y los
      * ficheros que se bajan de cada una.
       01 DatosPlataformas.
           02 FILLER PIC X(35) VALUE
              "GGLOVO     PEDGLOVO.TXTLIQGLOVO.TXT".
           02 FILLER PIC X(35) VALUE
              "UUBER EATS PEDUBER.TXT LIQUBER.TXT ".
           02 FILLER PIC X(35) VALUE
              "JJUST EAT  PEDJUST.TXT LIQJUST.TXT ".
       01 TablaPlataformas REDEFINES DatosPlataformas.
           02 TP-ENT OCCURS 3.
              03 TP-LETRA PIC X.
              03 TP-NOMBRE PIC X(10).
              03 TP-FICHPED PIC X(12).
              03 TP-FICHLIQ PIC X(12).
      * Desglose de una linea de la exportacion de pedidos.
       01 LINEAPED.
           02 PE-PEDIDO PIC X(12).
           02 PE-FECHA PIC 9(8).
           02 PE-HORA PIC 9(4).
           02 PE-CODIGO PIC X(12).
           02 PE-CANTIDAD PIC 99.
           02 PE-NOMBRE PIC X(29).
           02 FILLER PIC X(13).
      * Desglose de una linea de la liquidacion semanal.
       01 LINEALIQ.
           02 LQ-PEDIDO PIC X(12).
           02 LQ-FECHA PIC 9(8).
           02 LQ-BRUTO PIC 9(6)V99.
           02 LQ-COMISION PIC 9(6)V99.
           02 LQ-NETO PIC 9(6)V99.
           02 FILLER PIC X(36).
      * Articulos del pedido en curso, tal como vienen.
       01 ArticulosPedido.
           02 AP-ENT OCCURS 15.
              03 AP-CODIGO PIC X(12).
              03 AP-CANTIDAD PIC 99.
              03 AP-NUMPLATO PIC 9(3).
       01 TiposIva.
           02 IVARATE PIC 99 OCCURS 3.
       01 AcumIva.
           02 SUMBASE  PIC 9(7)V99 OCCURS 3.
           02 SUMCUOTA PIC 9(6)V99 OCCURS 3.
       01 LineasPedido.
           02 LP-ENT OCCURS 15.
              03 LP-NUMPLATO PIC 9(3).
              03 LP-NOM PIC X(26).
              03 LP-CANTIDAD PIC 99.
              03 LP-PVP PIC 9(4)V99.
              03 LP-TOTAL PIC 9(6)V99.
              03 LP-TIPOIVA PIC 9.
       01 FechaSys.
           02 AnoSys PIC 99.
           02 MesSys PIC 99.
           02 DiaSys PIC 99.
       01 FECHAHOY8.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
           02 FH-DIA PIC 99.
       01 CABPED.
           02 FILLER PIC X(31) VALUE
              "  IMPORTACION DE PEDIDOS DE    ".
           02 CB-PLATAF PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CB-HOY PIC 9(8).
       01 LINPED.
           02 FILLER PIC X(4) VALUE SPACES.
           02 IP-PEDIDO PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 IP-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 IP-NFAC PIC ZZZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 IP-IMPORTE PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 IP-MOTIVO PIC X(24).
       01 TOTPED.
           02 FILLER PIC X(10) VALUE "  LEIDOS: ".
           02 IT-LEIDOS PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  GRABADOS:  ".
           02 IT-GRABADOS PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  RECHAZADOS: ".
           02 IT-RECHAZADOS PIC ZZZ9.
       01 CABLIQ.
           02 FILLER PIC X(31) VALUE
              "  CONCILIACION LIQUIDACION DE  ".
           02 CQ-PLATAF PIC X(10).
           02 FILLER PIC X(8) VALUE "  DESDE ".
           02 CQ-DESDE PIC 9(8).
           02 FILLER PIC X(8) VALUE "  HASTA ".
           02 CQ-HASTA PIC 9(8).
       01 CABLIQ2.
           02 FILLER PIC X(40) VALUE
              "    PEDIDO       FECHA     FACTURA  NUES".
           02 FILLER PIC X(40) VALUE
              "TRO  PLATAF.  COMIS. RESULTADO          ".
       01 LINLIQ.
           02 FILLER PIC X(4) VALUE SPACES.
           02 LL-PEDIDO PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 LL-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LL-NFAC PIC ZZZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LL-NUESTRO PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LL-BRUTO PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LL-COMISION PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LL-RESULTADO PIC X(18).
       01 TOTLIQ1.
           02 FILLER PIC X(12) VALUE "  CUADRADOS:".
           02 TL-CUADRADOS PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  DISCREPANCIAS:".
           02 TL-DISCREPANTES PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  DESCONOCIDOS: ".
           02 TL-DESCONOCIDOS PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  NO PAGADOS: ".
           02 TL-NOPAGADOS PIC ZZZ9.
       01 TOTLIQ2.
           02 FILLER PIC X(16) VALUE "  TOTAL BRUTO:  ".
           02 TL-BRUTO PIC ZZZZZZ9,99.
           02 FILLER PIC X(13) VALUE "  COMISION:  ".
           02 TL-COMISION PIC ZZZZZZ9,99.
           02 FILLER PIC X(11) VALUE "  A COBRAR:".
           02 TL-NETO PIC ZZZZZZ9,99.
      * Hora de emision, signo y origen de las lineas para los
      * totales de venta por dia de VENTDIA.COB.
       01 LINFORMACION.
           02 PIC X(40) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           PERFORM LeerIva
           ACCEPT HOY FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "PLATAFORMAS DE REPARTO (GLOVO, UBER EATS, JUST EAT)"
              LINE 2 POSITION 5
           DISPLAY "C=CODIGOS DE ARTICULO  T=TANTO DE COMISION" LINE 4
              POSITION 5
           DISPLAY "I=IMPORTAR PEDIDOS  L=CONCILIAR LIQUIDACION" LINE 5
              POSITION 5
           DISPLAY "S=SALIR:" LINE 6 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 6 POSITION 14 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "C" OR "c"
              PERFORM CODIGOS
           END-IF
           IF OPCION = "T" OR "t"
              PERFORM COMISIONES
           END-IF
           IF OPCION = "I" OR "i"
              PERFORM IMPORTARPEDIDOS
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM CONCILIAR
           END-IF.

      ** Pide la plataforma (G, U o J) y deja en NP su entrada de la **
      ** tabla; con ESC o una letra que no es queda NP a cero.       **

       PedirPlataforma.
           MOVE 0 TO NP
           MOVE SPACES TO PLATAF
           DISPLAY "PLATAFORMA (G=GLOVO U=UBER EATS J=JUST EAT):" LINE 8
              POSITION 5
           PERFORM WITH TEST AFTER UNTIL NP NOT = 0 OR TECLAF = 27
              ACCEPT PLATAF LINE 8 POSITION 50 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF PLATAF = "g"
                 MOVE "G" TO PLATAF
              END-IF
              IF PLATAF = "u"
                 MOVE "U" TO PLATAF
              END-IF
              IF PLATAF = "j"
                 MOVE "J" TO PLATAF
              END-IF
              PERFORM BuscarPlataforma VARYING R FROM 1 BY 1
                 UNTIL R > 3
           END-PERFORM
           IF NP NOT = 0
              MOVE TP-NOMBRE(NP) TO NOMBREPLAT
              DISPLAY NOMBREPLAT LINE 8 POSITION 53
           END-IF.
       BuscarPlataforma.
           IF TP-LETRA(R) = PLATAF
              MOVE R TO NP
           END-IF.

      ** Equivalencias de codigos: se teclea el codigo de articulo  **
      ** de la plataforma y el plato nuestro que le corresponde;     **
      ** plato 0 borra la equivalencia. Codigo en blanco termina.    **

       CODIGOS.
           PERFORM PedirPlataforma
           IF NP NOT = 0
              OPEN I-O PLATCOD
              OPEN INPUT PLATOS
              MOVE 0 TO TECLAF
              PERFORM EditarCodigo UNTIL TECLAF = 27
              CLOSE PLATOS
              CLOSE PLATCOD
           END-IF
           MOVE 0 TO TECLAF.
       EditarCodigo.
           DISPLAY "                                                  "
              LINE 10 POSITION 5
           DISPLAY "                                                  "
              LINE 11 POSITION 5
           DISPLAY "CODIGO EN LA PLATAFORMA:" LINE 10 POSITION 5
           MOVE SPACES TO CODIGOPLAT
           ACCEPT CODIGOPLAT LINE 10 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF CODIGOPLAT = SPACES
              MOVE 27 TO TECLAF
           END-IF
           IF TECLAF NOT = 27
              MOVE PLATAF TO PC-PLATAF
              MOVE CODIGOPLAT TO PC-CODIGO
              MOVE 0 TO PLATOPEDIDO
              READ PLATCOD
                 INVALID KEY
                    DISPLAY "(NUEVO)" LINE 10 POSITION 45
                 NOT INVALID KEY
                    MOVE PC-NUMPLATO TO PLATOPEDIDO
              END-READ
              DISPLAY "PLATO NUESTRO (0=BORRAR):" LINE 11 POSITION 5
              ACCEPT PLATOPEDIDO LINE 11 POSITION 31 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 PERFORM GuardarCodigo
              END-IF
              MOVE 0 TO TECLAF
           END-IF.
       GuardarCodigo.
           IF PLATOPEDIDO = 0
              DELETE PLATCOD INVALID KEY CONTINUE
              END-DELETE
           ELSE
              MOVE PLATOPEDIDO TO NUMPLATO
              READ PLATOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PLATO" LINE 11 POSITION 36
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    MOVE PLATAF TO PC-PLATAF
                    MOVE CODIGOPLAT TO PC-CODIGO
                    MOVE PLATOPEDIDO TO PC-NUMPLATO
                    WRITE REG-PC
                       INVALID KEY
                          REWRITE REG-PC INVALID KEY CONTINUE
                          END-REWRITE
                    END-WRITE
              END-READ
           END-IF.

      ** Tanto por ciento de comision de cada plataforma, con el que **
      ** se comprueba la comision que descuentan en la liquidacion.  **

       COMISIONES.
           PERFORM PedirPlataforma
           IF NP NOT = 0
              OPEN I-O PLATCOM
              MOVE PLATAF TO PM-PLATAF
              MOVE 0 TO COMISIONPCT
              READ PLATCOM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PM-COMISION TO COMISIONPCT
              END-READ
              DISPLAY "COMISION (%):" LINE 10 POSITION 5
              ACCEPT COMISIONPCT LINE 10 POSITION 20 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 MOVE PLATAF TO PM-PLATAF
                 MOVE COMISIONPCT TO PM-COMISION
                 WRITE REG-PM
                    INVALID KEY
                       REWRITE REG-PM INVALID KEY CONTINUE
                       END-REWRITE
                 END-WRITE
              END-IF
              CLOSE PLATCOM
           END-IF
           MOVE 0 TO TECLAF.

      ** Importa la exportacion de pedidos de la plataforma. Cada    **
      ** pedido (sus lineas vienen seguidas) se convierte en un      **
      ** ticket para llevar igual que los de TELPED.CBL: factura y   **
      ** lineas, stock, escandallo y lotes, y su entrada en la cola  **
      ** de cocina; se da por cobrado con la plataforma como forma   **
      ** de pago. Un pedido ya importado, con codigos sin            **
      ** equivalencia o con platos que no existen no se graba y sale **
      ** en el listado.                                               **

       IMPORTARPEDIDOS.
           PERFORM PedirPlataforma
           IF NP NOT = 0
              MOVE TP-FICHPED(NP) TO NOMBREPED
              OPEN INPUT PEDEXP
              IF ERRORPE NOT = "00"
                 DISPLAY "NO HAY FICHERO" LINE 10 POSITION 5
                 DISPLAY NOMBREPED LINE 10 POSITION 20
              ELSE
                 PERFORM ImportarFichero
                 CLOSE PEDEXP
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImportarFichero.
           MOVE 0 TO LEIDOS GRABADOS RECHAZADOS
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE NOMBREPLAT TO CB-PLATAF
           MOVE HOY TO CB-HOY
           PERFORM ImprimirMarcaFormacion
           WRITE LINEAIMP FROM CABPED BEFORE ADVANCING 2 LINE
           OPEN I-O PLATPED
           OPEN INPUT PLATCOD
           MOVE "N" TO FIN
           PERFORM LeerLineaPedido
           PERFORM ImportarUnPedido UNTIL FIN = "S"
           CLOSE PLATCOD
           CLOSE PLATPED
           MOVE LEIDOS TO IT-LEIDOS
           MOVE GRABADOS TO IT-GRABADOS
           MOVE RECHAZADOS TO IT-RECHAZADOS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM TOTPED BEFORE ADVANCING 2 LINE
           CLOSE LISTADO
           DISPLAY "PEDIDOS LEIDOS:" LINE 10 POSITION 5
           DISPLAY LEIDOS LINE 10 POSITION 22
           DISPLAY "GRABADOS:" LINE 11 POSITION 5
           DISPLAY GRABADOS LINE 11 POSITION 22
           DISPLAY "RECHAZADOS:" LINE 12 POSITION 5
           DISPLAY RECHAZADOS LINE 12 POSITION 22.
       LeerLineaPedido.
           READ PEDEXP AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE REG-PE TO LINEAPED
           END-IF.

      ** Junta las lineas de un pedido (hasta que cambia el numero   **
      ** de pedido) y, si todo casa, lo graba.                        **

       ImportarUnPedido.
           ADD 1 TO LEIDOS
           MOVE PE-PEDIDO TO PEDIDOACT
           MOVE SPACES TO MOTIVORECHAZO
           MOVE 0 TO FECHAPED
           MOVE 0 TO HORARECOGIDA
           IF PE-FECHA IS NUMERIC AND PE-HORA IS NUMERIC
              MOVE PE-FECHA TO FECHAPED
              MOVE PE-HORA TO HORARECOGIDA
           ELSE
              MOVE "REGISTRO MAL FORMADO" TO MOTIVORECHAZO
           END-IF
           MOVE PE-NOMBRE TO CLINOMBRE
           MOVE 0 TO NLIN
           PERFORM GuardarArticulo UNTIL FIN = "S"
              OR PE-PEDIDO NOT = PEDIDOACT
           IF MOTIVORECHAZO = SPACES
              PERFORM ValidarPedido
           END-IF
           MOVE 0 TO TOTALLLEVAR
           MOVE 0 TO NFAC
           IF MOTIVORECHAZO = SPACES
              PERFORM GrabarPedido
              ADD 1 TO GRABADOS
              MOVE "GRABADO" TO MOTIVORECHAZO
           ELSE
              ADD 1 TO RECHAZADOS
              MOVE 0 TO NFAC
           END-IF
           MOVE PEDIDOACT TO IP-PEDIDO
           MOVE FECHAPED TO IP-FECHA
           MOVE NFAC TO IP-NFAC
           MOVE TOTALLLEVAR TO IP-IMPORTE
           MOVE MOTIVORECHAZO TO IP-MOTIVO
           WRITE LINEAIMP FROM LINPED BEFORE ADVANCING 1 LINE.
       GuardarArticulo.
           IF PE-CANTIDAD NOT NUMERIC OR PE-CANTIDAD = 0
              MOVE "REGISTRO MAL FORMADO" TO MOTIVORECHAZO
           ELSE
              IF NLIN < 15
                 ADD 1 TO NLIN
                 MOVE PE-CODIGO TO AP-CODIGO(NLIN)
                 MOVE PE-CANTIDAD TO AP-CANTIDAD(NLIN)
                 MOVE 0 TO AP-NUMPLATO(NLIN)
              ELSE
                 MOVE "MAS DE 15 ARTICULOS" TO MOTIVORECHAZO
              END-IF
           END-IF
           PERFORM LeerLineaPedido.
       ValidarPedido.
           MOVE PLATAF TO PP-PLATAF
           MOVE PEDIDOACT TO PP-PEDIDO
           READ PLATPED
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "YA IMPORTADO" TO MOTIVORECHAZO
           END-READ
           IF MOTIVORECHAZO = SPACES
              OPEN INPUT PLATOS
              PERFORM BuscarEquivalencia VARYING PL FROM 1 BY 1
                 UNTIL PL > NLIN OR MOTIVORECHAZO NOT = SPACES
              CLOSE PLATOS
           END-IF.
       BuscarEquivalencia.
           MOVE PLATAF TO PC-PLATAF
           MOVE AP-CODIGO(PL) TO PC-CODIGO
           READ PLATCOD
              INVALID KEY
                 MOVE "CODIGO SIN EQUIVALENCIA" TO MOTIVORECHAZO
              NOT INVALID KEY
                 MOVE PC-NUMPLATO TO AP-NUMPLATO(PL)
                 MOVE PC-NUMPLATO TO NUMPLATO
                 READ PLATOS
                    INVALID KEY
                       MOVE "PLATO INEXISTENTE" TO MOTIVORECHAZO
                    NOT INVALID KEY CONTINUE
                 END-READ
           END-READ.

      ** Graba el pedido como un ticket para llevar: lineas con el   **
      ** precio y el IVA de hoy de cada plato, stock, escandallo y   **
      ** lotes, factura cobrada por la plataforma, cola de cocina y  **
      ** el apunte del pedido para cuadrar luego la liquidacion.     **

       GrabarPedido.
           MOVE 0 TO CUANTASLIN
           MOVE 0 TO SUMTOTAL
           MOVE 0 TO CLIGIF
           MOVE NOMBREPLAT TO CLITELEF
           MOVE 15 TO PREPMIN
           OPEN I-O PLATOS
           PERFORM CargarArticulo VARYING PL FROM 1 BY 1
              UNTIL PL > NLIN
           CLOSE PLATOS
           PERFORM CalcularTotalLlevar
           PERFORM GrabarFacturaPlataforma
           PERFORM GrabarColaPedido
           MOVE PLATAF TO PP-PLATAF
           MOVE PEDIDOACT TO PP-PEDIDO
           MOVE NFAC TO PP-NFAC
           MOVE FECHAPED TO PP-FECHA
           MOVE TOTALLLEVAR TO PP-IMPORTE
           MOVE " " TO PP-LIQUIDADO
           MOVE 0 TO PP-FLIQ
           MOVE 0 TO PP-BRUTO
           MOVE 0 TO PP-COMISION
           MOVE 0 TO PP-NETO
           MOVE " " TO PP-DISCREPA
           WRITE REG-PP INVALID KEY CONTINUE
           END-WRITE.
       CargarArticulo.
           MOVE AP-NUMPLATO(PL) TO NUMPLATO
           READ PLATOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO CUANTASLIN
                 MOVE NUMPLATO TO LP-NUMPLATO(CUANTASLIN)
                 MOVE NOM TO LP-NOM(CUANTASLIN)
                 MOVE PVP TO LP-PVP(CUANTASLIN)
                 MOVE PTIPOIVA TO LP-TIPOIVA(CUANTASLIN)
                 IF LP-TIPOIVA(CUANTASLIN) = 0
                    MOVE 1 TO LP-TIPOIVA(CUANTASLIN)
                 END-IF
                 MOVE AP-CANTIDAD(PL) TO LP-CANTIDAD(CUANTASLIN)
                 COMPUTE LP-TOTAL(CUANTASLIN) =
                    LP-CANTIDAD(CUANTASLIN) * LP-PVP(CUANTASLIN)
                 ADD LP-TOTAL(CUANTASLIN) TO SUMTOTAL
                 SUBTRACT LP-CANTIDAD(CUANTASLIN) FROM STOCK
                    ON SIZE ERROR MOVE 0 TO STOCK
                 END-SUBTRACT
                 REWRITE REG-PLA INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE "V" TO MV-TIPO
                 MOVE "P" TO MV-CLASE
                 MOVE NUMPLATO TO MV-CODIGO
                 COMPUTE MV-CANTIDAD = 0 - LP-CANTIDAD(CUANTASLIN)
                 MOVE "VENTA PLATAFORMA REPARTO" TO MV-MOTIVO
                 PERFORM GrabarMovStock
                 MOVE NUMPLATO TO PLATOESC
                 MOVE LP-CANTIDAD(CUANTASLIN) TO DELTAESC
                 PERFORM DescontarIngredientes
           END-READ.

      ** Cruza la liquidacion semanal de la plataforma con nuestros  **
      ** pedidos: cada pedido liquidado se compara en importe y en   **
      ** comision (segun el tanto pactado) con el ticket que genero; **
      ** los que no conocemos y los nuestros del periodo que no       **
      ** vienen en la liquidacion salen en el listado.                **

       CONCILIAR.
           PERFORM PedirPlataforma
           IF NP NOT = 0
              MOVE TP-FICHLIQ(NP) TO NOMBRELIQ
              OPEN INPUT LIQEXP
              IF ERRORLQ NOT = "00"
                 DISPLAY "NO HAY FICHERO" LINE 10 POSITION 5
                 DISPLAY NOMBRELIQ LINE 10 POSITION 20
              ELSE
                 PERFORM ConciliarFichero
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ConciliarFichero.
           MOVE 0 TO COMISIONPCT
           OPEN INPUT PLATCOM
           IF ERRORPM = "00"
              MOVE PLATAF TO PM-PLATAF
              READ PLATCOM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PM-COMISION TO COMISIONPCT
              END-READ
              CLOSE PLATCOM
           END-IF
      * Primera pasada solo para saber que semanas cubre la
      * liquidacion, que van en la cabecera y acotan los no pagados.
           MOVE 99999999 TO LIQDESDE
           MOVE 0 TO LIQHASTA
           MOVE "N" TO FIN
           PERFORM MirarPeriodo UNTIL FIN = "S"
           CLOSE LIQEXP
           IF LIQHASTA = 0
              MOVE 0 TO LIQDESDE
           END-IF
           MOVE 0 TO CUADRADOS DISCREPANTES DESCONOCIDOS NOPAGADOS
           MOVE 0 TO TOTBRUTO TOTCOMISION TOTNETO
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE NOMBREPLAT TO CQ-PLATAF
           MOVE LIQDESDE TO CQ-DESDE
           MOVE LIQHASTA TO CQ-HASTA
           PERFORM ImprimirMarcaFormacion
           WRITE LINEAIMP FROM CABLIQ BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABLIQ2 BEFORE ADVANCING 1 LINE
           OPEN I-O PLATPED
           OPEN INPUT LIQEXP
           MOVE "N" TO FIN
           PERFORM ConciliarLinea UNTIL FIN = "S"
           CLOSE LIQEXP
           PERFORM BuscarNoPagados
           CLOSE PLATPED
           MOVE CUADRADOS TO TL-CUADRADOS
           MOVE DISCREPANTES TO TL-DISCREPANTES
           MOVE DESCONOCIDOS TO TL-DESCONOCIDOS
           MOVE NOPAGADOS TO TL-NOPAGADOS
           MOVE TOTBRUTO TO TL-BRUTO
           MOVE TOTCOMISION TO TL-COMISION
           MOVE TOTNETO TO TL-NETO
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM TOTLIQ1 BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM TOTLIQ2 BEFORE ADVANCING 2 LINE
           CLOSE LISTADO
           DISPLAY "CUADRADOS:" LINE 10 POSITION 5
           DISPLAY CUADRADOS LINE 10 POSITION 22
           DISPLAY "DISCREPANCIAS:" LINE 11 POSITION 5
           DISPLAY DISCREPANTES LINE 11 POSITION 22
           DISPLAY "DESCONOCIDOS:" LINE 12 POSITION 5
           DISPLAY DESCONOCIDOS LINE 12 POSITION 22
           DISPLAY "NO PAGADOS:" LINE 13 POSITION 5
           DISPLAY NOPAGADOS LINE 13 POSITION 22.
       MirarPeriodo.
           READ LIQEXP AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE REG-LQ TO LINEALIQ
              IF LQ-FECHA IS NUMERIC AND LQ-FECHA NOT = 0
                 IF LQ-FECHA < LIQDESDE
                    MOVE LQ-FECHA TO LIQDESDE
                 END-IF
                 IF LQ-FECHA > LIQHASTA
                    MOVE LQ-FECHA TO LIQHASTA
                 END-IF
              END-IF
           END-IF.
       ConciliarLinea.
           READ LIQEXP AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE REG-LQ TO LINEALIQ
              PERFORM ConciliarPedido
           END-IF.
       ConciliarPedido.
           MOVE SPACES TO LL-RESULTADO
           MOVE LQ-PEDIDO TO LL-PEDIDO
           MOVE 0 TO LL-FECHA LL-NFAC LL-NUESTRO LL-BRUTO LL-COMISION
           IF LQ-FECHA NOT NUMERIC OR LQ-BRUTO NOT NUMERIC
              OR LQ-COMISION NOT NUMERIC OR LQ-NETO NOT NUMERIC
              MOVE "MAL FORMADO" TO LL-RESULTADO
              ADD 1 TO DISCREPANTES
           ELSE
              MOVE LQ-FECHA TO LL-FECHA
              MOVE LQ-BRUTO TO LL-BRUTO
              MOVE LQ-COMISION TO LL-COMISION
              ADD LQ-BRUTO TO TOTBRUTO
              ADD LQ-COMISION TO TOTCOMISION
              ADD LQ-NETO TO TOTNETO
              MOVE PLATAF TO PP-PLATAF
              MOVE LQ-PEDIDO TO PP-PEDIDO
              READ PLATPED
                 INVALID KEY
                    MOVE "PEDIDO DESCONOCIDO" TO LL-RESULTADO
                    ADD 1 TO DESCONOCIDOS
                 NOT INVALID KEY
                    PERFORM CompararPedido
              END-READ
           END-IF
           WRITE LINEAIMP FROM LINLIQ BEFORE ADVANCING 1 LINE.

      ** Un pedido ya liquidado en otra semana sale como repetido y  **
      ** no se toca; si no, se apunta lo liquidado y se marca la     **
      ** discrepancia si el importe o la comision no cuadran.        **

       CompararPedido.
           MOVE PP-NFAC TO LL-NFAC
           MOVE PP-IMPORTE TO LL-NUESTRO
           IF PEDIDO-LIQUIDADO
              MOVE "YA LIQUIDADO" TO LL-RESULTADO
              ADD 1 TO DISCREPANTES
           ELSE
              MOVE "CUADRA" TO LL-RESULTADO
              MOVE "N" TO PP-DISCREPA
              IF LQ-BRUTO NOT = PP-IMPORTE
                 MOVE "IMPORTE DISTINTO" TO LL-RESULTADO
                 MOVE "S" TO PP-DISCREPA
              ELSE
                 IF COMISIONPCT NOT = 0
                    COMPUTE COMISIONESP ROUNDED =
                       PP-IMPORTE * COMISIONPCT / 100
                    COMPUTE DIFERENCIA = LQ-COMISION - COMISIONESP
                    IF DIFERENCIA > 0,01 OR DIFERENCIA < -0,01
                       MOVE "COMISION DISTINTA" TO LL-RESULTADO
                       MOVE "S" TO PP-DISCREPA
                    END-IF
                 END-IF
              END-IF
              IF PP-DISCREPA = "S"
                 ADD 1 TO DISCREPANTES
              ELSE
                 ADD 1 TO CUADRADOS
              END-IF
              MOVE "S" TO PP-LIQUIDADO
              MOVE HOY TO PP-FLIQ
              MOVE LQ-BRUTO TO PP-BRUTO
              MOVE LQ-COMISION TO PP-COMISION
              MOVE LQ-NETO TO PP-NETO
              REWRITE REG-PP INVALID KEY CONTINUE
              END-REWRITE
           END-IF.

      ** Nuestros pedidos de la plataforma con fecha dentro de la    **
      ** liquidacion que siguen sin liquidar: no nos los han pagado. **

       BuscarNoPagados.
           MOVE PLATAF TO PP-PLATAF
           MOVE LOW-VALUES TO PP-PEDIDO
           MOVE "N" TO FINPP
           START PLATPED KEY IS NOT < PP-CLAVE
              INVALID KEY MOVE "S" TO FINPP
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarNoPagado UNTIL FINPP = "S".
       MirarNoPagado.
           READ PLATPED NEXT AT END MOVE "S" TO FINPP
           END-READ.
           IF FINPP = "N" AND PP-PLATAF NOT = PLATAF
              MOVE "S" TO FINPP
           END-IF.
           IF FINPP = "N" AND NOT PEDIDO-LIQUIDADO
              AND PP-FECHA NOT < LIQDESDE AND PP-FECHA NOT > LIQHASTA
              ADD 1 TO NOPAGADOS
              MOVE PP-PEDIDO TO LL-PEDIDO
              MOVE PP-FECHA TO LL-FECHA
              MOVE PP-NFAC TO LL-NFAC
              MOVE PP-IMPORTE TO LL-NUESTRO
              MOVE 0 TO LL-BRUTO
              MOVE 0 TO LL-COMISION
              MOVE "NO PAGADO" TO LL-RESULTADO
              WRITE LINEAIMP FROM LINLIQ BEFORE ADVANCING 1 LINE
           END-IF.

      ** Tarifas de IVA, como en MESA.CBL; el pedido para llevar usa **
      ** el mismo calculo que una mesa.                              **

       LeerIva.
           MOVE 6 TO IVARATE(1)
           MOVE 10 TO IVARATE(2)
           MOVE 4 TO IVARATE(3)
           MOVE "N" TO IVAINCLUIDO
           OPEN INPUT PARAMFAC
           IF ERRORPAR = "00"
              READ PARAMFAC AT END CONTINUE
              END-READ
              IF ERRORPAR = "00"
                 MOVE PF-IVA TO IVARATE(1)
                 IF PF-IVA2 NOT = 0
                    MOVE PF-IVA2 TO IVARATE(2)
                 END-IF
                 IF PF-IVA3 NOT = 0
                    MOVE PF-IVA3 TO IVARATE(3)
                 END-IF
                 IF PRECIOS-CON-IVA
                    MOVE "S" TO IVAINCLUIDO
                 END-IF
              END-IF
              CLOSE PARAMFAC
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

      ** Explota el escandallo del plato vendido y descuenta cada   **
      ** ingrediente, igual que al vender en mesa.                  **

       DescontarIngredientes.
           OPEN I-O ESCAND
           IF ERROREC = "00"
              OPEN I-O INGRED
              IF ERRORING = "00"
                 MOVE PLATOESC TO EC-NUMPLATO
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
           IF FINESC = "N" AND EC-NUMPLATO NOT = PLATOESC
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE IG-STOCK = IG-STOCK
                       - (EC-CANTIDAD * DELTAESC)
                    REWRITE REG-ING INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              PERFORM DescontarDeLotes
           END-IF.

      ** El mismo consumo, bajado al detalle de lotes: se gasta      **
      ** siempre el lote de caducidad mas proxima que aun tenga      **
      ** genero (y una anulacion repone sobre ese mismo lote). Sin   **
      ** lotes dados de alta no se toca nada.                        **

       DescontarDeLotes.
           COMPUTE CANTLOTE = EC-CANTIDAD * DELTAESC
           MOVE EC-INGRED TO LOTEINGRED
           OPEN I-O LOTES
           IF ERRORLT = "00"
              IF CANTLOTE > 0
                 PERFORM ConsumirLoteViejo UNTIL CANTLOTE NOT > 0
              ELSE
                 IF CANTLOTE < 0
                    PERFORM ReponerLoteViejo
                 END-IF
              END-IF
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
       ReponerLoteViejo.
           PERFORM BuscarLoteMasViejo
           IF LOTEMEJOR NOT = SPACES
              MOVE LOTEINGRED TO LT-INGRED
              MOVE LOTEMEJOR TO LT-LOTE
              READ LOTES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SUBTRACT CANTLOTE FROM LT-CANTIDAD
                    REWRITE REG-LOTE INVALID KEY CONTINUE
                    END-REWRITE
                    MOVE CANTLOTE TO CL-CANTIDAD
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

      ** Apunta el pedido en la cola de cocina, con su hora de       **
      ** recogida y los minutos de preparacion; COLAPED.CBL imprime  **
      ** la comanda cuando toca empezarla.                           **

       GrabarColaPedido.
           OPEN I-O COLAPED
           IF ERRORCP = "00" OR "05"
              MOVE NFAC TO CP-NFAC
              ACCEPT CP-FECHA FROM DATE YYYYMMDD
              MOVE HORARECOGIDA TO CP-HORAREC
              MOVE PREPMIN TO CP-PREPMIN
              MOVE CLINOMBRE TO CP-NOMBRE
              MOVE CLITELEF TO CP-TELEFONO
              MOVE " " TO CP-IMPRESA
              WRITE REG-CP INVALID KEY CONTINUE
              END-WRITE
              CLOSE COLAPED
           END-IF.

      ** Genera la factura del pedido con los mismos contadores y    **
      ** series que las mesas, con FMESA = 0 (sin mesa) y el detalle **
      ** de lineas en FACTLIN.DAT. La cobra la plataforma: queda     **
      ** pagada con su letra como forma de pago, y no entra en caja. **

       GrabarFacturaPlataforma.
           PERFORM LeerContadores
           ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
           IF CF-ANO NOT = FH-ANO
              MOVE FH-ANO TO CF-ANO
              MOVE 1 TO CF-SERIESIG
           END-IF
           OPEN I-O FACTURA
           MOVE CF-NFACSIG TO NFACHINT
           MOVE "N" TO FACTLIBRE
           PERFORM BuscarLibre VARYING NUMFACT FROM CF-NFACSIG BY 1
              UNTIL FACTLIBRE = "S" OR NUMFACT > 99999999
           IF CONTOK = "N" OR NFAC NOT = NFACHINT
              PERFORM ResincronizarSerie
           END-IF
           MOVE CLIGIF TO FGIF
           ACCEPT FechaSys FROM DATE END-ACCEPT
           MOVE DiaSys TO FDIA
           MOVE MesSys TO FMES
           MOVE AnoSys TO FANO
           PERFORM CalcularIvaLlevar
           MOVE " " TO FPAGADA
           MOVE 0 TO FMESA
           MOVE FPASTA TO FCOBRADO
           MOVE PLATAF TO FMETODO
           MOVE 0 TO FDESCUENTO
           MOVE 0 TO FPROPINA
           MOVE 0 TO FCAMARERO
           MOVE HOY TO FFECHACOB
           MOVE "S" TO FCLASE
           MOVE 0 TO FABONODE
           MOVE " " TO FREMESADA
           MOVE CF-ANO TO FSERIE
           MOVE CF-SERIESIG TO FNUMSERIE
           MOVE 0 TO FCOMENSALES
           WRITE REG-FAC INVALID KEY CONTINUE
           END-WRITE
           COMPUTE CF-NFACSIG = NFAC + 1
           ADD 1 TO CF-SERIESIG
           PERFORM GrabarContadores
           PERFORM GrabarLineasLlevar
           PERFORM ApuntarVentaDia
           PERFORM GrabarRegistroFactura
           CLOSE FACTURA.
      ** Calcula las bases, cuotas y el total del pedido, como en    **
      ** TELPED.CBL.                                                 **

       CalcularTotalLlevar.
           PERFORM LimpiarIvaR VARYING R FROM 1 BY 1 UNTIL R > 3
           PERFORM SumarBaseR VARYING PL FROM 1 BY 1
              UNTIL PL > CUANTASLIN
           MOVE 0 TO CUOTATOTAL
           PERFORM CalcularCuotaR VARYING R FROM 1 BY 1 UNTIL R > 3
           IF IVAINCLUIDO = "S"
              MOVE SUMTOTAL TO TOTALLLEVAR
           ELSE
              COMPUTE TOTALLLEVAR = SUMTOTAL + CUOTATOTAL
           END-IF.
       CalcularIvaLlevar.
           MOVE TOTALLLEVAR TO FPASTA
           MOVE SUMBASE(1) TO FBASE1
           MOVE SUMCUOTA(1) TO FCUOTA1
           MOVE SUMBASE(2) TO FBASE2
           MOVE SUMCUOTA(2) TO FCUOTA2
           MOVE SUMBASE(3) TO FBASE3
           MOVE SUMCUOTA(3) TO FCUOTA3.
       LimpiarIvaR.
           MOVE 0 TO SUMBASE(R)
           MOVE 0 TO SUMCUOTA(R).
       SumarBaseR.
           ADD LP-TOTAL(PL) TO SUMBASE(LP-TIPOIVA(PL)).
       CalcularCuotaR.
           IF SUMBASE(R) NOT = 0
              IF IVAINCLUIDO = "S"
                 COMPUTE SUMCUOTA(R) ROUNDED = SUMBASE(R)
                    - (SUMBASE(R) / (1 + IVARATE(R) / 100))
                 SUBTRACT SUMCUOTA(R) FROM SUMBASE(R)
              ELSE
                 COMPUTE SUMCUOTA(R) ROUNDED = SUMBASE(R)
                    * IVARATE(R) / 100
                 ADD SUMCUOTA(R) TO CUOTATOTAL
              END-IF
           END-IF.
       BuscarLibre.
           MOVE NUMFACT TO NFAC
           READ FACTURA
              INVALID KEY MOVE "S" TO FACTLIBRE
              NOT INVALID KEY CONTINUE
           END-READ.

      ** Si el contador faltaba o iba atrasado tampoco es de fiar    **
      ** para la serie del ejercicio: se repasa el fichero y se toma **
      ** el mayor numero de serie ya usado este ano, para no emitir  **
      ** dos facturas con la misma serie y numero. Se guarda y se    **
      ** repone el numero libre porque el repaso machaca NFAC.       **

       ResincronizarSerie.
           MOVE NFAC TO NFACHINT
           MOVE 0 TO MAXSERIE
           MOVE 0 TO NFAC
           MOVE "N" TO FINSERIE
           START FACTURA KEY IS NOT < NFAC
              INVALID KEY MOVE "S" TO FINSERIE
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM BuscarMaxSerie UNTIL FINSERIE = "S"
           COMPUTE CF-SERIESIG = MAXSERIE + 1
           MOVE NFACHINT TO NFAC.
       BuscarMaxSerie.
           READ FACTURA NEXT AT END MOVE "S" TO FINSERIE
           END-READ.
           IF FINSERIE = "N" AND FSERIE = CF-ANO
              IF FNUMSERIE > MAXSERIE
                 MOVE FNUMSERIE TO MAXSERIE
              END-IF
           END-IF.
       GrabarLineasLlevar.
           OPEN I-O DETFAC
           PERFORM GrabarUnaLineaLlevar VARYING PL FROM 1 BY 1
              UNTIL PL > CUANTASLIN
           CLOSE DETFAC.

      ** Suma la factura recien grabada (con sus lineas ya en       **
      ** FACTLIN) en los totales de venta por dia.                  **

       ApuntarVentaDia.
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.
       GrabarUnaLineaLlevar.
           MOVE NFAC TO FL-NFAC
           MOVE PL TO FL-LINEA
           MOVE LP-NUMPLATO(PL) TO FL-NUMPLATO
           MOVE LP-NOM(PL) TO FL-NOM
           MOVE LP-CANTIDAD(PL) TO FL-CANTIDAD
           MOVE LP-PVP(PL) TO FL-PVP
           MOVE LP-TOTAL(PL) TO FL-TOTAL
           MOVE 0 TO FL-FORMATO
           WRITE REG-FACTLIN INVALID KEY CONTINUE
           END-WRITE.
       LeerContadores.
           MOVE "N" TO CONTOK
           OPEN INPUT CONTFAC
           IF ERRORCF = "00"
              READ CONTFAC AT END CONTINUE
              END-READ
              IF ERRORCF = "00"
                 MOVE "S" TO CONTOK
              END-IF
              CLOSE CONTFAC
           END-IF
           IF CONTOK = "N"
              MOVE 1 TO CF-NFACSIG
              MOVE 0 TO CF-ANO
              MOVE 1 TO CF-SERIESIG
              MOVE 1 TO CF-RECSIG
           END-IF
           IF CF-NFACSIG = 0
              MOVE 1 TO CF-NFACSIG
           END-IF.
       GrabarContadores.
           OPEN OUTPUT CONTFAC
           WRITE REG-CONTFAC
           CLOSE CONTFAC.

      ** Registro encadenado de facturacion: anade a REGISFAC.DAT el **
      ** apunte de la factura recien emitida, enlazado con el apunte **
      ** anterior por el valor de encadenado; el mismo calculo que   **
      ** hace MESA.CBL y comprueba REGVERI.CBL.                       **

       GrabarRegistroFactura.
           MOVE 0 TO RG-ULTORDEN
           MOVE 0 TO RG-ULTENCAD
           MOVE "N" TO FINRG
           OPEN INPUT REGISFAC
           IF ERRORRG NOT = "00"
              MOVE "S" TO FINRG
           END-IF
           PERFORM LeerUltimoRegistro UNTIL FINRG = "S"
           IF ERRORRG = "00"
              CLOSE REGISFAC
           END-IF
           COMPUTE RG-ORDEN = RG-ULTORDEN + 1
           ACCEPT RG-FECHA FROM DATE YYYYMMDD
           ACCEPT RG-HORA FROM TIME
           MOVE FSERIE TO RG-SERIE
           MOVE FNUMSERIE TO RG-NUMSERIE
           MOVE NFAC TO RG-NFAC
           MOVE FPASTA TO RG-IMPORTE
           MOVE RG-ULTENCAD TO RG-ENCADANT
           PERFORM CalcularEncadenado
           OPEN EXTEND REGISFAC
           IF ERRORRG = "00" OR "05"
              WRITE REG-RG
              CLOSE REGISFAC
           END-IF.
       LeerUltimoRegistro.
           READ REGISFAC AT END MOVE "S" TO FINRG
           END-READ.
           IF FINRG = "N"
              MOVE RG-ORDEN TO RG-ULTORDEN
              MOVE RG-ENCADEN TO RG-ULTENCAD
           END-IF.
       CalcularEncadenado.
           COMPUTE ENCTRABAJO = (RG-ENCADANT * 31)
              + (RG-ORDEN * 17) + (RG-NFAC * 7)
              + (RG-NUMSERIE * 13) + RG-SERIE + RG-FECHA
              + (RG-IMPORTE * 100)
           DIVIDE ENCTRABAJO BY 999999937 GIVING ENCCOC
              REMAINDER ENCRESTO
           MOVE ENCRESTO TO RG-ENCADEN.

      ** Modo formacion: si LOGIN.CBL dejo la marca de este puesto  **
      ** lo impreso lleva aviso de que no tiene validez fiscal.     **

       MirarModoFormacion.
           MOVE "N" TO ENFORMACION
           OPEN INPUT MODOFORM
           IF ERRORMF = "00"
              READ MODOFORM AT END CONTINUE
              END-READ
              IF ERRORMF = "00"
                 MOVE "S" TO ENFORMACION
              END-IF
              CLOSE MODOFORM
           END-IF.
       ImprimirMarcaFormacion.
           IF ENFORMACION = "S"
              WRITE LINEAIMP FROM LINFORMACION BEFORE ADVANCING 2 LINE
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
           MOVE SPACES TO RF-CONTFAC
           STRING RUTADATOS DELIMITED BY " "
                  "CONTFAC.DAT" DELIMITED BY SIZE
                  INTO RF-CONTFAC
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-PARAM
           STRING RUTADATOS DELIMITED BY " "
                  "PARAM.DAT" DELIMITED BY SIZE
                  INTO RF-PARAM
           END-STRING
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  INTO RF-MOVSTOCK
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-ESCAND
           STRING RUTADATOS DELIMITED BY " "
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-LOTES
           STRING RUTADATOS DELIMITED BY " "
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
           END-STRING
           MOVE SPACES TO RF-COLAPED
           STRING RUTADATOS DELIMITED BY " "
                  "COLAPED.DAT" DELIMITED BY SIZE
                  INTO RF-COLAPED
           END-STRING
           MOVE SPACES TO RF-REGISFAC
           STRING RUTADATOS DELIMITED BY " "
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-REGISFAC
           END-STRING
           MOVE SPACES TO RF-PLATCOD
           STRING RUTADATOS DELIMITED BY " "
                  "PLATCOD.DAT" DELIMITED BY SIZE
                  INTO RF-PLATCOD
           END-STRING
           MOVE SPACES TO RF-PLATCOM
           STRING RUTADATOS DELIMITED BY " "
                  "PLATCOM.DAT" DELIMITED BY SIZE
                  INTO RF-PLATCOM
           END-STRING
           MOVE SPACES TO RF-PLATPED
           STRING RUTADATOS DELIMITED BY " "
                  "PLATPED.DAT" DELIMITED BY SIZE
                  INTO RF-PLATPED
           END-STRING.
