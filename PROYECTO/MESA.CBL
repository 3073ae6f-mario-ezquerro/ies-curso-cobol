           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
           SELECT OPTIONAL CONTFAC ASSIGN TO DISK RF-CONTFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSM.
           SELECT OPTIONAL RESFACT ASSIGN TO DISK RF-RESFACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-CLAVE
           FILE STATUS IS ERRORSG.
           SELECT OPTIONAL ANTICIPO ASSIGN TO DISK RF-ANTICIPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-NFAC
           ALTERNATE RECORD KEY IS AN-REF WITH DUPLICATES
           ALTERNATE RECORD KEY IS AN-MESA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AN-NFACFIN WITH DUPLICATES
           FILE STATUS IS ERRORAN.
           SELECT OPTIONAL MESAMAES ASSIGN TO DISK RF-MESAMAES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MM-NUMERO
           FILE STATUS IS ERRORMM.
           SELECT OPTIONAL RANGOS ASSIGN TO DISK RF-RANGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RN-CLAVE
           FILE STATUS IS ERRORRN.
           SELECT OPTIONAL RANGOPAR ASSIGN TO DISK RF-RANGOPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRP.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREU.
           SELECT OPTIONAL PENDFAC ASSIGN TO DISK "PENDFAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJ-NFAC
           FILE STATUS IS ERRORTJ.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT OPTIONAL FORMATOS ASSIGN TO DISK RF-FORMATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS RANDOM
           RECORD KEY IS VIN-INGRED
           FILE STATUS IS ERRORVIN.
           SELECT OPTIONAL COPAVINO ASSIGN TO DISK RF-COPAVINO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CV-INGRED
           ALTERNATE RECORD KEY IS CV-NUMPLATO
           FILE STATUS IS ERRORCV.
           SELECT OPTIONAL BOTABIER ASSIGN TO DISK RF-BOTABIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BA-CLAVE
           FILE STATUS IS ERRORBA.
           SELECT OPTIONAL EMICHEQ ASSIGN TO DISK RF-EMICHEQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EH-CODIGO
           FILE STATUS IS ERROREH.
           SELECT OPTIONAL CHEQCOM ASSIGN TO DISK RF-CHEQCOM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-RECIBO
           FILE STATUS IS ERRORCH.
           SELECT OPTIONAL RESHIST ASSIGN TO DISK RF-RESHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRH.
           SELECT OPTIONAL PEDQR ASSIGN TO DISK NOMBREQR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPQ.
           SELECT OPTIONAL COLAQR ASSIGN TO DISK RF-COLAQR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CQ-CLAVE
           FILE STATUS IS ERRORCQ.
           SELECT OPTIONAL QRRECH ASSIGN TO DISK RF-QRRECH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRQ.
           SELECT OPTIONAL PLAPESO ASSIGN TO DISK RF-PLAPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PK-NUMPLATO
           FILE STATUS IS ERRORPK.
           SELECT OPTIONAL PEDPESO ASSIGN TO DISK RF-PEDPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-CLAVE
           FILE STATUS IS ERRORPW.
           SELECT OPTIONAL DETPESO ASSIGN TO DISK RF-DETPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-CLAVE
           FILE STATUS IS ERRORDP.
           SELECT OPTIONAL CUBIERTO ASSIGN TO DISK RF-CUBIERTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-NUM
           FILE STATUS IS ERRORCB.
           SELECT OPTIONAL CUBIAPL ASSIGN TO DISK RF-CUBIAPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCA.
           SELECT OPTIONAL PRECUEN ASSIGN TO DISK RF-PRECUEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-MESA
           FILE STATUS IS ERRORPC.
           SELECT OPTIONAL PRECLOG ASSIGN TO DISK RF-PRECLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORLG.
           SELECT OPTIONAL AGENCIA ASSIGN TO DISK RF-AGENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CODIGO
           FILE STATUS IS ERRORAG.
           SELECT OPTIONAL BONOMESA ASSIGN TO DISK RF-BONOMESA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-MESA
           FILE STATUS IS ERRORBM.
           SELECT OPTIONAL BONOS ASSIGN TO DISK RF-BONOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CLAVE
           FILE STATUS IS ERRORBN.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
              88 FMETODO-EFECTIVO VALUE "E".
              88 FMETODO-TARJETA  VALUE "T".
              88 FMETODO-VALE     VALUE "V".
              88 FMETODO-CHEQUE   VALUE "C".
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
      * Regimen especial del criterio de caja del IVA (lo mantiene
      * EMPRESA.CBL): "S" si el restaurante se acoge, y el primer y
      * el ultimo ejercicio acogidos (0 = sigue acogido). Las facturas
      * emitidas en esos ejercicios devengan el IVA al cobrarse.
       FD REGIVA LABEL RECORD STANDARD.
       01 REG-RI.
           02 RI-CRITCAJA PIC X.
              88 RI-CAJA VALUE "S".
           02 RI-DESDE PIC 9(4).
           02 RI-HASTA PIC 9(4).
      * Contadores en disco: siguiente numero interno de factura,
      * serie del ejercicio en curso con su siguiente numero, y
      * siguiente numero de recibo. Evitan el rastreo creciente de
       01 REG-SENALMESA.
           02 SM-MESA PIC 99.
           02 SM-IMPORTE PIC 9(4)V99.
      * Facturas de anticipo de las senales (las emite FACANTIC.COB
      * desde RESERVA.CBL y EVENTOS.CBL); las pasadas a una mesa
      * (estado M) se deducen de su factura al cobrarla, que queda
      * en AN-NFACFIN con el estado F.
       FD ANTICIPO LABEL RECORD STANDARD.
       01 REG-AN.
           02 AN-NFAC PIC 9(8).
           02 AN-SERIE PIC 9(4).
           02 AN-NUMSERIE PIC 9(6).
           02 AN-FECHA PIC 9(8).
           02 AN-REF.
              03 AN-ORIGEN PIC X.
                 88 ANTICIPO-RESERVA VALUE "R".
                 88 ANTICIPO-EVENTO VALUE "E".
              03 AN-REFFECHA PIC 9(8).
              03 AN-REFNUM PIC 9(5).
              03 AN-REFLINEA PIC 99.
           02 AN-NOMBRE PIC X(30).
           02 AN-IMPORTE PIC 9(5)V99.
           02 AN-BASE PIC 9(6)V99.
           02 AN-CUOTA PIC 9(6)V99.
           02 AN-METODO PIC X.
           02 AN-ESTADO PIC X.
              88 ANTICIPO-PENDIENTE VALUE " ".
              88 ANTICIPO-ENMESA VALUE "M".
              88 ANTICIPO-DESCONTADO VALUE "F".
              88 ANTICIPO-DEVUELTO VALUE "D".
              88 ANTICIPO-RETENIDO VALUE "R".
           02 AN-MESA PIC 99.
           02 AN-NFACFIN PIC 9(8).
      * Seguimiento de cada reserva hasta su factura (por fecha y
      * pagina, que se reutiliza): de donde vino (T telefono, W web,
      * F periodica), como acabo (S sentada, A anulada, N no
      * presentada; espacio = pendiente), la mesa y la senal al
      * sentarla, y la factura, los comensales reales y el gasto que
      * apunta MESA.CBL al cobrar la mesa (varias facturas si la
      * cuenta se divide). Lo resume RESGASTO.CBL.
       FD RESFACT LABEL RECORD STANDARD.
       01 REG-SG.
           02 SG-CLAVE.
              03 SG-FECHA PIC 9(8).
              03 SG-PAGINA PIC 9(5).
           02 SG-ORIGEN PIC X.
              88 ORIGEN-TELEFONO VALUE "T".
              88 ORIGEN-WEB VALUE "W".
              88 ORIGEN-FIJA VALUE "F".
           02 SG-TURNO PIC X.
           02 SG-RESERVADOS PIC 99.
           02 SG-ESTADO PIC X.
              88 SG-PENDIENTE VALUE " ".
              88 SG-SENTADA VALUE "S".
              88 SG-ANULADA VALUE "A".
              88 SG-NOPRESENT VALUE "N".
           02 SG-FANULA PIC 9(8).
           02 SG-MESA PIC 99.
           02 SG-SENAL PIC 9(4)V99.
           02 SG-NFAC PIC 9(8).
           02 SG-NFACTS PIC 9.
           02 SG-REALES PIC 99.
           02 SG-GASTO PIC 9(6)V99.
      * Rangos de camarero (RANGOS.CBL): que camarero lleva cada mesa
      * en cada servicio (fecha y turno, C comida / N cena); la fecha
      * 0 es el reparto fijo del turno, que vale para los dias sin
      * rango propio. Camarero 0 = mesa sin rango.
       FD RANGOS LABEL RECORD STANDARD.
       01 REG-RN.
           02 RN-CLAVE.
              03 RN-FECHA PIC 9(8).
              03 RN-TURNO PIC X.
              03 RN-MESA PIC 99.
           02 RN-CAMARERO PIC 9(3).
      * Que hacer si un camarero abre una mesa de otro rango: A avisar,
      * C pedir la clave de un encargado, N no controlar.
       FD RANGOPAR LABEL RECORD STANDARD.
       01 REG-RP.
           02 RP-MODO PIC X.
      * Maestro de mesas (MESAMAES.CBL): plazas reales, zona y si la
      * mesa esta en servicio; sin ficha se usa el aforo de siempre.
       FD MESAMAES LABEL RECORD STANDARD.
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
      * Diario de movimientos de stock: venta (V), anulacion (A),
      * entrada de genero (E), ajuste a mano (J) y recuento (R),
      * sobre platos (P) o ingredientes (I), con cantidad firmada.
       01 REG-EU.
           02 EU-PROGRAMA PIC X(8).
           02 EU-FICHERO PIC X(12).
      * Diario de facturas en curso (lo repasa PENDFAC.CBL al
      * arrancar): la factura se apunta antes de grabarla con los
      * pasos que le faltan (1 cabecera, 2 lineas, 3 totales de
      * VENTDIA, 4 recibos, 5 REGISFAC; "P" pendiente, "H" hecho,
      * espacio = no lleva ese paso), se marcan segun se hacen y se
      * quita al terminar. Local de cada puesto, como ENUSO.DAT.
       FD PENDFAC LABEL RECORD STANDARD.
       01 REG-TJ.
           02 TJ-NFAC PIC 9(8).
           02 TJ-PROGRAMA PIC X(8).
           02 TJ-FECHA PIC 9(8).
           02 TJ-HORA PIC 9(8).
           02 TJ-MESA PIC 99.
           02 TJ-SERIE PIC 9(4).
           02 TJ-NUMSERIE PIC 9(6).
           02 TJ-PASOS.
              03 TJ-PASO PIC X OCCURS 5.
           02 TJ-NPARTES PIC 9.
           02 TJ-PARTES.
              03 TJ-PARTE OCCURS 5.
                 04 TJ-METODO PIC X.
                 04 TJ-IMPORTE PIC 9(6)V99.
      * Cheques de comida de cada parte pagada con ellos (C), para
      * volver a apuntarlos en CHEQCOM.DAT si se rehacen los recibos.
           02 TJ-CHEQUES.
              03 TJ-CHEQUE OCCURS 5.
                 04 TJ-EMISOR PIC 99.
                 04 TJ-CHCANT PIC 9(3).
                 04 TJ-NOMINAL PIC 9(3)V99.
                 04 TJ-FACIAL PIC 9(6)V99.
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
      * Guarda la carpeta de datos real mientras el DATOSDIR.DAT
      * local apunta a la carpeta de practicas (FORMA).
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
      * Formatos de venta de cada plato (tapa, media racion...):
      * precio propio y factor de receta para escalar el consumo.
       FD FORMATOS LABEL RECORD STANDARD.
           02 VIN-NICHO PIC X(6).
           02 VIN-NUMPLATO PIC 9(3).
           02 VIN-AVISO PIC 9(3).
      * Vino por copas (lo mantiene BODEGA.CBL): plato de la carta
      * con que se vende la copa de cada vino, copas que salen de
      * una botella, dias que aguanta abierta y la botella que esta
      * en servicio (fecha y hora de apertura; cero = ninguna). El
      * escandallo de la copa lleva la fraccion de botella.
       FD COPAVINO LABEL RECORD STANDARD.
       01 REG-CV.
           02 CV-INGRED PIC 9(3).
           02 CV-NUMPLATO PIC 9(3).
           02 CV-COPAS PIC 99.
           02 CV-DIAS PIC 99.
           02 CV-FABRE PIC 9(8).
           02 CV-HABRE PIC 9(8).
      * Botellas abiertas para servir por copas: copas servidas de
      * cada una, coste de la botella al abrirla y como acabo (A
      * agotada, T tirada con la perdida de lo que quedaba).
       FD BOTABIER LABEL RECORD STANDARD.
       01 REG-BA.
           02 BA-CLAVE.
              03 BA-INGRED PIC 9(3).
              03 BA-FABRE PIC 9(8).
              03 BA-HABRE PIC 9(8).
           02 BA-COPASBOT PIC 99.
           02 BA-SERVIDAS PIC 99.
           02 BA-ESTADO PIC X.
              88 BA-ABIERTA VALUE " ".
              88 BA-AGOTADA VALUE "A".
              88 BA-TIRADA VALUE "T".
           02 BA-FCIERRE PIC 9(8).
           02 BA-COSTE PIC 9(4)V99.
           02 BA-PERDIDA PIC 9(4)V99.
      * Emisores de cheques de comida (los mantiene CHEQCOM.CBL)
      * con la comision que descuentan al reembolsar.
       FD EMICHEQ LABEL RECORD STANDARD.
       01 REG-EH.
           02 EH-CODIGO PIC 99.
           02 EH-NOMBRE PIC X(20).
           02 EH-COMISION PIC 99V99.
      * Cheques de comida cobrados, uno por recibo: emisor, numero
      * de cheques, valor facial de cada uno y total a reclamar, y
      * la remesa de CHEQCOM.CBL en que se reclamaron (0 = aun sin
      * remesar).
       FD CHEQCOM LABEL RECORD STANDARD.
       01 REG-CH.
           02 CH-RECIBO PIC 9(8).
           02 CH-FECHA PIC 9(8).
           02 CH-NFAC PIC 9(8).
           02 CH-EMISOR PIC 99.
           02 CH-CANTIDAD PIC 9(3).
           02 CH-NOMINAL PIC 9(3)V99.
           02 CH-IMPORTE PIC 9(6)V99.
           02 CH-REMESA PIC 9(6).
      * Historico de reservas (vista reducida del registro de
      * RESERVA.CBL, byte a byte): de aqui salen las notas de
      * alergia y demas para el perfil del cliente al sentarlo.
           02 RH-TIPONOTA PIC X.
           02 RH-NOTA1 PIC X(63).
           02 RH-RESTO PIC X(462).
      * Pedido desde la mesa: el sistema de la tableta / carta QR
      * deja en la carpeta de datos un QRnn.TXT por mesa con una
      * linea por plato pedido. Al entrar en la mesa se pasa a la
      * cola de pedidos de mesa y el fichero se vacia.
       FD PEDQR LABEL RECORD STANDARD.
       01 REG-QD.
           02 QD-MESA PIC 99.
           02 QD-NUMPLATO PIC 9(3).
           02 QD-FORMATO PIC 9.
           02 QD-CANTIDAD PIC 99.
           02 QD-NOTA PIC X(30).
           02 FILLER PIC X(42).
      * Cola de pedidos de mesa pendientes de que el camarero de la
      * mesa los sirva o los rechace (F12).
       FD COLAQR LABEL RECORD STANDARD.
       01 REG-CQ.
           02 CQ-CLAVE.
              03 CQ-MESA PIC 99.
              03 CQ-SEQ PIC 9(5).
           02 CQ-NUMPLATO PIC 9(3).
           02 CQ-FORMATO PIC 9.
           02 CQ-CANTIDAD PIC 99.
           02 CQ-NOTA PIC X(30).
           02 CQ-FECHA PIC 9(8).
           02 CQ-HORA PIC 9(8).
      * Diario de lineas pedidas desde la mesa y rechazadas, con el
      * motivo (del camarero o del propio programa).
       FD QRRECH LABEL RECORD STANDARD.
       01 REG-RQ.
           02 RQ-FECHA PIC 9(8).
           02 RQ-HORA PIC 9(8).
           02 RQ-MESA PIC 99.
           02 RQ-NUMPLATO PIC 9(3).
           02 RQ-FORMATO PIC 9.
           02 RQ-CANTIDAD PIC 99.
           02 RQ-NOTA PIC X(30).
           02 RQ-MOTIVO PIC X(30).
           02 RQ-CAMARERO PIC 9(3).
      * Platos que se venden al peso (pescado entero, chuleton,
      * marisco), con su precio por kilo; los mantiene ALTAS.CBL.
      * Su escandallo va por kilo vendido.
       FD PLAPESO LABEL RECORD STANDARD.
       01 REG-PK.
           02 PK-NUMPLATO PIC 9(3).
           02 PK-PORPESO PIC X.
              88 PLATO-AL-PESO VALUE "S".
           02 PK-PVPKG PIC 9(4)V99.
      * Peso pedido de cada plato al peso de la mesa abierta: la
      * linea de PEDIDOS.DAT va con cantidad 1 y su importe, y aqui
      * queda el peso total y el precio por kilo con que se cobra.
       FD PEDPESO LABEL RECORD STANDARD.
       01 REG-PW.
           02 PW-CLAVE.
              03 PW-MESA PIC 99.
              03 PW-NUMPLATO PIC 9(3).
           02 PW-PESO PIC 9(3)V999.
           02 PW-PVPKG PIC 9(4)V99.
      * Peso y precio por kilo de las lineas de factura al peso,
      * con la misma clave que su linea de FACTLIN.DAT.
       FD DETPESO LABEL RECORD STANDARD.
       01 REG-DP.
           02 DP-CLAVE.
              03 DP-NFAC PIC 9(8).
              03 DP-LINEA PIC 99.
           02 DP-NUMPLATO PIC 9(3).
           02 DP-PESO PIC 9(3)V999.
           02 DP-PVPKG PIC 9(4)V99.
      * Pan y cubierto y suplementos (CUBIERTO.CBL): por zona de la
      * mesa (blanco = todas) y fechas de validez (hasta 0 = sin fin),
      * por comensal o por mesa. Se cargan solos al facturar, como
      * lineas propias, sin promociones ni descuento de cliente.
       FD CUBIERTO LABEL RECORD STANDARD.
       01 REG-CB.
           02 CB-NUM PIC 99.
           02 CB-NOMBRE PIC X(20).
           02 CB-ZONA PIC X.
           02 CB-DESDE PIC 9(8).
           02 CB-HASTA PIC 9(8).
           02 CB-IMPORTE PIC 9(3)V99.
           02 CB-TIPOIVA PIC 9.
           02 CB-MODO PIC X.
              88 CUBIERTO-POR-COMENSAL VALUE "C".
              88 CUBIERTO-POR-MESA VALUE "M".
      * Diario de cubiertos cobrados, para el resumen del cierre.
       FD CUBIAPL LABEL RECORD STANDARD.
       01 REG-CA.
           02 CA-FECHA PIC 9(8).
           02 CA-NFAC PIC 9(8).
           02 CA-MESA PIC 99.
           02 CA-REGLA PIC 99.
           02 CA-CANTIDAD PIC 99.
           02 CA-TOTAL PIC 9(6)V99.
      * Mesas con precuenta impresa: mientras la mesa este bloqueada
      * (B) no admite platos nuevos ni bajas sin clave de encargado;
      * una vez dada la clave queda desbloqueada (D) hasta facturar.
       FD PRECUEN LABEL RECORD STANDARD.
       01 REG-PC.
           02 PC-MESA PIC 99.
           02 PC-ESTADO PIC X.
              88 PRECUENTA-BLOQUEADA VALUE "B".
              88 PRECUENTA-DESBLOQUEADA VALUE "D".
           02 PC-VECES PIC 99.
           02 PC-FECHA PIC 9(8).
           02 PC-HORA PIC 9(8).
           02 PC-TOTAL PIC 9(6)V99.
           02 PC-USUARIO PIC 9(3).
      * Diario de precuentas: cada impresion, cada desbloqueo y cada
      * cambio posterior de la mesa, con usuario, encargado y hora.
       FD PRECLOG LABEL RECORD STANDARD.
       01 REG-LG.
           02 LG-FECHA PIC 9(8).
           02 LG-HORA PIC 9(8).
           02 LG-MESA PIC 99.
           02 LG-TIPO PIC X.
              88 LOG-PRECUENTA VALUE "P".
              88 LOG-DESBLOQUEO VALUE "D".
              88 LOG-ALTA VALUE "A".
              88 LOG-MODIFICACION VALUE "M".
              88 LOG-TECLA VALUE "T".
           02 LG-TECLA PIC 99.
           02 LG-NUMPLATO PIC 9(3).
           02 LG-CANTANT PIC 99.
           02 LG-CANTNUE PIC 99.
           02 LG-IMPORTE PIC 9(6)V99.
           02 LG-USUARIO PIC 9(3).
           02 LG-AUTORIZA PIC 9(3).
           02 LG-CAMARERO PIC 9(3).
      * Agencias de viajes y turoperadores con precio concertado por
      * comensal; AG-GIF es el cliente de CLIENTES al que se factura
      * a fin de mes y AG-PLATO el plato (menu) que cubre el bono.
       FD AGENCIA LABEL RECORD STANDARD.
       01 REG-AG.
           02 AG-CODIGO PIC 9(3).
           02 AG-NOMBRE PIC X(30).
           02 AG-GIF PIC 9(9).
           02 AG-PRECIO PIC 9(4)V99.
           02 AG-PLATO PIC 9(3).
           02 AG-COMISION PIC 99V99.
           02 AG-TIPOIVA PIC 9.
           02 AG-ESTADO PIC X.
              88 AGENCIA-BAJA VALUE "B".
      * Bono de agencia de la mesa abierta: se apunta al sentar una
      * reserva de agencia o con la tecla de bono, y se borra al
      * cobrar la mesa.
       FD BONOMESA LABEL RECORD STANDARD.
       01 REG-BM.
           02 BM-MESA PIC 99.
           02 BM-AGENCIA PIC 9(3).
           02 BM-BONO PIC X(12).
           02 BM-PAX PIC 9(3).
           02 BM-COMISION PIC 99V99.
      * Bonos servidos, pendientes de facturar a la agencia
      * (BN-NFAC = 0) o ya incluidos en su factura mensual.
       FD BONOS LABEL RECORD STANDARD.
       01 REG-BN.
           02 BN-CLAVE.
              03 BN-AGENCIA PIC 9(3).
              03 BN-FECHA PIC 9(8).
              03 BN-HORA PIC 9(8).
              03 BN-MESA PIC 99.
           02 BN-BONO PIC X(12).
           02 BN-PAX PIC 9(3).
           02 BN-PRECIO PIC 9(4)V99.
           02 BN-IMPORTE PIC 9(6)V99.
           02 BN-TIPOIVA PIC 9.
           02 BN-COMISION PIC 99V99.
           02 BN-EXTRAS PIC 9(6)V99.
           02 BN-NFACEXT PIC 9(8).
           02 BN-NFAC PIC 9(8).
           02 BN-CAMARERO PIC 9(3).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-INCIDEN PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-MESAMAES PIC X(42).
       77 RF-RANGOS PIC X(42).
       77 RF-RANGOPAR PIC X(42).
       77 RF-MOVSTOCK PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-PEDIDOS PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 RF-REGISFAC PIC X(42).
       77 ERRORRG PIC XX.
       77 ERRORTJ PIC XX.
       77 PASOTJ PIC 9.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 FINRG PIC X.
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 ERROREC PIC XX.
       77 FINESC PIC X.
       77 PLATOESC PIC 9(3).
       77 DELTAESC PIC S9(4)V999.
       77 RF-LOTES PIC X(42).
       77 ERRORLT PIC XX.
       77 FINLOTE PIC X.
       77 LOTEINGRED PIC 9(3).
       77 LOTEMEJOR PIC X(10).
       77 CADMEJOR PIC 9(8).
       77 RF-LOTECONS PIC X(42).
       77 ERRORCL PIC XX.
       77 ERRORINC PIC XX.
       77 ERRORCLI PIC XX.
       77 ERRORVAL PIC XX.
       77 ERRORSM PIC XX.
       77 ERRORMM PIC XX.
       77 ERRORRN PIC XX.
       77 ERRORRP PIC XX.
       77 HOYRANGO PIC 9(8).
       77 HORARANGO PIC 9(8).
       77 TURNORANGO PIC X.
       77 CAMRANGO PIC 9(3).
       77 MODORANGO PIC X.
       77 FILARANGO PIC 99.
       77 FINRN PIC X.
       77 FECHARANGO PIC 9(8).
       77 MESAOK PIC X.
       77 SENALMESA-IMP PIC 9(6)V99.
       77 RESTAPAGAR PIC 9(7)V99.
       77 SM-N PIC 99.
       77 SM-I PIC 99.
       77 SM-FINF PIC X.
       77 RF-RESFACT PIC X(42).
       77 ERRORSG PIC XX.
       77 SG-FINF PIC X.
       77 VINCFECHA PIC 9(8).
       77 VINCPAGINA PIC 9(5) VALUE 0.
       77 RF-ANTICIPO PIC X(42).
       77 ERRORAN PIC XX.
       77 AN-FINF PIC X.
      * Anticipos facturados pasados a la mesa que se factura:
      * cuantos, importe, base y cuota a deducir, y el primero para
      * el ticket.
       77 ANT-N PIC 99 VALUE 0.
       77 ANT-IMPORTE PIC 9(6)V99.
       77 ANT-BASE PIC 9(6)V99.
       77 ANT-CUOTA PIC 9(6)V99.
       77 ANT-SERIE PIC 9(4).
       77 ANT-NUMSERIE PIC 9(6).
       01 TablaSenales.
           02 SM-ENT OCCURS 20.
              03 SMT-MESA PIC 99.
           02 PP-ENT OCCURS 5.
              03 PP-METODO PIC X.
              03 PP-IMPORTE PIC 9(6)V99.
      * Cheques de comida de las partes pagadas con ellos (C):
      * emisor, numero de cheques y valor facial de cada uno, que se
      * apuntan en CHEQCOM.DAT con el recibo de la parte.
       77 CHEQEMISOR PIC 99.
       77 CHEQCANT PIC 9(3).
       77 CHEQNOMINAL PIC 9(3)V99.
       77 CHEQFACIAL PIC 9(6)V99.
       01 ChequesPartes.
           02 PH-ENT OCCURS 5.
              03 PH-EMISOR PIC 99.
              03 PH-CANTIDAD PIC 9(3).
              03 PH-NOMINAL PIC 9(3)V99.
              03 PH-FACIAL PIC 9(6)V99.
       77 CLIDTOPCT PIC 99.
       77 SUMADTO PIC 9(7)V99.
       77 SALDOCLI PIC 9(8)V99.
       77 CODIGOENC PIC 9(3).
       77 CLAVEENC PIC X(8).
       77 ERROREMP PIC XX.
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 ERRORCF PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORUSU PIC XX.
       77 RF-BODEGA PIC X(42).
       77 ERRORVIN PIC XX.
       77 FINVB PIC X.
       77 RF-COPAVINO PIC X(42).
       77 ERRORCV PIC XX.
       77 RF-BOTABIER PIC X(42).
       77 ERRORBA PIC XX.
       77 COPASDELTA PIC S9(4) COMP.
       77 HAYBOTELLA PIC X.
       77 RF-EMICHEQ PIC X(42).
       77 ERROREH PIC XX.
       77 RF-CHEQCOM PIC X(42).
       77 ERRORCH PIC XX.
       77 RF-RESHIST PIC X(42).
       77 ERRORRH PIC XX.
       77 NOMBREQR PIC X(42).
       77 ERRORPQ PIC XX.
       77 RF-COLAQR PIC X(42).
       77 ERRORCQ PIC XX.
       77 RF-QRRECH PIC X(42).
       77 ERRORRQ PIC XX.
       77 FINPQ PIC X.
       77 FINCQ PIC X.
       77 ULTSEQQR PIC 9(5).
       77 QRPENDIENTES PIC 9(3).
       77 QRVISTAS PIC 9(3).
       77 QRSERVIDAS PIC 9(3).
       77 RESPQR PIC X.
       77 TECLAQR PIC 99 COMP.
       77 MOTIVOQR PIC X(30).
       77 FORMPVPQR PIC 9(4)V99.
       77 FORMFACQR PIC 9V99.
       77 FORMNOMQR PIC X(10).
       77 RF-PLAPESO PIC X(42).
       77 ERRORPK PIC XX.
       77 RF-PEDPESO PIC X(42).
       77 ERRORPW PIC XX.
       77 RF-DETPESO PIC X(42).
       77 ERRORDP PIC XX.
       77 LINEAPESO PIC X VALUE "N".
       77 EXISTEPW PIC X.
       77 FINPW PIC X.
       77 PESOLIN PIC 9(3)V999.
       77 PESOANTERIOR PIC 9(3)V999.
       77 PESOGUARDADO PIC 9(3)V999.
       77 DELTAPESO PIC S9(3)V999.
       77 PVPKGLIN PIC 9(4)V99.
       77 RF-CUBIERTO PIC X(42).
       77 RF-CUBIAPL PIC X(42).
       77 ERRORCB PIC XX.
       77 ERRORCA PIC XX.
       77 FINCB PIC X.
       77 ZONAMESA PIC X.
       77 CANTCUB PIC 99.
       77 CUBTOTAL PIC 9(6)V99 VALUE 0.
       77 CT-N PIC 9 VALUE 0.
       77 CT-I PIC 99.
       77 RF-PRECUEN PIC X(42).
       77 RF-PRECLOG PIC X(42).
       77 ERRORPC PIC XX.
       77 ERRORLG PIC XX.
       77 PRECUESTADO PIC X VALUE "N".
       77 PRECUVECES PIC 99.
       77 EXISTEPC PIC X.
       77 RF-AGENCIA PIC X(42).
       77 RF-BONOMESA PIC X(42).
       77 RF-BONOS PIC X(42).
       77 ERRORAG PIC XX.
       77 ERRORBM PIC XX.
       77 ERRORBN PIC XX.
       77 AGENCIAOK PIC X.
       77 BONOACTIVO PIC X VALUE "N".
       77 BONOEXTRAS PIC X.
       77 LINEABONO PIC X VALUE "N".
       77 BONOAGENCIA PIC 9(3) VALUE 0.
       77 BONOAGANT PIC 9(3).
       77 BONOAGNOMBRE PIC X(30).
       77 BONONUM PIC X(12).
       77 BONOPAX PIC 9(3) VALUE 0.
       77 BONOCOMISION PIC 99V99.
       77 BONOPRECIO PIC 9(4)V99.
       77 BONOPLATO PIC 9(3) VALUE 0.
       77 BONOTIPOIVA PIC 9.
       77 BONOIMPORTE PIC 9(6)V99.
       77 BONOEXTIMP PIC 9(6)V99.
       77 BONONFACEXT PIC 9(8).
       77 BONOCANT PIC 99.
       77 BONOCOMAG PIC 99V99.
       01 LINAVISOBONO.
           02 FILLER PIC X(17) VALUE "MESA DE AGENCIA: ".
           02 BA-AGENCIA PIC X(30).
           02 FILLER PIC X(7) VALUE " BONO: ".
           02 BA-BONO PIC X(12).
       01 LINBONO1.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(46) VALUE
              "  *** BONO DE AGENCIA - NO VALIDO COMO FACTURA".
       01 LINBONO2.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(10) VALUE " AGENCIA: ".
           02 L-BNAGENCIA PIC X(30).
       01 LINBONO3.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(7) VALUE " BONO: ".
           02 L-BNBONO PIC X(12).
           02 PIC X(7) VALUE "  MESA ".
           02 L-BNMESA PIC 99.
           02 PIC X(13) VALUE "  COMENSALES ".
           02 L-BNPAX PIC ZZ9.
       01 LINBONO4.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(26) VALUE " A CARGO DE LA AGENCIA:   ".
           02 L-BNIMPORTE PIC ZZZ.ZZ9,99.
       01 LINBONO5.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(26) VALUE " EXTRAS COBRADOS EN MESA: ".
           02 L-BNEXTRAS PIC ZZZ.ZZ9,99.
       01 LINBONO6.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(40) VALUE
              " FIRMA DEL GUIA: ______________________".
       01 LINPRECU.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(44) VALUE
              "  *** PRECUENTA - NO VALIDO COMO FACTURA ***".
       01 LINPRECUDAT.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(6) VALUE " MESA ".
           02 L-PCMESA PIC 99.
           02 PIC X(3) VALUE "   ".
           02 L-PCDIA PIC 99.
           02 PIC X VALUE "/".
           02 L-PCMES PIC 99.
           02 PIC X VALUE "/".
           02 L-PCANO PIC 99.
           02 PIC X VALUE " ".
           02 L-PCHORA PIC 99.
           02 PIC X VALUE ":".
           02 L-PCMIN PIC 99.
           02 PIC X(14) VALUE "   IMPRESION: ".
           02 L-PCVECES PIC Z9.
       01 LINPRECUPIE.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(45) VALUE
              "   DOCUMENTO NO VALIDO COMO FACTURA NI RECIBO".
       01 TablaCubierto.
           02 CT-ENT OCCURS 9.
              03 CT-REGLA PIC 99.
              03 CT-NOM PIC X(26).
              03 CT-CANTIDAD PIC 99.
              03 CT-PVP PIC 9(4)V99.
              03 CT-TOTAL PIC 9(6)V99.
              03 CT-TIPOIVA PIC 9.
       01 LINPESOFAC.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 FILLER PIC X(5) VALUE SPACES.
           02 L-PESO PIC ZZ9,999.
           02 FILLER PIC X(6) VALUE " KG x ".
           02 L-PVPKG PIC Z.ZZ9,99.
           02 FILLER PIC X(7) VALUE " EUR/KG".
       01 LINAVISOQR.
           02 FILLER PIC X(21) VALUE "PEDIDOS DESDE LA MESA".
           02 FILLER PIC X(14) VALUE " PENDIENTES: ".
           02 QA-PENDIENTES PIC ZZ9.
           02 FILLER PIC X(20) VALUE "  (F12 PARA VERLOS) ".
       01 LINPEDQR.
           02 FILLER PIC X(10) VALUE "CANTIDAD: ".
           02 QV-CANTIDAD PIC Z9.
           02 FILLER PIC X(11) VALUE "  FORMATO: ".
           02 QV-FORMATO PIC X(10).
       01 LINRECHQR.
           02 FILLER PIC X(10) VALUE "RECHAZADO ".
           02 QX-NOM PIC X(26).
           02 FILLER PIC X VALUE " ".
           02 QX-MOTIVO PIC X(30).
       77 CLIHALLADO PIC X.
       77 FINRH PIC X.
       77 FINFAV PIC X.
           02 CELDAMARCA PIC X.
       01 TablaOcupadas.
           02 OCUPADA-M PIC X OCCURS 99.
       01 TablaRangos.
           02 RANGO-M PIC 9(3) OCCURS 99.
       01 TablaSenaladas.
           02 SENALADA-M PIC X OCCURS 99.
       77 MOTIVOINV PIC X(30).
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X VALUE " ".
           02 L-EMPOBLACION PIC X(25).
       01 LINFORMACION.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(42) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 LINCRITCAJA.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(40) VALUE
              " REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       01 LINFACNUM.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 L-TIPODOC PIC X(12) VALUE " FACTURA N. ".
           02 PIC X(28) VALUE SPACES.
           02 PIC X(11) VALUE "  QUEDA:   ".
           02 L-RESTA PIC ZZZ.ZZ9,99.
      * La senal con factura de anticipo ya declaro su IVA: la base
      * y la cuota del anticipo se deducen de las de esta factura.
       01 LINANTICIPO.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(4) VALUE SPACES.
           02 PIC X(17) VALUE "FRA. ANTICIPO N. ".
           02 L-ANTSERIE PIC 9(4).
           02 PIC X VALUE "/".
           02 L-ANTNUMSERIE PIC 9(6).
           02 L-ANTMAS PIC X(8).
       01 LINANTIVA.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(4) VALUE SPACES.
           02 PIC X(12) VALUE "DEDUCE BASE ".
           02 L-ANTBASE PIC ZZZ.ZZ9,99.
           02 PIC X(7) VALUE " CUOTA ".
           02 L-ANTCUOTA PIC ZZZ.ZZ9,99.
       01 LINCOBRAR.
           02 FILLER PIC 9(4) COMP-1 VALUE 15.
           02 PIC X(28) VALUE "                            ".
      ** factura del cliente.
       01 NOTASFAC.
           02 T-NOTA PIC X(30) OCCURS 18.
      ** Hora de emision, signo y origen de las lineas para los
      ** totales de venta por dia de VENTDIA.COB.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       01 PCVENTANA.
           02 FILLER PIC 99 VALUE 2.
           02 FILLER PIC 99 VALUE 13.
       DOS SECTION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           PERFORM MarcarEnUso
           PERFORM LeerSesion
           PERFORM LeerIva
           PERFORM LeerImpresoraBarra
           PERFORM LeerEmpresa
           PERFORM LeerRegimenIva
           PERFORM PRESENTA
           PERFORM ELECCION
           MOVE 0 TO TECLAF
              CLOSE EMPRESA
           END-IF.

      ** Regimen especial del criterio de caja (REGIVA.DAT, lo      **
      ** mantiene EMPRESA.CBL): las facturas de un ejercicio        **
      ** acogido llevan la mencion obligatoria.                     **

       LeerRegimenIva.
           MOVE "N" TO RI-CRITCAJA
           MOVE 0 TO RI-DESDE RI-HASTA
           OPEN INPUT REGIVA
           IF ERRORRI = "00"
              READ REGIVA AT END MOVE "N" TO RI-CRITCAJA
              END-READ
              CLOSE REGIVA
           END-IF.
       MirarCriterioCaja.
           MOVE "N" TO ENCAJA
           IF ANOCAJA < 100
              ADD 2000 TO ANOCAJA
           END-IF
           IF RI-CAJA AND ANOCAJA NOT < RI-DESDE
              AND (RI-HASTA = 0 OR ANOCAJA NOT > RI-HASTA)
              MOVE "S" TO ENCAJA
           END-IF.

      ** Presentaci n en pantalla de la ventana **

       PRESENTA.
           MOVE TITULO TO LP(3)
           PERFORM MOSTRAR.
       MOSTRAR.
           PERFORM SACAR VARYING I FROM 2 BY 1 UNTIL I > 25
           PERFORM MarcarPantallaFormacion.
       SACAR.
           DISPLAY LP(I) LINE I POSITION 1
           CONTROL "FCOLOR=WHITE, BCOLOR=BLUE".
      * EN VIDEO INVERSO, "*" SI TIENE SENAL DE RESERVA APUNTADA);   *
      * SIN PLANO DEFINIDO SE SIGUE CON LA LISTA DE OCUPADAS DE      *
      * SIEMPRE. EL ESTADO "CUENTA PEDIDA" NO SE GUARDA EN NINGUN    *
      * FICHERO, ASI QUE EL PLANO NO LO PUEDE ENSENAR. DEBAJO DE     *
      * CADA MESA SALE EL CAMARERO DE SU RANGO EN ESTE SERVICIO.     *
      *****************************************************************
       DibujarPlano.
           PERFORM MarcarOcupadas
           PERFORM CargarRangos
           PERFORM MarcarSenaladas
           PERFORM MarcarAnticipadas
           MOVE "N" TO HAYPLANO
           MOVE "N" TO FINMM
           OPEN INPUT MESAMAES
              ELSE
                 DISPLAY CELDAMESA LINE MM-FILA POSITION MM-COL
              END-IF
              IF RANGO-M(MM-NUMERO) NOT = 0 AND MM-FILA < 21
                 COMPUTE FILARANGO = MM-FILA + 1
                 DISPLAY RANGO-M(MM-NUMERO) LINE FILARANGO
                    POSITION MM-COL
              END-IF
           END-IF.
       MarcarOcupadas.
           PERFORM LimpiarOcupada VARYING I FROM 1 BY 1 UNTIL I > 99
           IF SM-FINF = "N" AND SM-MESA > 0
              MOVE "S" TO SENALADA-M(SM-MESA)
           END-IF.
       MarcarAnticipadas.
           OPEN INPUT ANTICIPO
           IF ERRORAN = "00"
              MOVE "N" TO AN-FINF
              MOVE 1 TO AN-MESA
              START ANTICIPO KEY IS NOT < AN-MESA
                 INVALID KEY MOVE "S" TO AN-FINF
              END-START
              PERFORM MarcarUnaAnticipada UNTIL AN-FINF = "S"
              CLOSE ANTICIPO
           END-IF.
       MarcarUnaAnticipada.
           READ ANTICIPO NEXT AT END MOVE "S" TO AN-FINF
           END-READ.
           IF AN-FINF = "N" AND AN-MESA > 0 AND ANTICIPO-ENMESA
              MOVE "S" TO SENALADA-M(AN-MESA)
           END-IF.

      ** Nombre logico de la impresora de la barra; si PARAMIMP.DAT **
      ** no existe todo sigue saliendo por la impresora de siempre. **
              CLOSE USUARIOS
           END-IF.

      *****************************************************************
      * RANGOS DE CAMARERO: EL SERVICIO ES EL DE HOY Y EL TURNO SALE *
      * DE LA HORA (ANTES DE LAS 17 COMIDA, DESPUES CENA). SI LA     *
      * MESA ES DEL RANGO DE OTRO CAMARERO SE AVISA O SE PIDE LA     *
      * CLAVE DE UN ENCARGADO, SEGUN RANGOPAR.DAT; UN ENCARGADO      *
      * ABRE CUALQUIER MESA. SIN RANGOS APUNTADOS NO SE CONTROLA.    *
      *****************************************************************
       ValidarRango.
           PERFORM FijarTurnoRango
           MOVE RESERVA TO RN-MESA
           PERFORM BuscarRangoMesa
           IF CAMRANGO NOT = 0 AND CAMRANGO NOT = CAMARERO
              PERFORM LeerModoRango
              IF MODORANGO = "A" OR (MODORANGO = "C" AND SESNIVEL = 2)
                 DISPLAY "MESA DEL RANGO DEL CAMARERO         "
                    LINE 24 POSITION 2 REVERSE
                 DISPLAY CAMRANGO LINE 24 POSITION 32 REVERSE
                 ACCEPT NADA NO BEEP
                 END-ACCEPT
              END-IF
              IF MODORANGO = "C" AND SESNIVEL < 2
                 PERFORM PedirClaveRango
                 IF CREDITOOK = "N"
                    MOVE "N" TO CAMAREROOK
                    DISPLAY "SIN CLAVE DE ENCARGADO NO SE ABRE "
                       LINE 24 POSITION 2 REVERSE
                    ACCEPT NADA NO BEEP
                    END-ACCEPT
                 END-IF
              END-IF
              DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
           END-IF.
       FijarTurnoRango.
           ACCEPT HOYRANGO FROM DATE YYYYMMDD
           ACCEPT HORARANGO FROM TIME
           IF HORARANGO < 17000000
              MOVE "C" TO TURNORANGO
           ELSE
              MOVE "N" TO TURNORANGO
           END-IF.
       BuscarRangoMesa.
           MOVE 0 TO CAMRANGO
           OPEN INPUT RANGOS
           IF ERRORRN = "00"
              MOVE HOYRANGO TO RN-FECHA
              MOVE TURNORANGO TO RN-TURNO
              READ RANGOS
                 INVALID KEY
                    MOVE 0 TO RN-FECHA
                    READ RANGOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          MOVE RN-CAMARERO TO CAMRANGO
                    END-READ
                 NOT INVALID KEY
                    MOVE RN-CAMARERO TO CAMRANGO
              END-READ
              CLOSE RANGOS
           END-IF.
       LeerModoRango.
           MOVE "A" TO MODORANGO
           OPEN INPUT RANGOPAR
           IF ERRORRP = "00"
              READ RANGOPAR AT END CONTINUE
              END-READ
              IF ERRORRP = "00" AND (RP-MODO = "A" OR "C" OR "N")
                 MOVE RP-MODO TO MODORANGO
              END-IF
              CLOSE RANGOPAR
           END-IF.
       PedirClaveRango.
           MOVE "N" TO CREDITOOK
           DISPLAY "OTRO RANGO (       ); ENCARGADO COD/CLAVE:"
              LINE 24 POSITION 2 REVERSE
           DISPLAY CAMRANGO LINE 24 POSITION 14 REVERSE
           MOVE 0 TO CODIGOENC
           ACCEPT CODIGOENC LINE 24 POSITION 47 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE SPACES TO CLAVEENC
           ACCEPT CLAVEENC LINE 24 POSITION 52 NO BEEP OFF
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF CODIGOENC NOT = 0
              OPEN INPUT USUARIOS
              IF ERRORUSU = "00"
                 MOVE CODIGOENC TO UCODIGO
                 READ USUARIOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF UCLAVE = CLAVEENC AND UNIVEL = 2
                          AND USUARIO-ACTIVO
                          MOVE "S" TO CREDITOOK
                       END-IF
                 END-READ
                 CLOSE USUARIOS
              END-IF
           END-IF.

      *****************************************************************
      * RANGOS DEL SERVICIO DE AHORA PARA EL PLANO: PRIMERO EL       *
      * REPARTO FIJO DEL TURNO Y ENCIMA LO APUNTADO PARA HOY.        *
      *****************************************************************
       CargarRangos.
           PERFORM LimpiarRango VARYING I FROM 1 BY 1 UNTIL I > 99
           PERFORM FijarTurnoRango
           OPEN INPUT RANGOS
           IF ERRORRN = "00"
              MOVE 0 TO RN-FECHA
              PERFORM CargarRangosFecha
              MOVE HOYRANGO TO RN-FECHA
              PERFORM CargarRangosFecha
              CLOSE RANGOS
           END-IF.
       LimpiarRango.
           MOVE 0 TO RANGO-M(I).
       CargarRangosFecha.
           MOVE RN-FECHA TO FECHARANGO
           MOVE TURNORANGO TO RN-TURNO
           MOVE 0 TO RN-MESA
           MOVE "N" TO FINRN
           START RANGOS KEY IS NOT < RN-CLAVE
              INVALID KEY MOVE "S" TO FINRN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM CargarUnRango UNTIL FINRN = "S".
       CargarUnRango.
           READ RANGOS NEXT AT END MOVE "S" TO FINRN
           END-READ.
           IF FINRN = "N" AND (RN-FECHA NOT = FECHARANGO
              OR RN-TURNO NOT = TURNORANGO)
              MOVE "S" TO FINRN
           END-IF.
           IF FINRN = "N" AND RN-MESA > 0
              MOVE RN-CAMARERO TO RANGO-M(RN-MESA)
           END-IF.

      ** Alergias de la mesa: al sentarla se preguntan (precargando  **
      ** lo que hubiera) y quedan en MESAALER.DAT; cada plato que    **
      ** cruce con ellas exige confirmacion en firme del camarero.   **
                 UNTIL AX > 14
           END-IF.
       CruzarUnAlergeno.
           IF (PALERG(AX:1) = "S" OR "T") AND MESAALERG(AX:1) = "S"
              MOVE "S" TO HAYALERGIA
           END-IF.

               ACCEPT CAMARERO UPDATE NO BEEP LINE 22 POSITION 35
               END-ACCEPT
               PERFORM ValidarCamarero
               IF CAMAREROOK = "S"
                  PERFORM ValidarRango
               END-IF
           END-PERFORM
           DISPLAY NOMBRECAMARERO LINE 23 POSITION 25
           DISPLAY "COMENSALES" LINE 22 POSITION 45
           CLOSE MESAS
           MOVE 0 TO INICIO
           MOVE 18 TO TEND
           PERFORM LeerPrecuenta
           PERFORM LEER
           PERFORM AvisarPedidosQR
           PERFORM AvisarBonoMesa.
       ALTAS.
           MOVE CONTP(1) TO POSICION
           MOVE "S" TO MODIFIC
              END-ACCEPT
              DISPLAY T-NUMPLATO(PUNTERO) LINE LINEA POSITION CONTP(2)
              DISPLAY T-CANTIDAD(PUNTERO) LINE LINEA POSITION CONTP(4)
           END-IF.
           IF ESTADO = 0 AND PRECUESTADO NOT = "N"
              PERFORM ControlLineaPrecuenta
           END-IF.
           IF ESTADO = 0
              PERFORM PedirPesoLinea
           COMPUTE T-TOT(PUNTERO) = T-CANTIDAD(PUNTERO) * T-PVP(PUNTERO)
              IF T-PROMO(PUNTERO) NOT = 0
                 PERFORM AplicarPromoLinea

       DescontarStock.
           COMPUTE DELTASTOCK = T-CANTIDAD(PUNTERO) - CANTIDADANTERIOR
           MOVE 0 TO DELTAPESO
           IF LINEAPESO = "S"
              COMPUTE DELTAPESO = PESOLIN - PESOANTERIOR
           END-IF
           IF DELTASTOCK NOT = 0 OR DELTAPESO NOT = 0
              MOVE T-FACTOR(PUNTERO) TO FACTORLIN
              IF FACTORLIN = 0
                 MOVE 1 TO FACTORLIN
              END-READ
              MOVE T-NUMPLATO(PUNTERO) TO PLATOESC
              COMPUTE DELTAESC ROUNDED = DELTASTOCK * FACTORLIN
      * Al peso el escandallo es por kilo: se explota por los kilos.
              IF LINEAPESO = "S"
                 MOVE DELTAPESO TO DELTAESC
              END-IF
              PERFORM DescontarIngredientes
              MOVE DELTASTOCK TO COPASDELTA
              PERFORM ServirCopas
              IF DELTAESC > 0
                 MOVE "V" TO MV-TIPO
              ELSE
                 MOVE "A" TO MV-TIPO
              MOVE T-NUMPLATO(PUNTERO) TO MV-CODIGO
      * El apunte del diario va tambien escalado por el formato,
      * para que CONSUMO y VALSTOCK exploten el escandallo justo.
              COMPUTE MV-CANTIDAD = 0 - DELTAESC
              MOVE SPACES TO MV-MOTIVO
              IF DELTAESC < 0
                 MOVE MOTIVOBAJA TO MV-MOTIVO
              END-IF
              PERFORM GrabarMovStock
           END-IF.

      ** Vino por copas: si el plato es la copa de un vino, cada    **
      ** copa se sirve de la botella abierta; al acabarse (o si no  **
      ** hay ninguna) se abre la siguiente. Una copa anulada vuelve **
      ** a la botella en servicio. El stock lo lleva el escandallo. **

       ServirCopas.
           OPEN I-O COPAVINO
           IF ERRORCV = "00"
              MOVE PLATOESC TO CV-NUMPLATO
              START COPAVINO KEY IS = CV-NUMPLATO
                 INVALID KEY MOVE 0 TO COPASDELTA
              END-START
              IF COPASDELTA NOT = 0
                 READ COPAVINO NEXT AT END MOVE 0 TO COPASDELTA
                 END-READ
              END-IF
              IF COPASDELTA NOT = 0
                 OPEN I-O BOTABIER
                 IF ERRORBA NOT = "00"
                    OPEN OUTPUT BOTABIER
                    CLOSE BOTABIER
                    OPEN I-O BOTABIER
                 END-IF
                 IF ERRORBA = "00"
                    IF COPASDELTA > 0
                       PERFORM ServirUnaCopa COPASDELTA TIMES
                    ELSE
                       PERFORM DevolverCopas
                    END-IF
                    CLOSE BOTABIER
                 END-IF
              END-IF
              CLOSE COPAVINO
           END-IF.
       ServirUnaCopa.
           MOVE "N" TO HAYBOTELLA
           IF CV-FABRE NOT = 0
              MOVE CV-INGRED TO BA-INGRED
              MOVE CV-FABRE TO BA-FABRE
              MOVE CV-HABRE TO BA-HABRE
              READ BOTABIER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BA-ABIERTA AND BA-SERVIDAS < BA-COPASBOT
                       MOVE "S" TO HAYBOTELLA
                    END-IF
              END-READ
           END-IF
           IF HAYBOTELLA = "N"
              PERFORM AbrirBotella
           END-IF
           ADD 1 TO BA-SERVIDAS
           IF BA-SERVIDAS NOT < BA-COPASBOT
              MOVE "A" TO BA-ESTADO
              ACCEPT BA-FCIERRE FROM DATE YYYYMMDD
           END-IF
           REWRITE REG-BA INVALID KEY CONTINUE
           END-REWRITE.
      * La botella nueva toma las copas y el coste de ese momento;
      * si se abre en la misma centesima que la anterior se le da
      * la hora siguiente para no pisar la clave.
       AbrirBotella.
           MOVE CV-INGRED TO BA-INGRED
           ACCEPT BA-FABRE FROM DATE YYYYMMDD
           ACCEPT BA-HABRE FROM TIME
           IF BA-FABRE = CV-FABRE AND BA-HABRE NOT > CV-HABRE
              COMPUTE BA-HABRE = CV-HABRE + 1
           END-IF
           MOVE CV-COPAS TO BA-COPASBOT
           IF BA-COPASBOT = 0
              MOVE 1 TO BA-COPASBOT
           END-IF
           MOVE 0 TO BA-SERVIDAS
           MOVE " " TO BA-ESTADO
           MOVE 0 TO BA-FCIERRE
           MOVE 0 TO BA-COSTE
           MOVE 0 TO BA-PERDIDA
           OPEN INPUT INGRED
           IF ERRORING = "00"
              MOVE CV-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE IG-COSTE TO BA-COSTE
              END-READ
              CLOSE INGRED
           END-IF
           WRITE REG-BA INVALID KEY CONTINUE
           END-WRITE
           MOVE BA-FABRE TO CV-FABRE
           MOVE BA-HABRE TO CV-HABRE
           REWRITE REG-CV INVALID KEY CONTINUE
           END-REWRITE.
       DevolverCopas.
           IF CV-FABRE NOT = 0
              MOVE CV-INGRED TO BA-INGRED
              MOVE CV-FABRE TO BA-FABRE
              MOVE CV-HABRE TO BA-HABRE
              READ BOTABIER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF NOT BA-TIRADA
                       IF BA-SERVIDAS + COPASDELTA < 0
                          MOVE 0 TO BA-SERVIDAS
                       ELSE
                          ADD COPASDELTA TO BA-SERVIDAS
                       END-IF
                       IF BA-SERVIDAS < BA-COPASBOT
                          MOVE " " TO BA-ESTADO
                          MOVE 0 TO BA-FCIERRE
                       END-IF
                       REWRITE REG-BA INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.

      ** Apunte en el diario de movimientos de stock; la cantidad   **
      ** va firmada (negativa = sale genero, positiva = vuelve).    **

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
      ****************** control de las teclas de funcion *************

       TECLASFUNCION.
      ** Con precuenta impresa, las teclas que quitan, mueven, invitan
      ** o meten platos piden clave de encargado y quedan anotadas
           IF PRECUESTADO NOT = "N"
              AND (TECLAF = 4 OR 7 OR 10 OR 11 OR 12 OR 55)
               PERFORM ControlTeclaPrecuenta
           END-IF.
      ** Precuenta: la cuenta de la mesa sin facturar, para que el
      ** cliente la revise; la mesa queda bloqueada hasta la factura
           IF TECLAF = 54
               MOVE 1 TO ESTADO
               PERFORM APERTURA
               PERFORM ImprimirPrecuenta
           END-IF.
      ** Bono de agencia de viajes: agencia, bono y comensales que
      ** paga la agencia; el resto se cobra en la mesa como extras
           IF TECLAF = 55
               MOVE 1 TO ESTADO
               PERFORM APERTURA
               PERFORM BonoDeMesa
           END-IF.
      ** Ayuda y consulta de los platos
           IF TECLAF = 1
               CLOSE PLATOS
               MOVE "00" TO ERRORIMP
               WRITE FACTLIN FROM SPACES
               if errorimp = "00"
                  PERFORM APERTURA
                  MOVE 0 TO GRUPOFACTURA
                  PERFORM PrepararBonoMesa
                  IF BONOEXTRAS = "S"
                     PERFORM FacturarMesa
                  END-IF
                  PERFORM CerrarBonoMesa
                  PERFORM BorrarPedidosMesa
                  PERFORM ELECCION
               end-if
                     DELETE MESAS RECORD
               END-READ
               CLOSE MESAS
               PERFORM QuitarPesoLinea
               MOVE T-CANTIDAD(PUNTERO) TO CANTIDADANTERIOR
               MOVE 0 TO T-CANTIDAD(PUNTERO)
               PERFORM DescontarStock
               PERFORM InvitarLinea
           END-IF.

      ** Pedidos hechos por el cliente desde la tableta o la carta
      ** QR de la mesa: el camarero de la mesa los sirve (entran
      ** como si los tecleara) o los rechaza con su motivo
           IF TECLAF = 12
               MOVE 1 TO ESTADO
               PERFORM APERTURA
               PERFORM RevisarPedidosQR
               PERFORM LEER
           END-IF.

      ** Opci n de salida mediante el programa "mensaje.cob"
           IF TECLAF = 27
               MOVE 1 TO ESTADO
              PERFORM ReescribirSenal VARYING SM-I FROM 1 BY 1
                 UNTIL SM-I > SM-N
              CLOSE SENALMESA
           END-IF
           PERFORM CargarAnticiposMesa
           ADD ANT-IMPORTE TO SENALMESA-IMP.
       LeerUnaSenal.
           READ SENALMESA AT END MOVE "S" TO SM-FINF
           END-READ.
           MOVE SMT-MESA(SM-I) TO SM-MESA
           MOVE SMT-IMPORTE(SM-I) TO SM-IMPORTE
           WRITE REG-SENALMESA.

      *****************************************************************
      * ANTICIPOS FACTURADOS (FACANTIC) DE LA RESERVA O DEL EVENTO    *
      * QUE SE HAN PASADO A ESTA MESA: SU IMPORTE VA A CUENTA COMO    *
      * UNA SENAL Y AL GRABAR LA FACTURA SE DEDUCEN SU BASE Y SU      *
      * CUOTA, YA DECLARADAS EN LA FACTURA DE ANTICIPO. SI NO CABEN   *
      * EN ESTA FACTURA SE QUEDAN EN LA MESA PARA LA SIGUIENTE; AL    *
      * QUEDAR LIBRE LA MESA VUELVEN A PENDIENTES, PARA CARGARLOS DE  *
      * NUEVO O DEVOLVERLOS DESDE RESERVA.CBL O EVENTOS.CBL.          *
      *****************************************************************
       CargarAnticiposMesa.
           MOVE 0 TO ANT-N ANT-IMPORTE ANT-BASE ANT-CUOTA
           OPEN INPUT ANTICIPO
           IF ERRORAN = "00"
              MOVE "N" TO AN-FINF
              MOVE RESERVA TO AN-MESA
              START ANTICIPO KEY IS NOT < AN-MESA
                 INVALID KEY MOVE "S" TO AN-FINF
              END-START
              PERFORM LeerAnticipoMesa UNTIL AN-FINF = "S"
              CLOSE ANTICIPO
           END-IF.
       LeerAnticipoMesa.
           READ ANTICIPO NEXT AT END MOVE "S" TO AN-FINF
           END-READ.
           IF AN-FINF = "N" AND AN-MESA NOT = RESERVA
              MOVE "S" TO AN-FINF
           END-IF.
           IF AN-FINF = "N" AND ANTICIPO-ENMESA
              ADD 1 TO ANT-N
              ADD AN-IMPORTE TO ANT-IMPORTE
              ADD AN-BASE TO ANT-BASE
              ADD AN-CUOTA TO ANT-CUOTA
              IF ANT-N = 1
                 MOVE AN-SERIE TO ANT-SERIE
                 MOVE AN-NUMSERIE TO ANT-NUMSERIE
              END-IF
           END-IF.
       ComprobarAnticipos.
           IF ANT-N NOT = 0
              IF ANT-IMPORTE > TOTIVA OR ANT-BASE > SUMBASE(1)
                 OR ANT-CUOTA > SUMCUOTA(1)
                 SUBTRACT ANT-IMPORTE FROM SENALMESA-IMP
                 MOVE 0 TO ANT-N
                 DISPLAY "ANTICIPO MAYOR QUE LA FACTURA: SIGUE EN MESA"
                    LINE 24 POSITION 2 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
                 DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
              END-IF
           END-IF.
       ImprimirAnticipos.
           MOVE ANT-SERIE TO L-ANTSERIE
           MOVE ANT-NUMSERIE TO L-ANTNUMSERIE
           MOVE SPACES TO L-ANTMAS
           IF ANT-N > 1
              MOVE " Y OTRAS" TO L-ANTMAS
           END-IF
           MOVE ANT-BASE TO L-ANTBASE
           MOVE ANT-CUOTA TO L-ANTCUOTA
           WRITE FACTLIN FROM LINANTICIPO BEFORE ADVANCING 1 LINE
           MOVE LINANTICIPO TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LINANTIVA BEFORE ADVANCING 1 LINE
           MOVE LINANTIVA TO SPLINEA
           PERFORM GrabarLineaSpool.
       DescontarAnticipos.
           SUBTRACT ANT-IMPORTE FROM FPASTA
           SUBTRACT ANT-IMPORTE FROM FCOBRADO
           SUBTRACT ANT-BASE FROM FBASE1
           SUBTRACT ANT-CUOTA FROM FCUOTA1.
       MarcarAnticiposMesa.
           IF ANT-N NOT = 0
              OPEN I-O ANTICIPO
              IF ERRORAN = "00"
                 MOVE "N" TO AN-FINF
                 PERFORM MarcarUnAnticipo UNTIL AN-FINF = "S"
                 CLOSE ANTICIPO
              END-IF
           END-IF.
       MarcarUnAnticipo.
           MOVE RESERVA TO AN-MESA
           START ANTICIPO KEY IS NOT < AN-MESA
              INVALID KEY MOVE "S" TO AN-FINF
           END-START
           IF AN-FINF = "N"
              READ ANTICIPO NEXT AT END MOVE "S" TO AN-FINF
              END-READ
           END-IF
           IF AN-FINF = "N"
              IF AN-MESA NOT = RESERVA OR NOT ANTICIPO-ENMESA
                 MOVE "S" TO AN-FINF
              END-IF
           END-IF
           IF AN-FINF = "N"
              MOVE "F" TO AN-ESTADO
              MOVE NFAC TO AN-NFACFIN
              MOVE 0 TO AN-MESA
              REWRITE REG-AN INVALID KEY MOVE "S" TO AN-FINF
              END-REWRITE
           END-IF.
      ** Suma lo consumido de la mesa (o del grupo, si la cuenta    **
      ** esta dividida) para calcular el descuento acordado.         **

           CLOSE MESAS.
       SumarUnaLineaDto.
           PERFORM LeerPedidoMesa
           PERFORM MirarLineaBono
           IF FIN = "N" AND NOT LINEA-COMPONENTE AND LINEABONO = "N"
              IF GRUPOFACTURA = 0 OR M-GRUPO = GRUPOFACTURA
                 ADD M-TOTAL TO SUMADTO
              END-IF
           END-IF.
       FACTURA.
           PERFORM MirarLineaBono
           IF NOT LINEA-COMPONENTE AND LINEABONO = "N"
              MOVE M-NOM TO L-NOM
              MOVE M-CANTIDAD TO L-CANTIDAD
              MOVE M-PVP TO L-PVP
              END-WRITE
              MOVE LINDET TO SPLINEA
              PERFORM GrabarLineaSpool
              PERFORM ImprimirPesoLinea
              ADD M-TOTAL TO SUMTOTAL
              PERFORM AcumularBaseIva
           END-IF
              MOVE 1 TO TIPOLIN
           END-IF
           ADD M-TOTAL TO SUMBASE(TIPOLIN).
      *****************************************************************
      * PAN Y CUBIERTO Y SUPLEMENTOS: SE BUSCAN EN CUBIERTO.DAT LAS   *
      * REGLAS DE LA ZONA DE LA MESA (O DE TODAS) VIGENTES HOY; CADA  *
      * UNA VA COMO LINEA PROPIA, POR COMENSAL O UNA POR MESA. NO     *
      * ENTRAN EN EL DESCUENTO (SE SUMAN DESPUES DE REPARTIRLO) NI EN *
      * LAS PROMOCIONES, QUE SOLO MIRAN LOS PLATOS.                   *
      *****************************************************************
       CalcularCubierto.
           MOVE 0 TO CT-N
           MOVE 0 TO CUBTOTAL
           ACCEPT FECHAHOYPRO FROM DATE YYYYMMDD
           MOVE "C" TO ZONAMESA
           OPEN INPUT MESAMAES
           IF ERRORMM = "00"
              MOVE RESERVA TO MM-NUMERO
              READ MESAMAES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE MM-ZONA TO ZONAMESA
              END-READ
              CLOSE MESAMAES
           END-IF
           OPEN INPUT CUBIERTO
           IF ERRORCB = "00"
              MOVE "N" TO FINCB
              MOVE 0 TO CB-NUM
              START CUBIERTO KEY IS NOT < CB-NUM
                 INVALID KEY MOVE "S" TO FINCB
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM MirarUnCubierto UNTIL FINCB = "S"
              CLOSE CUBIERTO
           END-IF.
       MirarUnCubierto.
           READ CUBIERTO NEXT AT END MOVE "S" TO FINCB
           END-READ.
           IF FINCB = "N" AND CT-N < 9 AND CB-IMPORTE NOT = 0
              AND BONOACTIVO = "N"
              AND (CB-ZONA = ZONAMESA OR " ")
              AND FECHAHOYPRO NOT < CB-DESDE
              AND (CB-HASTA = 0 OR FECHAHOYPRO NOT > CB-HASTA)
              IF CUBIERTO-POR-MESA
                 MOVE 1 TO CANTCUB
              ELSE
                 MOVE COMENSALES TO CANTCUB
              END-IF
              IF CANTCUB > 0
                 ADD 1 TO CT-N
                 MOVE CB-NUM TO CT-REGLA(CT-N)
                 MOVE CB-NOMBRE TO CT-NOM(CT-N)
                 MOVE CANTCUB TO CT-CANTIDAD(CT-N)
                 MOVE CB-IMPORTE TO CT-PVP(CT-N)
                 COMPUTE CT-TOTAL(CT-N) = CANTCUB * CB-IMPORTE
                 MOVE CB-TIPOIVA TO CT-TIPOIVA(CT-N)
                 IF CT-TIPOIVA(CT-N) = 0 OR CT-TIPOIVA(CT-N) > 3
                    MOVE 1 TO CT-TIPOIVA(CT-N)
                 END-IF
                 ADD CT-TOTAL(CT-N) TO CUBTOTAL
              END-IF
           END-IF.
       ImprimirCubierto.
           PERFORM ImprimirUnCubierto VARYING CT-I FROM 1 BY 1
              UNTIL CT-I > CT-N.
       ImprimirUnCubierto.
           MOVE CT-NOM(CT-I) TO L-NOM
           MOVE CT-CANTIDAD(CT-I) TO L-CANTIDAD
           MOVE CT-PVP(CT-I) TO L-PVP
           MOVE CT-TOTAL(CT-I) TO L-TOTAL
           WRITE FACTLIN FROM LINDET BEFORE ADVANCING 1 LINE
           END-WRITE
           MOVE LINDET TO SPLINEA
           PERFORM GrabarLineaSpool.
       SumarCubierto.
           ADD CUBTOTAL TO SUMTOTAL
           PERFORM SumarUnCubierto VARYING CT-I FROM 1 BY 1
              UNTIL CT-I > CT-N.
       SumarUnCubierto.
           ADD CT-TOTAL(CT-I) TO SUMBASE(CT-TIPOIVA(CT-I)).

      ** Las lineas de cubierto quedan en FACTLIN.DAT con plato 0 y  **
      ** en el diario de cubiertos para el cierre del dia.           **

       GrabarLineasCubierto.
           IF CT-N > 0
              OPEN EXTEND CUBIAPL
              PERFORM GrabarUnCubierto VARYING CT-I FROM 1 BY 1
                 UNTIL CT-I > CT-N
              IF ERRORCA = "00" OR "05"
                 CLOSE CUBIAPL
              END-IF
           END-IF.
       GrabarUnCubierto.
           ADD 1 TO LINFACTLIN
           MOVE NFAC TO FL-NFAC
           MOVE LINFACTLIN TO FL-LINEA
           MOVE 0 TO FL-NUMPLATO
           MOVE CT-NOM(CT-I) TO FL-NOM
           MOVE CT-CANTIDAD(CT-I) TO FL-CANTIDAD
           MOVE CT-PVP(CT-I) TO FL-PVP
           MOVE CT-TOTAL(CT-I) TO FL-TOTAL
           MOVE 0 TO FL-FORMATO
           WRITE REG-FACTLIN INVALID KEY CONTINUE
           END-WRITE
           IF ERRORCA = "00" OR "05"
              MOVE FECHAHOYPRO TO CA-FECHA
              MOVE NFAC TO CA-NFAC
              MOVE RESERVA TO CA-MESA
              MOVE CT-REGLA(CT-I) TO CA-REGLA
              MOVE CT-CANTIDAD(CT-I) TO CA-CANTIDAD
              MOVE CT-TOTAL(CT-I) TO CA-TOTAL
              WRITE REG-CA
           END-IF.
       LimpiarIvaFactura.
           MOVE 0 TO SUMBASE(RATIVA)
           MOVE 0 TO SUMCUOTA(RATIVA).
           MOVE DiaSys TO L-FACDIA
           MOVE MesSys TO L-FACMES
           MOVE AnoSys TO L-FACANO
           PERFORM ImprimirMarcaFormacion
           WRITE FACTLIN FROM LINEMP1 BEFORE ADVANCING 1 LINE
           MOVE LINEMP1 TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LINEMP3 BEFORE ADVANCING 1 LINE
           MOVE LINEMP3 TO SPLINEA
           PERFORM GrabarLineaSpool
           MOVE AnoSys TO ANOCAJA
           PERFORM MirarCriterioCaja
           IF ENCAJA = "S"
              WRITE FACTLIN FROM LINCRITCAJA BEFORE ADVANCING 1 LINE
              MOVE LINCRITCAJA TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF
           WRITE FACTLIN FROM LINFACNUM BEFORE ADVANCING 2 LINE.

      *****************************************************************
           END-IF
           PERFORM FACTURA UNTIL FIN = "S"
           CLOSE MESAS
           PERFORM ImprimirCubierto
           WRITE FACTLIN FROM LIN4 BEFORE ADVANCING 1 LINE
           MOVE LIN4 TO SPLINEA
           PERFORM GrabarLineaSpool
           COMPUTE L-SUMTOTAL = SUMTOTAL + CUBTOTAL
           WRITE FACTLIN FROM LIN5 BEFORE ADVANCING 1 LINE
           MOVE LIN5 TO SPLINEA
           PERFORM GrabarLineaSpool
              MOVE LINDESC TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF
           PERFORM SumarCubierto
           MOVE 0 TO CUOTATOTAL
           PERFORM ImprimirLineaIva VARYING RATIVA FROM 1 BY 1
              UNTIL RATIVA > 3
           WRITE FACTLIN FROM LIN8 BEFORE ADVANCING 3 LINE
           MOVE LIN8 TO SPLINEA
           PERFORM GrabarLineaSpool
           PERFORM ComprobarAnticipos
           IF SENALMESA-IMP NOT = 0
              MOVE SENALMESA-IMP TO L-SENAL
              WRITE FACTLIN FROM LINSENAL BEFORE ADVANCING 1 LINE
              MOVE LINRESTA TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF
           IF ANT-N NOT = 0
              PERFORM ImprimirAnticipos
           END-IF
           IF PROPINA > 0
              MOVE PROPINA TO L-PROPINA
              WRITE FACTLIN FROM LINPROP BEFORE ADVANCING 1 LINE
           ELSE
              MOVE "F" TO FCLASE
           END-IF
           IF ANT-N NOT = 0
              PERFORM DescontarAnticipos
           END-IF
           PERFORM AbrirPendiente
           WRITE REG-FAC INVALID KEY MOVE 12 TO I
                                     PERFORM MENSAJE
                                     PERFORM QuitarPendiente
                         NOT INVALID KEY MOVE 1 TO PASOTJ
                                     PERFORM MarcarPaso
                                     PERFORM GrabarLineasFactura
                                     MOVE 2 TO PASOTJ
                                     PERFORM MarcarPaso
                                     PERFORM ApuntarVentaDia
                                     MOVE 3 TO PASOTJ
                                     PERFORM MarcarPaso
                                     PERFORM AnotarExtrasBono
                                     PERFORM GrabarReciboMesa
                                     MOVE 4 TO PASOTJ
                                     PERFORM MarcarPaso
                                     PERFORM GrabarRegistroFactura
                                     PERFORM QuitarPendiente
                                     PERFORM VincularReserva
                                     PERFORM MarcarAnticiposMesa
                                     MOVE 13 TO I
                                     PERFORM MENSAJE
           END-WRITE.
           MOVE 0 TO SENALMESA-IMP
           MOVE 0 TO ANT-N
           CALL "RECUP.EXE"
           CLOSE FACTURA.

           PERFORM IniciarPedidosMesa
           PERFORM LeerLineaMesa UNTIL FIN = "S"
           CLOSE MESAS
           PERFORM GrabarLineasCubierto
           CLOSE DETFAC.
       LeerLineaMesa.
           PERFORM LeerPedidoMesa
              PERFORM GrabarUnaLineaFactura
           END-IF.
       GrabarUnaLineaFactura.
           PERFORM MirarLineaBono
           IF M-NUMPLATO NOT = 0 AND LINEABONO = "N"
              IF GRUPOFACTURA = 0 OR M-GRUPO = GRUPOFACTURA
                 ADD 1 TO LINFACTLIN
                 MOVE NFAC TO FL-NFAC
                 MOVE M-FORMATO TO FL-FORMATO
                 WRITE REG-FACTLIN INVALID KEY CONTINUE
                 END-WRITE
                 PERFORM GrabarPesoFactura
              END-IF
           END-IF.

      *****************************************************************
      * SUMA LA FACTURA RECIEN GRABADA (CON SUS LINEAS YA EN FACTLIN) *
      * EN LOS TOTALES DE VENTA POR DIA QUE LEEN LOS LISTADOS.        *
      *****************************************************************
       ApuntarVentaDia.
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.

      *****************************************************************
      * DIARIO DE LA FACTURA EN CURSO (PENDFAC.DAT): SE APUNTA ANTES  *
      * DE GRABAR LA CABECERA, CON LAS PARTES DEL COBRO, SE MARCA     *
      * CADA PASO AL TERMINARLO Y SE QUITA CUANDO ESTA TODO. SI HAY   *
      * UN CORTE, PENDFAC.CBL LA COMPLETA O LA ANULA AL ARRANCAR.     *
      *****************************************************************
       AbrirPendiente.
           MOVE NFAC TO TJ-NFAC
           MOVE "MESA" TO TJ-PROGRAMA
           ACCEPT TJ-FECHA FROM DATE YYYYMMDD
           ACCEPT TJ-HORA FROM TIME
           MOVE FMESA TO TJ-MESA
           MOVE FSERIE TO TJ-SERIE
           MOVE FNUMSERIE TO TJ-NUMSERIE
           MOVE "PPPPP" TO TJ-PASOS
           IF FPAGADA NOT = " " OR FCOBRADO = 0 OR PP-N = 0
              MOVE " " TO TJ-PASO(4)
           END-IF
           MOVE PP-N TO TJ-NPARTES
           MOVE PagoPartes TO TJ-PARTES
           MOVE ChequesPartes TO TJ-CHEQUES
           OPEN I-O PENDFAC
           IF ERRORTJ = "00" OR "05"
              WRITE REG-TJ INVALID KEY
                 REWRITE REG-TJ INVALID KEY CONTINUE
                 END-REWRITE
              END-WRITE
              CLOSE PENDFAC
           END-IF.
       MarcarPaso.
           OPEN I-O PENDFAC
           IF ERRORTJ = "00"
              MOVE NFAC TO TJ-NFAC
              READ PENDFAC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "H" TO TJ-PASO(PASOTJ)
                    REWRITE REG-TJ INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE PENDFAC
           END-IF.
       QuitarPendiente.
           OPEN I-O PENDFAC
           IF ERRORTJ = "00"
              MOVE NFAC TO TJ-NFAC
              DELETE PENDFAC RECORD INVALID KEY CONTINUE
              END-DELETE
              CLOSE PENDFAC
           END-IF.

      *****************************************************************
      * SI LA MESA ES UNA RESERVA SENTADA HOY CON F6 DE RESERVA.CBL,  *
      * APUNTA EN RESFACT.DAT LA FACTURA, LOS COMENSALES REALES Y EL  *
      * GASTO. CON LA CUENTA DIVIDIDA LA PRIMERA FACTURA QUE SE GRABA *
      * ENCUENTRA LA RESERVA Y LAS DEMAS DEL MISMO REPARTO SUMAN SU    *
      * IMPORTE A ELLA.                                               *
      *****************************************************************
       VincularReserva.
           OPEN I-O RESFACT
           IF ERRORSG = "00" OR "05"
              IF GRUPOFACTURA > 0 AND VINCPAGINA NOT = 0
                 PERFORM SumarFacturaReserva
              ELSE
                 PERFORM BuscarReservaMesa
              END-IF
              CLOSE RESFACT
           END-IF.
       SumarFacturaReserva.
           MOVE VINCFECHA TO SG-FECHA
           MOVE VINCPAGINA TO SG-PAGINA
           READ RESFACT
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD TOTIVA TO SG-GASTO
                 ADD 1 TO SG-NFACTS
                 REWRITE REG-SG INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
       BuscarReservaMesa.
           MOVE 0 TO VINCPAGINA
           ACCEPT VINCFECHA FROM DATE YYYYMMDD
           MOVE VINCFECHA TO SG-FECHA
           MOVE 0 TO SG-PAGINA
           MOVE "N" TO SG-FINF
           START RESFACT KEY IS NOT < SG-CLAVE
              INVALID KEY MOVE "S" TO SG-FINF
           END-START
           PERFORM MirarUnaReservaMesa UNTIL SG-FINF = "S".
       MirarUnaReservaMesa.
           READ RESFACT NEXT AT END MOVE "S" TO SG-FINF
           END-READ.
           IF SG-FINF = "N" AND SG-FECHA NOT = VINCFECHA
              MOVE "S" TO SG-FINF
           END-IF.
           IF SG-FINF = "N" AND SG-SENTADA AND SG-MESA = RESERVA
              AND SG-NFAC = 0
              MOVE NFAC TO SG-NFAC
              MOVE 1 TO SG-NFACTS
              MOVE COMENSALES TO SG-REALES
              MOVE TOTIVA TO SG-GASTO
              REWRITE REG-SG INVALID KEY CONTINUE
              END-REWRITE
              MOVE SG-PAGINA TO VINCPAGINA
              MOVE "S" TO SG-FINF
           END-IF.

      *****************************************************************
      * MODO FORMACION: SI LOGIN.CBL DEJO LA MARCA DE ESTE PUESTO SE  *
      * TRABAJA CON LA CARPETA DE PRACTICAS, LA PANTALLA LLEVA EL     *
      * ROTULO FORMACION EN LA PRIMERA LINEA Y LO IMPRESO AVISA DE    *
      * QUE NO TIENE VALIDEZ FISCAL.                                  *
      *****************************************************************
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
              WRITE FACTLIN FROM LINFORMACION BEFORE ADVANCING 2 LINE
              MOVE LINFORMACION TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF.
       MarcarPantallaFormacion.
           IF ENFORMACION = "S"
              DISPLAY " FORMACION " LINE 1 POSITION 35 REVERSE
           END-IF.

      *****************************************************************
      * PAGO PARTIDO: VA PIDIENDO PARTES (FORMA DE PAGO E IMPORTE)    *
      * HASTA CUBRIR EL TOTAL; CADA PARTE GENERA LUEGO SU RECIBO. LA  *
      * FORMA DE PAGO DE LA FACTURA QUEDA COMO LA DE LA PARTE MAYOR.  *
      *****************************************************************
       PedirPagoPartes.
           MOVE 0 TO PP-N
           IF SENALMESA-IMP < TOTIVA
              COMPUTE PP-RESTO = TOTIVA - SENALMESA-IMP
           ELSE
              MOVE 0 TO PP-RESTO
           END-IF
           PERFORM PedirUnaParte UNTIL PP-RESTO = 0 OR PP-N = 5
           IF PP-RESTO NOT = 0
       PedirUnaParte.
           DISPLAY "PENDIENTE:  " LINE 16 POSITION 32 REVERSE
           DISPLAY PP-RESTO LINE 16 POSITION 45
           DISPLAY "PAGO E/T/V/C:" LINE 17 POSITION 32 REVERSE
           MOVE " " TO FMETODO
           PERFORM WITH TEST AFTER UNTIL FMETODO-EFECTIVO
              OR FMETODO-TARJETA OR FMETODO-VALE OR FMETODO-CHEQUE
               ACCEPT FMETODO LINE 17 POSITION 45 NO BEEP
               END-ACCEPT
           END-PERFORM
           IF FMETODO-VALE
              PERFORM CobrarConVale
           END-IF
           IF FMETODO-CHEQUE
              PERFORM CobrarConCheques
           END-IF
           IF VALEOK = "S"
              ADD 1 TO PP-N
              MOVE FMETODO TO PP-METODO(PP-N)
              MOVE PARTEIMP TO PP-IMPORTE(PP-N)
              SUBTRACT PARTEIMP FROM PP-RESTO
              IF FMETODO-CHEQUE
                 MOVE CHEQEMISOR TO PH-EMISOR(PP-N)
                 MOVE CHEQCANT TO PH-CANTIDAD(PP-N)
                 MOVE CHEQNOMINAL TO PH-NOMINAL(PP-N)
                 MOVE CHEQFACIAL TO PH-FACIAL(PP-N)
              END-IF
           END-IF.

      *****************************************************************
              CLOSE VALES
           END-IF.

      *****************************************************************
      * PAGO CON CHEQUES DE COMIDA (TICKET RESTAURANT, CHEQUE GOURMET *
      * ...): PIDE EL EMISOR, CUANTOS CHEQUES Y SU VALOR FACIAL; LA   *
      * PARTE ES EL VALOR DE LOS CHEQUES. LOS CHEQUES NO DAN CAMBIO:  *
      * SI PASAN DE LO PENDIENTE LA PARTE SE QUEDA EN LO PENDIENTE Y  *
      * AL EMISOR SE LE RECLAMA EL VALOR FACIAL ENTERO.               *
      *****************************************************************
       CobrarConCheques.
           MOVE "N" TO VALEOK
           DISPLAY "EMISOR: " LINE 17 POSITION 32 REVERSE
           MOVE 0 TO CHEQEMISOR
           ACCEPT CHEQEMISOR LINE 17 POSITION 41 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           OPEN INPUT EMICHEQ
           IF ERROREH = "00"
              MOVE CHEQEMISOR TO EH-CODIGO
              READ EMICHEQ
                 INVALID KEY
                    DISPLAY "EMISOR INEXISTENTE   " LINE 18
                       POSITION 32
                 NOT INVALID KEY
                    MOVE "S" TO VALEOK
              END-READ
              CLOSE EMICHEQ
           END-IF
           IF VALEOK = "S"
              DISPLAY EH-NOMBRE LINE 17 POSITION 45
              DISPLAY "N.CHEQUES:" LINE 18 POSITION 32 REVERSE
              MOVE 1 TO CHEQCANT
              ACCEPT CHEQCANT LINE 18 POSITION 43 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "VALOR:" LINE 18 POSITION 48 REVERSE
              MOVE 0 TO CHEQNOMINAL
              ACCEPT CHEQNOMINAL LINE 18 POSITION 55 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              COMPUTE CHEQFACIAL = CHEQCANT * CHEQNOMINAL
              MOVE CHEQFACIAL TO PARTEIMP
              IF PARTEIMP > PP-RESTO
                 MOVE PP-RESTO TO PARTEIMP
              END-IF
              IF CHEQFACIAL = 0
                 MOVE "N" TO VALEOK
              END-IF
              IF PP-N = 4 AND PARTEIMP < PP-RESTO
                 DISPLAY "LA ULTIMA PARTE HA DE CUBRIR EL RESTO"
                    LINE 18 POSITION 32
                 MOVE "N" TO VALEOK
              END-IF
           END-IF.

      *****************************************************************
      * SI LA FACTURA SE HA COBRADO AL CERRAR LA MESA, APUNTA EL COBRO *
      * COMO RECIBO NUMERADO EN RECIBOS.DAT (EL MISMO DIARIO QUE USAN  *
           MOVE FCAMARERO TO REC-CAMARERO
           WRITE REG-REC INVALID KEY CONTINUE
           END-WRITE
           IF PP-METODO(PP-I) = "C"
              PERFORM GrabarChequesParte
           END-IF
           COMPUTE CF-RECSIG = REC-NUM + 1
           MOVE REC-NUM     TO R-NUMREC
           MOVE REC-IMPORTE TO R-IMPORTE
           END-WRITE
           MOVE LINRECIBO TO SPLINEA
           PERFORM GrabarLineaSpool.
       GrabarChequesParte.
           OPEN I-O CHEQCOM
           IF ERRORCH NOT = "00"
              OPEN OUTPUT CHEQCOM
              CLOSE CHEQCOM
              OPEN I-O CHEQCOM
           END-IF
           MOVE REC-NUM TO CH-RECIBO
           MOVE REC-FECHA TO CH-FECHA
           MOVE NFAC TO CH-NFAC
           MOVE PH-EMISOR(PP-I) TO CH-EMISOR
           MOVE PH-CANTIDAD(PP-I) TO CH-CANTIDAD
           MOVE PH-NOMINAL(PP-I) TO CH-NOMINAL
           MOVE PH-FACIAL(PP-I) TO CH-IMPORTE
           MOVE 0 TO CH-REMESA
           WRITE REG-CH INVALID KEY CONTINUE
           END-WRITE
           CLOSE CHEQCOM.
       BuscarLibreRecibo.
           MOVE REC-PRUEBA TO REC-NUM
           READ RECIBOS
           PERFORM ASIGNARGRUPO UNTIL T-NUMPLATO(PUNTERO) = " " OR 0
              OR PUNTERO > 17
           PERFORM APERTURA
           MOVE 0 TO GRUPOFACTURA
           MOVE 0 TO VINCPAGINA
           PERFORM PrepararBonoMesa
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              PERFORM FacturarUnGrupo VARYING GRUPOACTUAL FROM 1 BY 1
                 UNTIL GRUPOACTUAL > NUMDIVISION
              PERFORM CerrarBonoMesa
           END-IF
           CLOSE LISTADO
           PERFORM BorrarPedidosMesa
           PERFORM GrabarMovStock
           MOVE MENUCOMP TO PLATOESC
           MOVE MENUCANT TO DELTAESC
           PERFORM DescontarIngredientes
           MOVE MENUCANT TO COPASDELTA
           PERFORM ServirCopas.

      *****************************************************************
      * ACEPTA LA NOTA DE PREPARACION DE LA LINEA DEL CURSOR Y LA     *
              END-IF
           END-IF.
       MoverTraspaso.
           PERFORM TraspasarPeso
           PERFORM AbrirMesas
           MOVE MESADESTINO TO M-MESA
           MOVE TR-NUMPLATO(TR) TO M-NUMPLATO
              NOT INVALID KEY
                 ADD TR-CANTIDAD(TR) TO M-CANTIDAD
                 ADD TR-ENVIADO(TR) TO M-ENVIADO
                 IF LINEAPESO = "S"
                    ADD TR-TOTAL(TR) TO M-TOTAL
                    MOVE 1 TO M-CANTIDAD
                    MOVE M-TOTAL TO M-PVP
                    IF M-ENVIADO > 1
                       MOVE 1 TO M-ENVIADO
                    END-IF
                 ELSE
                    COMPUTE M-TOTAL = M-CANTIDAD * M-PVP
                 END-IF
                 REWRITE REG-ME INVALID KEY CONTINUE
                 END-REWRITE
           END-READ
           PERFORM IniciarPedidosMesa
           PERFORM BorrarUnPedido UNTIL FIN = "S"
           CLOSE MESAS
           PERFORM BorrarPesosMesa
           PERFORM BorrarPrecuenta
           PERFORM CerrarServicioMesa
           PERFORM LiberarAnticiposMesa
      * La mesa queda libre: sus alergias declaradas se retiran.
           OPEN I-O MESAALER
           IF ERRORMA = "00"
              CLOSE MESAALER
           END-IF
           MOVE ALL "N" TO MESAALERG.
      * Los anticipos que siguen en la mesa (no cabian en la factura
      * o la mesa de bono se cerro sin factura) vuelven a pendientes.
       LiberarAnticiposMesa.
           OPEN I-O ANTICIPO
           IF ERRORAN = "00"
              MOVE "N" TO AN-FINF
              PERFORM LiberarUnAnticipo UNTIL AN-FINF = "S"
              CLOSE ANTICIPO
           END-IF.
       LiberarUnAnticipo.
           MOVE RESERVA TO AN-MESA
           START ANTICIPO KEY IS NOT < AN-MESA
              INVALID KEY MOVE "S" TO AN-FINF
           END-START
           IF AN-FINF = "N"
              READ ANTICIPO NEXT AT END MOVE "S" TO AN-FINF
              END-READ
           END-IF
           IF AN-FINF = "N"
              IF AN-MESA NOT = RESERVA OR NOT ANTICIPO-ENMESA
                 MOVE "S" TO AN-FINF
              END-IF
           END-IF
           IF AN-FINF = "N"
              MOVE " " TO AN-ESTADO
              MOVE 0 TO AN-MESA
              REWRITE REG-AN INVALID KEY MOVE "S" TO AN-FINF
              END-REWRITE
           END-IF.
       BorrarUnPedido.
           PERFORM LeerPedidoMesa
           IF FIN = "N"
               ACCEPT T-GRUPO(PUNTERO) LINE 24 POSITION 62 NO BEEP
           END-PERFORM
           ADD 1 TO PUNTERO.
      ** En mesa de agencia, el grupo que solo tiene platos del bono **
      ** no lleva factura.                                           **

       FacturarUnGrupo.
           MOVE GRUPOACTUAL TO GRUPOFACTURA
           PERFORM ContarExtrasBono
           IF BONOEXTRAS = "S"
              PERFORM FACTURARGRUPO
           END-IF.
       FACTURARGRUPO.
           WRITE FACTLIN FROM SPACES
           MOVE "S" TO IMPCOCOK
               PERFORM LimpiarIvaFactura VARYING RATIVA FROM 1
                  BY 1 UNTIL RATIVA > 3
           PERFORM PedirDescuentoPropina
           IF GRUPOACTUAL = 1
              PERFORM CalcularCubierto
           ELSE
              MOVE 0 TO CT-N
              MOVE 0 TO CUBTOTAL
           END-IF
           PERFORM ImprimirFacturaGrupo
           WRITE FACTLIN FROM LINCOPIARESTO BEFORE ADVANCING 2 LINE
           MOVE LINCOPIARESTO TO SPLINEA
              PERFORM LeerPedidoMesa
           END-IF
           PERFORM FACTURAGRUPO UNTIL FIN = "S"
           PERFORM ImprimirCubierto
           WRITE FACTLIN FROM LIN4 BEFORE ADVANCING 1 LINE
           MOVE LIN4 TO SPLINEA
           PERFORM GrabarLineaSpool
           COMPUTE L-SUMTOTAL = SUMTOTAL + CUBTOTAL
           WRITE FACTLIN FROM LIN5 BEFORE ADVANCING 1 LINE
           MOVE LIN5 TO SPLINEA
           PERFORM GrabarLineaSpool
              MOVE LINDESC TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF
           PERFORM SumarCubierto
           MOVE 0 TO CUOTATOTAL
           PERFORM ImprimirLineaIva VARYING RATIVA FROM 1 BY 1
              UNTIL RATIVA > 3
           WRITE FACTLIN FROM LIN8 BEFORE ADVANCING 3 LINE
           MOVE LIN8 TO SPLINEA
           PERFORM GrabarLineaSpool
           PERFORM ComprobarAnticipos
           IF SENALMESA-IMP NOT = 0
              MOVE SENALMESA-IMP TO L-SENAL
              WRITE FACTLIN FROM LINSENAL BEFORE ADVANCING 1 LINE
              MOVE LINRESTA TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF
           IF ANT-N NOT = 0
              PERFORM ImprimirAnticipos
           END-IF
           IF PROPINA > 0
              MOVE PROPINA TO L-PROPINA
              WRITE FACTLIN FROM LINPROP BEFORE ADVANCING 1 LINE
           PERFORM GrabarLineaSpool
           CLOSE MESAS.
       FACTURAGRUPO.
           PERFORM MirarLineaBono
           IF M-GRUPO = GRUPOACTUAL AND NOT LINEA-COMPONENTE
              AND LINEABONO = "N"
              MOVE M-NOM TO L-NOM
              MOVE M-CANTIDAD TO L-CANTIDAD
              MOVE M-PVP TO L-PVP
              END-WRITE
              MOVE LINDET TO SPLINEA
              PERFORM GrabarLineaSpool
              PERFORM ImprimirPesoLinea
              ADD M-TOTAL TO SUMTOTAL
              PERFORM AcumularBaseIva
           END-IF
              WRITE REG-INC
              CLOSE INCIDEN
           END-IF.
      *****************************************************************
      * PRECUENTA: SE IMPRIME LA CUENTA DE LA MESA (PLATOS, CUBIERTO, *
      * DESGLOSE DE IVA Y TOTAL) MARCADA COMO NO VALIDA COMO FACTURA, *
      * NUMERANDO CADA REIMPRESION. LA MESA QUEDA BLOQUEADA: PARA     *
      * METER O CAMBIAR PLATOS, O USAR LAS TECLAS DE BAJA, TRASPASO,  *
      * MENU, INVITACION O PEDIDOS DE MESA, HACE FALTA LA CLAVE DE UN *
      * ENCARGADO. TODO QUEDA EN PRECLOG.DAT CON USUARIO Y HORA.      *
      *****************************************************************
       ImprimirPrecuenta.
           MOVE 0 TO SUMTOTAL TOTIVA IVA CUOTATOTAL
           PERFORM LimpiarIvaFactura VARYING RATIVA FROM 1
              BY 1 UNTIL RATIVA > 3
           OPEN OUTPUT LISTADO
           MOVE "00" TO ERRORIMP
           WRITE FACTLIN FROM SPACES
           IF ERRORIMP = "00"
              MOVE "S" TO IMPCOCOK
              MOVE "P" TO SPTIPODOC
              PERFORM AbrirDocSpool
              PERFORM ContarPrecuenta
              MOVE 0 TO GRUPOFACTURA
              PERFORM CalcularCubierto
              PERFORM ImprimirCuerpoPrecuenta
              PERFORM CerrarDocSpool
              PERFORM GrabarPrecuenta
              MOVE "P" TO LG-TIPO
              MOVE 0 TO LG-TECLA LG-NUMPLATO LG-CANTANT LG-CANTNUE
              MOVE 0 TO LG-AUTORIZA
              MOVE TOTIVA TO LG-IMPORTE
              PERFORM AnotarPrecuenta
              MOVE "B" TO PRECUESTADO
              DISPLAY "PRECUENTA IMPRESA: MESA BLOQUEADA HASTA FACTURAR"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT NADA NO BEEP
              END-ACCEPT
              DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
           END-IF
           CLOSE LISTADO.
       ContarPrecuenta.
           MOVE 1 TO PRECUVECES
           OPEN INPUT PRECUEN
           IF ERRORPC = "00"
              MOVE RESERVA TO PC-MESA
              READ PRECUEN
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PC-VECES < 99
                       COMPUTE PRECUVECES = PC-VECES + 1
                    ELSE
                       MOVE 99 TO PRECUVECES
                    END-IF
              END-READ
              CLOSE PRECUEN
           END-IF.
       ImprimirCuerpoPrecuenta.
           MOVE "N" TO FIN
           PERFORM AbrirMesas
           MOVE DE-NOMBRE TO L-EMNOMBRE
           MOVE DE-NIF TO L-EMNIF
           MOVE DE-DIRECCION TO L-EMDIRECCION
           PERFORM ImprimirMarcaFormacion
           WRITE FACTLIN FROM LINEMP1 BEFORE ADVANCING 1 LINE
           MOVE LINEMP1 TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LINEMP2 BEFORE ADVANCING 2 LINE
           MOVE LINEMP2 TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LINPRECU BEFORE ADVANCING 1 LINE
           MOVE LINPRECU TO SPLINEA
           PERFORM GrabarLineaSpool
           ACCEPT FechaSys FROM DATE END-ACCEPT
           ACCEPT HORAPRODES FROM TIME
           MOVE RESERVA TO L-PCMESA
           MOVE DiaSys TO L-PCDIA
           MOVE MesSys TO L-PCMES
           MOVE AnoSys TO L-PCANO
           MOVE HP-HORA TO L-PCHORA
           MOVE HP-MIN TO L-PCMIN
           MOVE PRECUVECES TO L-PCVECES
           WRITE FACTLIN FROM LINPRECUDAT BEFORE ADVANCING 2 LINE
           MOVE LINPRECUDAT TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LIN1 BEFORE ADVANCING 1 LINE
           MOVE LIN1 TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LIN2 BEFORE ADVANCING 1 LINE
           MOVE LIN2 TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LIN3 BEFORE ADVANCING 1 LINE
           MOVE LIN3 TO SPLINEA
           PERFORM GrabarLineaSpool
           PERFORM IniciarPedidosMesa
           IF FIN = "N"
              PERFORM LeerPedidoMesa
           END-IF
           PERFORM FACTURA UNTIL FIN = "S"
           CLOSE MESAS
           PERFORM ImprimirCubierto
           WRITE FACTLIN FROM LIN4 BEFORE ADVANCING 1 LINE
           MOVE LIN4 TO SPLINEA
           PERFORM GrabarLineaSpool
           COMPUTE L-SUMTOTAL = SUMTOTAL + CUBTOTAL
           WRITE FACTLIN FROM LIN5 BEFORE ADVANCING 1 LINE
           MOVE LIN5 TO SPLINEA
           PERFORM GrabarLineaSpool
           PERFORM SumarCubierto
           MOVE 0 TO CUOTATOTAL
           PERFORM ImprimirLineaIva VARYING RATIVA FROM 1 BY 1
              UNTIL RATIVA > 3
           IF IVAINCLUIDO = "S"
              WRITE FACTLIN FROM LINIVAINC BEFORE ADVANCING 1 LINE
              MOVE LINIVAINC TO SPLINEA
              PERFORM GrabarLineaSpool
           END-IF
           MOVE CUOTATOTAL TO IVA
           WRITE FACTLIN FROM LIN7 BEFORE ADVANCING 1 LINE
           MOVE LIN7 TO SPLINEA
           PERFORM GrabarLineaSpool
           COMPUTE TOTIVA = IVA + SUMTOTAL
           MOVE TOTIVA TO L-TOTIVA
           WRITE FACTLIN FROM LIN8 BEFORE ADVANCING 3 LINE
           MOVE LIN8 TO SPLINEA
           PERFORM GrabarLineaSpool
           WRITE FACTLIN FROM LINPRECUPIE BEFORE ADVANCING 1 LINE
           END-WRITE
           MOVE LINPRECUPIE TO SPLINEA
           PERFORM GrabarLineaSpool.
       GrabarPrecuenta.
           OPEN I-O PRECUEN
           IF ERRORPC = "00" OR "05"
              MOVE RESERVA TO PC-MESA
              MOVE "S" TO EXISTEPC
              READ PRECUEN
                 INVALID KEY MOVE "N" TO EXISTEPC
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE RESERVA TO PC-MESA
              MOVE "B" TO PC-ESTADO
              MOVE PRECUVECES TO PC-VECES
              ACCEPT PC-FECHA FROM DATE YYYYMMDD
              ACCEPT PC-HORA FROM TIME
              MOVE TOTIVA TO PC-TOTAL
              MOVE SESCODIGO TO PC-USUARIO
              IF EXISTEPC = "S"
                 REWRITE REG-PC INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-PC INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              CLOSE PRECUEN
           END-IF.

      ** Al entrar en la mesa se recoge su estado de precuenta; si ya **
      ** no le quedan platos (facturada desde otro puesto) se borra.  **

       LeerPrecuenta.
           MOVE "N" TO PRECUESTADO
           OPEN INPUT PRECUEN
           IF ERRORPC = "00"
              MOVE RESERVA TO PC-MESA
              READ PRECUEN
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PC-ESTADO TO PRECUESTADO
              END-READ
              CLOSE PRECUEN
           END-IF
           IF PRECUESTADO NOT = "N"
              PERFORM AbrirMesas
              MOVE "N" TO FIN
              PERFORM IniciarPedidosMesa
              IF FIN = "N"
                 PERFORM LeerPedidoMesa
              END-IF
              CLOSE MESAS
              IF FIN = "S"
                 PERFORM BorrarPrecuenta
              END-IF
           END-IF.
       BorrarPrecuenta.
           MOVE "N" TO PRECUESTADO
           OPEN I-O PRECUEN
           IF ERRORPC = "00"
              MOVE RESERVA TO PC-MESA
              READ PRECUEN
                 INVALID KEY CONTINUE
                 NOT INVALID KEY DELETE PRECUEN RECORD
              END-READ
              CLOSE PRECUEN
           END-IF.

      ** Mesa bloqueada por precuenta: sin clave de encargado no se   **
      ** toca; con ella queda desbloqueada hasta facturar.            **

       DesbloquearPrecuenta.
           MOVE 08102170000041 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "MESA CON PRECUENTA IMPRESA" LINE 10 POSITION 27
              REVERSE
           DISPLAY "PARA CAMBIARLA HACE FALTA UN ENCARGADO" LINE 12
              POSITION 21
           IF SESNIVEL = 2
              MOVE "S" TO CREDITOOK
              MOVE SESCODIGO TO CODIGOENC
           ELSE
              PERFORM PedirVistoEncargado
           END-IF
           IF CREDITOOK = "S"
              MOVE "D" TO PRECUESTADO
              OPEN I-O PRECUEN
              IF ERRORPC = "00"
                 MOVE RESERVA TO PC-MESA
                 READ PRECUEN
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "D" TO PC-ESTADO
                       REWRITE REG-PC INVALID KEY CONTINUE
                       END-REWRITE
                 END-READ
                 CLOSE PRECUEN
              END-IF
              MOVE "D" TO LG-TIPO
              MOVE 0 TO LG-TECLA LG-NUMPLATO LG-CANTANT LG-CANTNUE
              MOVE 0 TO LG-IMPORTE
              MOVE CODIGOENC TO LG-AUTORIZA
              PERFORM AnotarPrecuenta
           ELSE
              DISPLAY "SIN VISTO BUENO: LA MESA NO SE TOCA" LINE 19
                 POSITION 23 REVERSE
              ACCEPT NADA NO BEEP
              END-ACCEPT
           END-IF
           CALL "RECUP.EXE".

      ** Plato nuevo o cantidad cambiada tras la precuenta. Sin visto **
      ** bueno la linea no se graba y la pantalla vuelve a la mesa.   **

       ControlLineaPrecuenta.
           IF MODIFIC = "N" OR PIVOTE NOT = T-NUMPLATO(PUNTERO)
              OR T-CANTIDAD(PUNTERO) NOT = CANTIDADANTERIOR
              IF PRECUESTADO = "B"
                 PERFORM DesbloquearPrecuenta
              END-IF
              IF PRECUESTADO = "B"
                 MOVE 1 TO ESTADO
                 PERFORM LEER
              ELSE
                 IF MODIFIC = "N"
                    MOVE "A" TO LG-TIPO
                 ELSE
                    MOVE "M" TO LG-TIPO
                 END-IF
                 MOVE 0 TO LG-TECLA LG-AUTORIZA
                 MOVE T-NUMPLATO(PUNTERO) TO LG-NUMPLATO
                 MOVE CANTIDADANTERIOR TO LG-CANTANT
                 MOVE T-CANTIDAD(PUNTERO) TO LG-CANTNUE
                 COMPUTE LG-IMPORTE = T-CANTIDAD(PUNTERO)
                    * T-PVP(PUNTERO)
                 PERFORM AnotarPrecuenta
              END-IF
           END-IF.

      ** Tecla de baja, traspaso, menu, invitacion o pedidos de mesa  **
      ** tras la precuenta: sin visto bueno la tecla no hace nada.    **

       ControlTeclaPrecuenta.
           IF PRECUESTADO = "B"
              PERFORM DesbloquearPrecuenta
           END-IF
           IF PRECUESTADO = "B"
              MOVE 1 TO ESTADO
              MOVE 0 TO TECLAF
           ELSE
              MOVE "T" TO LG-TIPO
              MOVE TECLAF TO LG-TECLA
              MOVE 0 TO LG-AUTORIZA LG-NUMPLATO LG-CANTANT LG-IMPORTE
              IF T-NUMPLATO(PUNTERO) NOT = " " AND NOT = 0
                 MOVE T-NUMPLATO(PUNTERO) TO LG-NUMPLATO
                 MOVE T-CANTIDAD(PUNTERO) TO LG-CANTANT
                 MOVE T-TOT(PUNTERO) TO LG-IMPORTE
              END-IF
              MOVE 0 TO LG-CANTNUE
              PERFORM AnotarPrecuenta
           END-IF.
       AnotarPrecuenta.
           OPEN EXTEND PRECLOG
           IF ERRORLG = "00" OR "05"
              ACCEPT LG-FECHA FROM DATE YYYYMMDD
              ACCEPT LG-HORA FROM TIME
              MOVE RESERVA TO LG-MESA
              MOVE SESCODIGO TO LG-USUARIO
              MOVE CAMARERO TO LG-CAMARERO
              WRITE REG-LG
              CLOSE PRECLOG
           END-IF.
       MENSAJE.
           DISPLAY LM(I) LINE 24 POSITION 2 REVERSE.
       1MENSAJE.
           ACCEPT NADA  NO BEEP
           DISPLAY LM(1) LINE 24 POSITION 2 REVERSE.

      *****************************************************************
      * PEDIDOS DESDE LA MESA (TABLETA / CARTA QR). EL SISTEMA DE     *
      * PEDIDOS DEJA UN QRnn.TXT POR MESA; AL ENTRAR EN LA MESA SUS   *
      * LINEAS PASAN A LA COLA COLAQR.DAT Y SE AVISA AL CAMARERO. CON *
      * F12 EL CAMARERO DE LA MESA LAS VA SIRVIENDO O RECHAZANDO: LO  *
      * SERVIDO PASA POR TARIFA, FORMATO, ALERGENOS, PROMOCIONES Y    *
      * STOCK IGUAL QUE LO TECLEADO Y SALE EN COMANDA; LO RECHAZADO   *
      * QUEDA EN QRRECH.DAT CON SU MOTIVO.                            *
      *****************************************************************
       AvisarPedidosQR.
           PERFORM ImportarPedidosQR
           PERFORM ContarPedidosQR
           IF QRPENDIENTES > 0
              MOVE QRPENDIENTES TO QA-PENDIENTES
              DISPLAY LINAVISOQR LINE 24 POSITION 2 REVERSE BLINK
              ACCEPT NADA NO BEEP
              END-ACCEPT
              DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
           END-IF.

      ** Pasa las lineas del QRnn.TXT de la mesa a la cola y deja el **
      ** fichero vacio para el siguiente pedido.                     **

       ImportarPedidosQR.
           MOVE SPACES TO NOMBREQR
           STRING RUTADATOS DELIMITED BY " "
                  "QR" DELIMITED BY SIZE
                  RESERVA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBREQR
           END-STRING
           OPEN INPUT PEDQR
           IF ERRORPQ = "00"
              OPEN I-O COLAQR
              IF ERRORCQ = "00" OR "05"
                 PERFORM BuscarUltimoQR
                 MOVE "N" TO FINPQ
                 PERFORM ImportarUnaLineaQR UNTIL FINPQ = "S"
                 CLOSE COLAQR
                 CLOSE PEDQR
                 OPEN OUTPUT PEDQR
                 CLOSE PEDQR
              ELSE
                 CLOSE PEDQR
              END-IF
           END-IF.
       BuscarUltimoQR.
           MOVE 0 TO ULTSEQQR
           MOVE RESERVA TO CQ-MESA
           MOVE 0 TO CQ-SEQ
           MOVE "N" TO FINCQ
           START COLAQR KEY IS NOT < CQ-CLAVE
              INVALID KEY MOVE "S" TO FINCQ
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LeerUltimoQR UNTIL FINCQ = "S".
       LeerUltimoQR.
           READ COLAQR NEXT AT END MOVE "S" TO FINCQ
           END-READ.
           IF FINCQ = "N" AND CQ-MESA NOT = RESERVA
              MOVE "S" TO FINCQ
           END-IF.
           IF FINCQ = "N"
              MOVE CQ-SEQ TO ULTSEQQR
           END-IF.
       ImportarUnaLineaQR.
           READ PEDQR AT END MOVE "S" TO FINPQ
           END-READ.
           IF FINPQ = "N"
              MOVE RESERVA TO CQ-MESA
              MOVE 0 TO CQ-NUMPLATO CQ-FORMATO CQ-CANTIDAD
              MOVE QD-NOTA TO CQ-NOTA
              IF QD-MESA NOT NUMERIC OR QD-NUMPLATO NOT NUMERIC
                 OR QD-FORMATO NOT NUMERIC OR QD-CANTIDAD NOT NUMERIC
                 MOVE "LINEA MAL FORMADA" TO MOTIVOQR
                 PERFORM GrabarRechazoQR
              ELSE
                 MOVE QD-NUMPLATO TO CQ-NUMPLATO
                 MOVE QD-FORMATO TO CQ-FORMATO
                 MOVE QD-CANTIDAD TO CQ-CANTIDAD
                 IF QD-MESA NOT = RESERVA
                    MOVE "PEDIDO DE OTRA MESA" TO MOTIVOQR
                    PERFORM GrabarRechazoQR
                 ELSE
                    IF QD-CANTIDAD = 0 OR QD-NUMPLATO = 0
                       MOVE "LINEA SIN PLATO O SIN CANTIDAD"
                          TO MOTIVOQR
                       PERFORM GrabarRechazoQR
                    ELSE
                       ADD 1 TO ULTSEQQR
                       MOVE ULTSEQQR TO CQ-SEQ
                       ACCEPT CQ-FECHA FROM DATE YYYYMMDD
                       ACCEPT CQ-HORA FROM TIME
                       WRITE REG-CQ INVALID KEY CONTINUE
                       END-WRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       ContarPedidosQR.
           MOVE 0 TO QRPENDIENTES
           OPEN INPUT COLAQR
           IF ERRORCQ = "00"
              MOVE RESERVA TO CQ-MESA
              MOVE 0 TO CQ-SEQ
              MOVE "N" TO FINCQ
              START COLAQR KEY IS NOT < CQ-CLAVE
                 INVALID KEY MOVE "S" TO FINCQ
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ContarUnPedidoQR UNTIL FINCQ = "S"
              CLOSE COLAQR
           END-IF.
       ContarUnPedidoQR.
           READ COLAQR NEXT AT END MOVE "S" TO FINCQ
           END-READ.
           IF FINCQ = "N" AND CQ-MESA NOT = RESERVA
              MOVE "S" TO FINCQ
           END-IF.
           IF FINCQ = "N"
              ADD 1 TO QRPENDIENTES
           END-IF.

      ** F12: solo el camarero de la mesa (o un encargado) atiende   **
      ** sus pedidos. ESC deja el resto en la cola para mas tarde.   **

       RevisarPedidosQR.
           IF SESNIVEL < 2 AND SESCODIGO NOT = CAMARERO
              DISPLAY "LOS PEDIDOS DE LA MESA LOS ATIENDE SU CAMARERO"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT NADA NO BEEP
              END-ACCEPT
              DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
           ELSE
              PERFORM ImportarPedidosQR
              MOVE 0 TO QRVISTAS
              MOVE 0 TO QRSERVIDAS
              OPEN I-O COLAQR
              IF ERRORCQ = "00" OR "05"
                 MOVE RESERVA TO CQ-MESA
                 MOVE 0 TO CQ-SEQ
                 MOVE "N" TO FINCQ
                 START COLAQR KEY IS NOT < CQ-CLAVE
                    INVALID KEY MOVE "S" TO FINCQ
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM AtenderUnPedidoQR UNTIL FINCQ = "S"
                 CLOSE COLAQR
              END-IF
              IF QRVISTAS = 0
                 DISPLAY "NO HAY PEDIDOS DESDE LA MESA          "
                    LINE 24 POSITION 2 REVERSE
                 ACCEPT NADA NO BEEP
                 END-ACCEPT
                 DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
              END-IF
              IF QRSERVIDAS > 0
                 PERFORM ComandaPedidosQR
              END-IF
           END-IF.
       AtenderUnPedidoQR.
           READ COLAQR NEXT AT END MOVE "S" TO FINCQ
           END-READ.
           IF FINCQ = "N" AND CQ-MESA NOT = RESERVA
              MOVE "S" TO FINCQ
           END-IF.
           IF FINCQ = "N"
              ADD 1 TO QRVISTAS
              MOVE SPACES TO MOTIVOQR
              MOVE CQ-NUMPLATO TO NUMPLATO
              READ PLATOS INVALID KEY
                 MOVE "PLATO INEXISTENTE" TO MOTIVOQR
              END-READ
              IF MOTIVOQR = SPACES AND NOT PLATO-DISPONIBLE
                 MOVE "PLATO NO DISPONIBLE" TO MOTIVOQR
              END-IF
              IF MOTIVOQR = SPACES
                 PERFORM ComprobarFormatoQR
              END-IF
              IF MOTIVOQR NOT = SPACES
                 PERFORM GrabarRechazoQR
                 DELETE COLAQR RECORD
                 MOVE NOM TO QX-NOM
                 IF MOTIVOQR = "PLATO INEXISTENTE"
                    MOVE SPACES TO QX-NOM
                 END-IF
                 MOVE MOTIVOQR TO QX-MOTIVO
                 DISPLAY LINRECHQR LINE 24 POSITION 2 REVERSE
                 ACCEPT NADA NO BEEP
                 END-ACCEPT
                 DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
              ELSE
                 PERFORM PreguntarPedidoQR
                 IF RESPQR = "S"
                    MOVE "N" TO HAYALERGIA
                    PERFORM ComprobarAlergenos
                    IF HAYALERGIA = "S"
                       PERFORM ConfirmarAlergeno
                    END-IF
                    IF HAYALERGIA = "X"
                       MOVE "ALERGENO DECLARADO EN LA MESA"
                          TO MOTIVOQR
                       PERFORM GrabarRechazoQR
                    ELSE
                       PERFORM ServirPedidoQR
                       ADD 1 TO QRSERVIDAS
                    END-IF
                    DELETE COLAQR RECORD
                 END-IF
                 IF RESPQR = "N"
                    PERFORM GrabarRechazoQR
                    DELETE COLAQR RECORD
                 END-IF
                 IF RESPQR = "E"
                    MOVE "S" TO FINCQ
                 END-IF
              END-IF
           END-IF.

      ** El formato pedido tiene que existir con precio en la ficha  **
      ** de formatos del plato; 0 es la racion entera.               **

       ComprobarFormatoQR.
           MOVE "ENTERO" TO FORMNOMQR
           MOVE 0 TO FORMPVPQR
           MOVE 1 TO FORMFACQR
           IF CQ-FORMATO NOT = 0
              MOVE "FORMATO INEXISTENTE" TO MOTIVOQR
              OPEN INPUT FORMATOS
              IF ERRORFM = "00"
                 MOVE NUMPLATO TO FM-PLATO
                 MOVE CQ-FORMATO TO FM-FORMATO
                 READ FORMATOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF FM-PVP NOT = 0
                          MOVE SPACES TO MOTIVOQR
                          MOVE FM-NOMBRE TO FORMNOMQR
                          MOVE FM-PVP TO FORMPVPQR
                          MOVE FM-FACTOR TO FORMFACQR
                          IF FORMFACQR = 0
                             MOVE 1 TO FORMFACQR
                          END-IF
                       END-IF
                 END-READ
                 CLOSE FORMATOS
              END-IF
           END-IF.
       PreguntarPedidoQR.
           MOVE 10211562000041 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "PEDIDO DESDE LA MESA" LINE 10 POSITION 30
              REVERSE
           DISPLAY NOM LINE 11 POSITION 23
           MOVE CQ-CANTIDAD TO QV-CANTIDAD
           MOVE FORMNOMQR TO QV-FORMATO
           DISPLAY LINPEDQR LINE 12 POSITION 23
           DISPLAY CQ-NOTA LINE 13 POSITION 23
           DISPLAY "S=SERVIR N=RECHAZAR ESC=DEJAR" LINE 14 POSITION 23
              REVERSE
           PERFORM WITH TEST AFTER UNTIL RESPQR = "S" OR "N" OR "E"
              MOVE " " TO RESPQR
              MOVE 0 TO TECLAQR
              ACCEPT RESPQR LINE 14 POSITION 54 NO BEEP UPDATE
                 ON EXCEPTION TECLAQR CONTINUE
              END-ACCEPT
              IF TECLAQR = 27
                 MOVE "E" TO RESPQR
              END-IF
              IF RESPQR = "s"
                 MOVE "S" TO RESPQR
              END-IF
              IF RESPQR = "n"
                 MOVE "N" TO RESPQR
              END-IF
           END-PERFORM
           IF RESPQR = "N"
              DISPLAY "MOTIVO:" LINE 15 POSITION 23 REVERSE
              MOVE SPACES TO MOTIVOQR
              ACCEPT MOTIVOQR LINE 15 POSITION 31 NO BEEP TAB
                 UPDATE
                 ON EXCEPTION TECLAQR CONTINUE
              END-ACCEPT
              IF MOTIVOQR = SPACES
                 MOVE "RECHAZADO POR EL CAMARERO" TO MOTIVOQR
              END-IF
           END-IF
           CALL "RECUP.EXE".

      ** La linea servida se monta en la ultima fila de la tabla de  **
      ** pantalla (la 18, que nunca se ve) y recorre el mismo camino **
      ** que una tecleada: tarifa, formato, promocion, aviso de      **
      ** bodega, NxM, stock y escandallo; despues se suma al plato   **
      ** si ya estaba pedido o entra como linea nueva.               **

       ServirPedidoQR.
           MOVE 18 TO PUNTERO
           MOVE NUMPLATO TO T-NUMPLATO(PUNTERO)
           MOVE CODIGO TO T-CODIGO(PUNTERO)
           MOVE NOM TO T-NOM(PUNTERO)
           PERFORM ElegirTarifa
           MOVE CQ-FORMATO TO FORMELEGIDO
           MOVE 1 TO FACTORLIN
           IF FORMELEGIDO NOT = 0
              MOVE FORMPVPQR TO PVPTARIFA
              MOVE FORMFACQR TO FACTORLIN
           END-IF
           MOVE FORMELEGIDO TO T-FORMATO(PUNTERO)
           MOVE FACTORLIN TO T-FACTOR(PUNTERO)
           MOVE PVPTARIFA TO T-PVPORIG(PUNTERO)
           MOVE CQ-NOTA TO T-NOTA(PUNTERO)
           PERFORM BuscarPromocion
           MOVE PROMOHALLADA TO T-PROMO(PUNTERO)
           MOVE PVPTARIFA TO T-PVP(PUNTERO)
           MOVE PTIPOIVA TO T-TIPOIVA(PUNTERO)
           IF T-TIPOIVA(PUNTERO) = 0
              MOVE 1 TO T-TIPOIVA(PUNTERO)
           END-IF
           MOVE CATEGORIA TO T-CATEG(PUNTERO)
           MOVE 0 TO T-GRUPO(PUNTERO)
           PERFORM AvisarBodega
           MOVE CQ-CANTIDAD TO T-CANTIDAD(PUNTERO)
           MOVE "N" TO MODIFIC
           PERFORM PedirPesoLinea
           COMPUTE T-TOT(PUNTERO) = T-CANTIDAD(PUNTERO) * T-PVP(PUNTERO)
           IF T-PROMO(PUNTERO) NOT = 0
              MOVE "N" TO MODIFIC
              PERFORM AplicarPromoLinea
           END-IF
           MOVE 0 TO CANTIDADANTERIOR
           PERFORM DescontarStock
           PERFORM AbrirMesas
           MOVE "N" TO FIN
           MOVE RESERVA TO M-MESA
           MOVE T-NUMPLATO(PUNTERO) TO M-NUMPLATO
           READ MESAS
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY
                 ADD T-CANTIDAD(PUNTERO) TO M-CANTIDAD
                 ADD T-TOT(PUNTERO) TO M-TOTAL
      * Otra pieza de un plato al peso: la linea sigue siendo una,
      * con el importe sumado, y vuelve a cocina en la comanda.
                 IF LINEAPESO = "S"
                    MOVE 1 TO M-CANTIDAD
                    MOVE M-TOTAL TO M-PVP
                    MOVE 0 TO M-ENVIADO
                 END-IF
                 IF M-NOTA = SPACES
                    MOVE T-NOTA(PUNTERO) TO M-NOTA
                 END-IF
                 REWRITE REG-ME INVALID KEY CONTINUE
                 END-REWRITE
           END-READ
           CLOSE MESAS
           IF FIN = "S"
              MOVE PUNTERO TO A
              PERFORM GRABAR
           END-IF
           MOVE ALL " " TO T-NUMPLATO(PUNTERO)
           MOVE 0 TO T-PROMO(PUNTERO)
           MOVE SPACES TO T-NOTA(PUNTERO).
       GrabarRechazoQR.
           ACCEPT RQ-FECHA FROM DATE YYYYMMDD
           ACCEPT RQ-HORA FROM TIME
           MOVE RESERVA TO RQ-MESA
           MOVE CQ-NUMPLATO TO RQ-NUMPLATO
           MOVE CQ-FORMATO TO RQ-FORMATO
           MOVE CQ-CANTIDAD TO RQ-CANTIDAD
           MOVE CQ-NOTA TO RQ-NOTA
           MOVE MOTIVOQR TO RQ-MOTIVO
           MOVE CAMARERO TO RQ-CAMARERO
           OPEN EXTEND QRRECH
           IF ERRORRQ = "00" OR "05"
              WRITE REG-RQ
              CLOSE QRRECH
           END-IF.

      ** Comanda de lo servido desde la mesa, igual que con F6.      **

       ComandaPedidosQR.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE "S" TO IMPCOCOK
              WRITE FACTLIN FROM SPACES
           ELSE
              MOVE "N" TO IMPCOCOK
           END-IF
           PERFORM ImprimirComanda
           IF ERRORIMP = "00"
              CLOSE LISTADO
           END-IF.

      *****************************************************************
      * PLATOS AL PESO: SI EL PLATO ESTA MARCADO EN PLAPESO.DAT, EN   *
      * VEZ DE UNIDADES SE PIDE EL PESO EN KG (TRES DECIMALES); LA    *
      * LINEA QUEDA CON CANTIDAD 1 Y PRECIO = PESO x PRECIO/KG, Y EL  *
      * PESO SE GUARDA EN PEDPESO.DAT PARA EL STOCK, LA FACTURA Y     *
      * LAS MODIFICACIONES. LAS PROMOCIONES NO SE APLICAN AL PESO.    *
      *****************************************************************
       PedirPesoLinea.
           MOVE "N" TO LINEAPESO
           MOVE 0 TO PESOLIN
           MOVE 0 TO PESOANTERIOR
           OPEN INPUT PLAPESO
           IF ERRORPK = "00"
              MOVE T-NUMPLATO(PUNTERO) TO PK-NUMPLATO
              READ PLAPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PLATO-AL-PESO AND PK-PVPKG NOT = 0
                       MOVE "S" TO LINEAPESO
                       MOVE PK-PVPKG TO PVPKGLIN
                    END-IF
              END-READ
              CLOSE PLAPESO
           END-IF
           IF LINEAPESO = "S"
              PERFORM PesarLinea
           END-IF.
       PesarLinea.
           MOVE 0 TO PESOGUARDADO
           MOVE "N" TO EXISTEPW
           OPEN I-O PEDPESO
           IF ERRORPW = "00" OR "05"
              MOVE RESERVA TO PW-MESA
              MOVE T-NUMPLATO(PUNTERO) TO PW-NUMPLATO
              READ PEDPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEPW
                    MOVE PW-PESO TO PESOGUARDADO
                    MOVE PW-PVPKG TO PVPKGLIN
              END-READ
           END-IF
           IF MODIFIC = "S"
              MOVE PESOGUARDADO TO PESOANTERIOR
           END-IF
           IF T-CANTIDAD(PUNTERO) NOT = 0
              MOVE 1 TO T-CANTIDAD(PUNTERO)
              MOVE PESOANTERIOR TO PESOLIN
              DISPLAY "PESO EN KG:" LINE 23 POSITION 45
              ACCEPT PESOLIN LINE 23 POSITION 57 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "                                   "
                 LINE 23 POSITION 45
           END-IF
           IF ERRORPW = "00" OR "05"
              COMPUTE PESOGUARDADO = PESOGUARDADO - PESOANTERIOR
                 + PESOLIN
              MOVE RESERVA TO PW-MESA
              MOVE T-NUMPLATO(PUNTERO) TO PW-NUMPLATO
              MOVE PESOGUARDADO TO PW-PESO
              MOVE PVPKGLIN TO PW-PVPKG
              IF EXISTEPW = "S"
                 IF PESOGUARDADO = 0
                    DELETE PEDPESO RECORD
                 ELSE
                    REWRITE REG-PW INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
              ELSE
                 IF PESOGUARDADO NOT = 0
                    WRITE REG-PW INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              END-IF
              CLOSE PEDPESO
           END-IF
           COMPUTE T-PVP(PUNTERO) ROUNDED = PESOLIN * PVPKGLIN
           MOVE T-PVP(PUNTERO) TO T-PVPORIG(PUNTERO)
           MOVE 0 TO T-PROMO(PUNTERO)
           IF PUNTERO < 18
              DISPLAY T-CANTIDAD(PUNTERO) LINE LINEA POSITION CONTP(4)
              DISPLAY T-PVP(PUNTERO) LINE LINEA POSITION CONTP(5)
           END-IF.

      ** Baja de una linea al peso: el peso entero vuelve al stock  **
      ** y su apunte de PEDPESO.DAT desaparece.                      **

       QuitarPesoLinea.
           MOVE "N" TO LINEAPESO
           MOVE 0 TO PESOLIN
           MOVE 0 TO PESOANTERIOR
           OPEN I-O PEDPESO
           IF ERRORPW = "00"
              MOVE RESERVA TO PW-MESA
              MOVE T-NUMPLATO(PUNTERO) TO PW-NUMPLATO
              READ PEDPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO LINEAPESO
                    MOVE PW-PESO TO PESOANTERIOR
                    DELETE PEDPESO RECORD
              END-READ
              CLOSE PEDPESO
           END-IF.

      ** El peso de la linea traspasada acompana al plato a la mesa **
      ** destino (sumandose si alli ya estaba pedido).               **

       TraspasarPeso.
           MOVE "N" TO LINEAPESO
           OPEN I-O PEDPESO
           IF ERRORPW = "00"
              MOVE RESERVA TO PW-MESA
              MOVE TR-NUMPLATO(TR) TO PW-NUMPLATO
              READ PEDPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO LINEAPESO
                    MOVE PW-PESO TO PESOLIN
                    MOVE PW-PVPKG TO PVPKGLIN
                    DELETE PEDPESO RECORD
              END-READ
              IF LINEAPESO = "S"
                 MOVE MESADESTINO TO PW-MESA
                 MOVE TR-NUMPLATO(TR) TO PW-NUMPLATO
                 READ PEDPESO
                    INVALID KEY
                       MOVE MESADESTINO TO PW-MESA
                       MOVE TR-NUMPLATO(TR) TO PW-NUMPLATO
                       MOVE PESOLIN TO PW-PESO
                       MOVE PVPKGLIN TO PW-PVPKG
                       WRITE REG-PW INVALID KEY CONTINUE
                       END-WRITE
                    NOT INVALID KEY
                       ADD PESOLIN TO PW-PESO
                       REWRITE REG-PW INVALID KEY CONTINUE
                       END-REWRITE
                 END-READ
              END-IF
              CLOSE PEDPESO
           END-IF.

      ** Linea "1,250 KG x 62,00 EUR/KG" bajo el plato al peso en la **
      ** factura (y en su copia de la cola de impresion).            **

       ImprimirPesoLinea.
           OPEN INPUT PEDPESO
           IF ERRORPW = "00"
              MOVE RESERVA TO PW-MESA
              MOVE M-NUMPLATO TO PW-NUMPLATO
              READ PEDPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE PW-PESO TO L-PESO
                    MOVE PW-PVPKG TO L-PVPKG
                    WRITE FACTLIN FROM LINPESOFAC BEFORE ADVANCING 1
                       LINE
                    END-WRITE
                    MOVE LINPESOFAC TO SPLINEA
                    PERFORM GrabarLineaSpool
              END-READ
              CLOSE PEDPESO
           END-IF.

      ** El peso y el precio por kilo pasan al detalle de la factura **
      ** (DETPESO.DAT, con la clave de su linea de FACTLIN.DAT).     **

       GrabarPesoFactura.
           OPEN INPUT PEDPESO
           IF ERRORPW = "00"
              MOVE RESERVA TO PW-MESA
              MOVE M-NUMPLATO TO PW-NUMPLATO
              READ PEDPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    OPEN I-O DETPESO
                    IF ERRORDP = "00" OR "05"
                       MOVE NFAC TO DP-NFAC
                       MOVE LINFACTLIN TO DP-LINEA
                       MOVE M-NUMPLATO TO DP-NUMPLATO
                       MOVE PW-PESO TO DP-PESO
                       MOVE PW-PVPKG TO DP-PVPKG
                       WRITE REG-DP INVALID KEY CONTINUE
                       END-WRITE
                       CLOSE DETPESO
                    END-IF
              END-READ
              CLOSE PEDPESO
           END-IF.

      ** La mesa facturada deja de tener pesos pendientes.           **

       BorrarPesosMesa.
           OPEN I-O PEDPESO
           IF ERRORPW = "00"
              MOVE RESERVA TO PW-MESA
              MOVE 0 TO PW-NUMPLATO
              MOVE "N" TO FINPW
              START PEDPESO KEY IS NOT < PW-CLAVE
                 INVALID KEY MOVE "S" TO FINPW
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BorrarUnPeso UNTIL FINPW = "S"
              CLOSE PEDPESO
           END-IF.
       BorrarUnPeso.
           READ PEDPESO NEXT AT END MOVE "S" TO FINPW
           END-READ.
           IF FINPW = "N" AND PW-MESA NOT = RESERVA
              MOVE "S" TO FINPW
           END-IF.
           IF FINPW = "N"
              DELETE PEDPESO RECORD
           END-IF.

      *****************************************************************
      * GRUPOS DE AGENCIA DE VIAJES / TUROPERADOR: LA MESA LLEVA EN   *
      * BONOMESA.DAT LA AGENCIA, EL BONO Y LOS COMENSALES QUE PAGA LA *
      * AGENCIA. LOS PLATOS DEL BONO (EL PLATO O MENU CONCERTADO, CON *
      * SUS COMPONENTES, HASTA LOS COMENSALES DEL BONO) NO SE COBRAN  *
      * EN LA MESA NI LLEVAN CUBIERTO; EL RESTO SON EXTRAS Y SE       *
      * FACTURAN COMO SIEMPRE. AL CERRAR LA MESA EL BONO PASA A       *
      * BONOS.DAT PARA LA FACTURA MENSUAL A LA AGENCIA (AGENCIAS) Y   *
      * SE IMPRIME EL JUSTIFICANTE PARA LA FIRMA DEL GUIA.            *
      *****************************************************************
       FacturarMesa.
           MOVE "S" TO IMPCOCOK
           MOVE "F" TO SPTIPODOC
           PERFORM AbrirDocSpool
           PERFORM ObtenerNumeroFactura
           MOVE 0 TO GRUPOFACTURA
           PERFORM PedirCliente
           PERFORM PedirDescuentoPropina
           PERFORM CalcularCubierto
           PERFORM ImprimirFactura
           WRITE FACTLIN FROM LINCOPIARESTO BEFORE ADVANCING
              2 LINE
           MOVE 0 TO SUMTOTAL TOTIVA IVA CUOTATOTAL
           PERFORM LimpiarIvaFactura VARYING RATIVA FROM 1
              BY 1 UNTIL RATIVA > 3
           PERFORM ImprimirFactura
           PERFORM GrabarFactura
           PERFORM CerrarDocSpool.
       CargarBonoMesa.
           MOVE "N" TO BONOACTIVO
           MOVE 0 TO BONOPLATO BONOPRECIO BONOIMPORTE
           MOVE SPACES TO BONOAGNOMBRE
           OPEN INPUT BONOMESA
           IF ERRORBM = "00"
              MOVE RESERVA TO BM-MESA
              READ BONOMESA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO BONOACTIVO
                    MOVE BM-AGENCIA TO BONOAGENCIA
                    MOVE BM-BONO TO BONONUM
                    MOVE BM-PAX TO BONOPAX
                    MOVE BM-COMISION TO BONOCOMISION
              END-READ
              CLOSE BONOMESA
           END-IF
           IF BONOACTIVO = "S"
              PERFORM LeerAgenciaBono
              COMPUTE BONOIMPORTE = BONOPAX * BONOPRECIO
           END-IF.

      ** AGENCIAOK: "S" agencia en activo, "B" de baja (sus bonos ya **
      ** apuntados se respetan), "N" no existe.                      **

       LeerAgenciaBono.
           MOVE "N" TO AGENCIAOK
           OPEN INPUT AGENCIA
           IF ERRORAG = "00"
              MOVE BONOAGENCIA TO AG-CODIGO
              READ AGENCIA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO AGENCIAOK
                    IF AGENCIA-BAJA
                       MOVE "B" TO AGENCIAOK
                    END-IF
                    MOVE AG-NOMBRE TO BONOAGNOMBRE
                    MOVE AG-PRECIO TO BONOPRECIO
                    MOVE AG-PLATO TO BONOPLATO
                    MOVE AG-COMISION TO BONOCOMAG
                    MOVE AG-TIPOIVA TO BONOTIPOIVA
              END-READ
              CLOSE AGENCIA
           END-IF
           IF AGENCIAOK = "N"
              MOVE "N" TO BONOACTIVO
           ELSE
              IF BONOPLATO = 0
                 MOVE MENUPLATO TO BONOPLATO
              END-IF
              IF BONOTIPOIVA = 0 OR BONOTIPOIVA > 3
                 MOVE 1 TO BONOTIPOIVA
              END-IF
           END-IF.
       AvisarBonoMesa.
           PERFORM CargarBonoMesa
           IF BONOACTIVO = "S"
              MOVE BONOAGNOMBRE TO BA-AGENCIA
              MOVE BONONUM TO BA-BONO
              DISPLAY LINAVISOBONO LINE 24 POSITION 2 REVERSE
              ACCEPT NADA NO BEEP
              END-ACCEPT
              DISPLAY LM(1) LINE 24 POSITION 2 REVERSE
           END-IF.

      ** Tecla de bono: apunta, cambia o quita (agencia 0) la agencia **
      ** de la mesa, por si el grupo llega sin reserva o cambia.     **

       BonoDeMesa.
           PERFORM CargarBonoMesa
           IF BONOACTIVO = "N"
              MOVE 0 TO BONOAGENCIA
              MOVE SPACES TO BONONUM
              MOVE COMENSALES TO BONOPAX
              MOVE 0 TO BONOCOMISION
           END-IF
           MOVE BONOAGENCIA TO BONOAGANT
           MOVE 08211762000041 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "BONO DE AGENCIA DE LA MESA" LINE 9 POSITION 28
              REVERSE
           DISPLAY "AGENCIA (0 = SIN AGENCIA):" LINE 11 POSITION 23
           ACCEPT BONOAGENCIA LINE 11 POSITION 51 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              IF BONOAGENCIA = 0
                 PERFORM QuitarBonoMesa
              ELSE
                 PERFORM LeerAgenciaBono
                 IF AGENCIAOK = "N" OR (AGENCIAOK = "B"
                    AND BONOAGENCIA NOT = BONOAGANT)
                    DISPLAY "AGENCIA INEXISTENTE O DE BAJA" LINE 16
                       POSITION 23 REVERSE
                    ACCEPT NADA NO BEEP
                    END-ACCEPT
                 ELSE
                    PERFORM PedirDatosBono
                 END-IF
              END-IF
           END-IF
           CALL "RECUP.EXE"
           PERFORM CargarBonoMesa.
       PedirDatosBono.
           DISPLAY BONOAGNOMBRE LINE 12 POSITION 23
           IF BONOAGENCIA NOT = BONOAGANT
              MOVE BONOCOMAG TO BONOCOMISION
           END-IF
           DISPLAY "BONO:" LINE 13 POSITION 23
           ACCEPT BONONUM LINE 13 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COMENSALES:" LINE 14 POSITION 23
           ACCEPT BONOPAX LINE 14 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COMISION %:" LINE 15 POSITION 23
           ACCEPT BONOCOMISION LINE 15 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND BONOPAX > 0
              PERFORM GuardarBonoMesa
           END-IF.
       GuardarBonoMesa.
           OPEN I-O BONOMESA
           IF ERRORBM = "00" OR "05"
              MOVE RESERVA TO BM-MESA
              MOVE BONOAGENCIA TO BM-AGENCIA
              MOVE BONONUM TO BM-BONO
              MOVE BONOPAX TO BM-PAX
              MOVE BONOCOMISION TO BM-COMISION
              WRITE REG-BM
                 INVALID KEY
                    REWRITE REG-BM INVALID KEY CONTINUE
                    END-REWRITE
              END-WRITE
              CLOSE BONOMESA
           END-IF.
       QuitarBonoMesa.
           OPEN I-O BONOMESA
           IF ERRORBM = "00"
              MOVE RESERVA TO BM-MESA
              DELETE BONOMESA RECORD INVALID KEY CONTINUE
              END-DELETE
              CLOSE BONOMESA
           END-IF.

      ** Al cobrar: confirma los comensales del bono y mira si queda **
      ** algo que cobrar en la mesa (si no, no se hace factura).     **

       PrepararBonoMesa.
           PERFORM CargarBonoMesa
           MOVE 0 TO BONOEXTIMP BONONFACEXT
           IF BONOACTIVO = "S"
              PERFORM PedirPaxBono
           END-IF
           PERFORM ContarExtrasBono.
       PedirPaxBono.
           MOVE 10211562000041 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "MESA DE AGENCIA:" LINE 11 POSITION 23 REVERSE
           DISPLAY BONOAGNOMBRE LINE 12 POSITION 23
           DISPLAY "BONO:" LINE 13 POSITION 23 REVERSE
           DISPLAY BONONUM LINE 13 POSITION 30
           DISPLAY "COMENSALES DEL BONO:" LINE 14 POSITION 23 REVERSE
           ACCEPT BONOPAX LINE 14 POSITION 45 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           COMPUTE BONOIMPORTE = BONOPAX * BONOPRECIO
           CALL "RECUP.EXE".
       ContarExtrasBono.
           MOVE "S" TO BONOEXTRAS
           IF BONOACTIVO = "S"
              MOVE "N" TO BONOEXTRAS
              PERFORM AbrirMesas
              MOVE "N" TO FIN
              PERFORM IniciarPedidosMesa
              PERFORM MirarExtraBono UNTIL FIN = "S"
              CLOSE MESAS
           END-IF.
       MirarExtraBono.
           PERFORM LeerPedidoMesa
           PERFORM MirarLineaBono
           IF FIN = "N" AND NOT LINEA-COMPONENTE AND LINEABONO = "N"
              AND M-NUMPLATO NOT = 0
              IF GRUPOFACTURA = 0 OR M-GRUPO = GRUPOFACTURA
                 MOVE "S" TO BONOEXTRAS
              END-IF
           END-IF.

      ** Linea del bono: la del plato concertado hasta los comensales **
      ** del bono (lo que pase de ahi queda como extra, a su precio) **
      ** y los componentes del menu cuando el bono es el menu.       **

       MirarLineaBono.
           MOVE "N" TO LINEABONO
           IF BONOACTIVO = "S" AND BONOPLATO NOT = 0
              IF M-NUMPLATO = BONOPLATO
                 IF M-CANTIDAD > BONOPAX
                    COMPUTE BONOCANT = M-CANTIDAD - BONOPAX
                    COMPUTE M-TOTAL ROUNDED =
                       M-TOTAL * BONOCANT / M-CANTIDAD
                    MOVE BONOCANT TO M-CANTIDAD
                 ELSE
                    MOVE "S" TO LINEABONO
                 END-IF
              END-IF
              IF LINEA-COMPONENTE AND BONOPLATO = MENUPLATO
                 MOVE "S" TO LINEABONO
              END-IF
           END-IF.
       AnotarExtrasBono.
           IF BONOACTIVO = "S"
              ADD FPASTA TO BONOEXTIMP
              MOVE NFAC TO BONONFACEXT
           END-IF.
       CerrarBonoMesa.
           IF BONOACTIVO = "S"
              PERFORM AnotarBono
              PERFORM ImprimirBono
              PERFORM QuitarBonoMesa
              MOVE "N" TO BONOACTIVO
           END-IF.
       AnotarBono.
           OPEN I-O BONOS
           IF ERRORBN = "00" OR "05"
              MOVE BONOAGENCIA TO BN-AGENCIA
              ACCEPT BN-FECHA FROM DATE YYYYMMDD
              ACCEPT BN-HORA FROM TIME
              MOVE RESERVA TO BN-MESA
              MOVE BONONUM TO BN-BONO
              MOVE BONOPAX TO BN-PAX
              MOVE BONOPRECIO TO BN-PRECIO
              MOVE BONOIMPORTE TO BN-IMPORTE
              MOVE BONOTIPOIVA TO BN-TIPOIVA
              MOVE BONOCOMISION TO BN-COMISION
              MOVE BONOEXTIMP TO BN-EXTRAS
              MOVE BONONFACEXT TO BN-NFACEXT
              MOVE 0 TO BN-NFAC
              MOVE CAMARERO TO BN-CAMARERO
              WRITE REG-BN INVALID KEY CONTINUE
              END-WRITE
              CLOSE BONOS
           END-IF.
       ImprimirBono.
           MOVE DE-NOMBRE TO L-EMNOMBRE
           MOVE DE-NIF TO L-EMNIF
           MOVE DE-DIRECCION TO L-EMDIRECCION
           IF ENFORMACION = "S"
              WRITE FACTLIN FROM LINFORMACION BEFORE ADVANCING 2 LINE
           END-IF
           WRITE FACTLIN FROM LINEMP1 BEFORE ADVANCING 1 LINE
           WRITE FACTLIN FROM LINEMP2 BEFORE ADVANCING 2 LINE
           WRITE FACTLIN FROM LINBONO1 BEFORE ADVANCING 2 LINE
           MOVE BONOAGNOMBRE TO L-BNAGENCIA
           WRITE FACTLIN FROM LINBONO2 BEFORE ADVANCING 1 LINE
           MOVE BONONUM TO L-BNBONO
           MOVE RESERVA TO L-BNMESA
           MOVE BONOPAX TO L-BNPAX
           WRITE FACTLIN FROM LINBONO3 BEFORE ADVANCING 2 LINE
           MOVE BONOIMPORTE TO L-BNIMPORTE
           WRITE FACTLIN FROM LINBONO4 BEFORE ADVANCING 1 LINE
           MOVE BONOEXTIMP TO L-BNEXTRAS
           WRITE FACTLIN FROM LINBONO5 BEFORE ADVANCING 3 LINE
           WRITE FACTLIN FROM LINBONO6 BEFORE ADVANCING 3 LINE.

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
           MOVE SPACES TO RF-ANULAHIS
           STRING RUTADATOS DELIMITED BY " "
                  "ANULAHIS.DAT" DELIMITED BY SIZE
                  INTO RF-ANULAHIS
           END-STRING
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-CONTFAC
           STRING RUTADATOS DELIMITED BY " "
                  "CONTFAC.DAT" DELIMITED BY SIZE
                  INTO RF-CONTFAC
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-REGIVA
           STRING RUTADATOS DELIMITED BY " "
                  "REGIVA.DAT" DELIMITED BY SIZE
                  INTO RF-REGIVA
           END-STRING
           MOVE SPACES TO RF-FORMATOS
           STRING RUTADATOS DELIMITED BY " "
                  "BODEGA.DAT" DELIMITED BY SIZE
                  INTO RF-BODEGA
           END-STRING
           MOVE SPACES TO RF-COPAVINO
           STRING RUTADATOS DELIMITED BY " "
                  "COPAVINO.DAT" DELIMITED BY SIZE
                  INTO RF-COPAVINO
           END-STRING
           MOVE SPACES TO RF-BOTABIER
           STRING RUTADATOS DELIMITED BY " "
                  "BOTABIER.DAT" DELIMITED BY SIZE
                  INTO RF-BOTABIER
           END-STRING
           MOVE SPACES TO RF-EMICHEQ
           STRING RUTADATOS DELIMITED BY " "
                  "EMICHEQ.DAT" DELIMITED BY SIZE
                  INTO RF-EMICHEQ
           END-STRING
           MOVE SPACES TO RF-CHEQCOM
           STRING RUTADATOS DELIMITED BY " "
                  "CHEQCOM.DAT" DELIMITED BY SIZE
                  INTO RF-CHEQCOM
           END-STRING
           MOVE SPACES TO RF-RESHIST
           STRING RUTADATOS DELIMITED BY " "
                  "RESHIST.DAT" DELIMITED BY SIZE
                  "LOTES.DAT" DELIMITED BY SIZE
                  INTO RF-LOTES
           END-STRING
           MOVE SPACES TO RF-LOTECONS
           STRING RUTADATOS DELIMITED BY " "
                  "LOTECONS.DAT" DELIMITED BY SIZE
                  INTO RF-LOTECONS
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  "MESAMAES.DAT" DELIMITED BY SIZE
                  INTO RF-MESAMAES
           END-STRING
           MOVE SPACES TO RF-RANGOS
           STRING RUTADATOS DELIMITED BY " "
                  "RANGOS.DAT" DELIMITED BY SIZE
                  INTO RF-RANGOS
           END-STRING
           MOVE SPACES TO RF-RANGOPAR
           STRING RUTADATOS DELIMITED BY " "
                  "RANGOPAR.DAT" DELIMITED BY SIZE
                  INTO RF-RANGOPAR
           END-STRING
           MOVE SPACES TO RF-MOVSTOCK
           STRING RUTADATOS DELIMITED BY " "
                  "MOVSTOCK.DAT" DELIMITED BY SIZE
                  "SENALMESA.DAT" DELIMITED BY SIZE
                  INTO RF-SENALMESA
           END-STRING
           MOVE SPACES TO RF-RESFACT
           STRING RUTADATOS DELIMITED BY " "
                  "RESFACT.DAT" DELIMITED BY SIZE
                  INTO RF-RESFACT
           END-STRING
           MOVE SPACES TO RF-ANTICIPO
           STRING RUTADATOS DELIMITED BY " "
                  "ANTICIPO.DAT" DELIMITED BY SIZE
                  INTO RF-ANTICIPO
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
           STRING RUTADATOS DELIMITED BY " "
                  "VALES.DAT" DELIMITED BY SIZE
                  INTO RF-VALES
           END-STRING
           MOVE SPACES TO RF-COLAQR
           STRING RUTADATOS DELIMITED BY " "
                  "COLAQR.DAT" DELIMITED BY SIZE
                  INTO RF-COLAQR
           END-STRING
           MOVE SPACES TO RF-QRRECH
           STRING RUTADATOS DELIMITED BY " "
                  "QRRECH.DAT" DELIMITED BY SIZE
                  INTO RF-QRRECH
           END-STRING
           MOVE SPACES TO RF-PLAPESO
           STRING RUTADATOS DELIMITED BY " "
                  "PLAPESO.DAT" DELIMITED BY SIZE
                  INTO RF-PLAPESO
           END-STRING
           MOVE SPACES TO RF-PEDPESO
           STRING RUTADATOS DELIMITED BY " "
                  "PEDPESO.DAT" DELIMITED BY SIZE
                  INTO RF-PEDPESO
           END-STRING
           MOVE SPACES TO RF-DETPESO
           STRING RUTADATOS DELIMITED BY " "
                  "DETPESO.DAT" DELIMITED BY SIZE
                  INTO RF-DETPESO
           END-STRING
           MOVE SPACES TO RF-CUBIERTO
           STRING RUTADATOS DELIMITED BY " "
                  "CUBIERTO.DAT" DELIMITED BY SIZE
                  INTO RF-CUBIERTO
           END-STRING
           MOVE SPACES TO RF-CUBIAPL
           STRING RUTADATOS DELIMITED BY " "
                  "CUBIAPL.DAT" DELIMITED BY SIZE
                  INTO RF-CUBIAPL
           END-STRING
           MOVE SPACES TO RF-PRECUEN
           STRING RUTADATOS DELIMITED BY " "
                  "PRECUEN.DAT" DELIMITED BY SIZE
                  INTO RF-PRECUEN
           END-STRING
           MOVE SPACES TO RF-PRECLOG
           STRING RUTADATOS DELIMITED BY " "
                  "PRECLOG.DAT" DELIMITED BY SIZE
                  INTO RF-PRECLOG
           END-STRING
           MOVE SPACES TO RF-AGENCIA
           STRING RUTADATOS DELIMITED BY " "
                  "AGENCIA.DAT" DELIMITED BY SIZE
                  INTO RF-AGENCIA
           END-STRING
           MOVE SPACES TO RF-BONOMESA
           STRING RUTADATOS DELIMITED BY " "
                  "BONOMESA.DAT" DELIMITED BY SIZE
                  INTO RF-BONOMESA
           END-STRING
           MOVE SPACES TO RF-BONOS
           STRING RUTADATOS DELIMITED BY " "
                  "BONOS.DAT" DELIMITED BY SIZE
                  INTO RF-BONOS
           END-STRING.
