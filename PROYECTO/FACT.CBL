           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL ANTICIPO ASSIGN TO DISK RF-ANTICIPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-NFAC
           ALTERNATE RECORD KEY IS AN-REF WITH DUPLICATES
           ALTERNATE RECORD KEY IS AN-MESA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AN-NFACFIN WITH DUPLICATES
           FILE STATUS IS ERRORAN.
           SELECT OPTIONAL CONTFAC ASSIGN TO DISK RF-CONTFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HFNFAC.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
           SELECT OPTIONAL FACTLINH ASSIGN TO DISK RF-FACTLINH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL PENDFAC ASSIGN TO DISK "PENDFAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJ-NFAC
           FILE STATUS IS ERRORTJ.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT OPTIONAL PUNTOS ASSIGN TO DISK RF-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREU.
           SELECT OPTIONAL DETPESO ASSIGN TO DISK RF-DETPESO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-CLAVE
           FILE STATUS IS ERRORDP.
           SELECT OPTIONAL INCOBRA ASSIGN TO DISK RF-INCOBRA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-NFAC
           ALTERNATE RECORD KEY IS IC-GIF WITH DUPLICATES
           FILE STATUS IS ERRORIC.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL ADMPUB ASSIGN TO DISK RF-ADMPUB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AP-GIF
           FILE STATUS IS ERRORAP.
           SELECT OPTIONAL FACEENV ASSIGN TO DISK RF-FACEENV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FE-NFAC
           FILE STATUS IS ERRORFE.
           SELECT OPTIONAL FACEPAR ASSIGN TO DISK RF-FACEPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORFX.
           SELECT OPTIONAL CUBIERTO ASSIGN TO DISK RF-CUBIERTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-NUM
           FILE STATUS IS ERRORCB.
           SELECT OPTIONAL CUBIAPL ASSIGN TO DISK RF-CUBIAPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCA.
           SELECT OPTIONAL FACTURAE ASSIGN TO DISK NOMBREXML
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORXM.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida por todos los
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
      * Facturas de anticipo de las senales (FACANTIC.COB): la
      * reimpresion de una factura final lista las que dedujo, y el
      * abono de una factura de anticipo la da por devuelta.
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
      * Contadores en disco: siguiente numero interno de factura,
      * serie del ejercicio en curso con su siguiente numero, y
      * siguiente numero de recibo. Evitan el rastreo creciente de
       01 REG-FACH.
           02 HFNFAC PIC 9(8).
           02 HFRESTO PIC X(134).
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
       FD FACTLINH LABEL RECORD STANDARD.
       01 REG-FACTLINH.
           02 HL-CLAVE.
           02 RG-IMPORTE PIC 9(6)V99.
           02 RG-ENCADANT PIC 9(9).
           02 RG-ENCADEN PIC 9(9).
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
      * Tarjeta de puntos: saldo por cliente y diario de ganados y
      * canjeados, para poder auditar cada apunte.
       FD PUNTOS LABEL RECORD STANDARD.
       01 REG-EU.
           02 EU-PROGRAMA PIC X(8).
           02 EU-FICHERO PIC X(12).
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
      * Facturas dadas por incobrables: la factura impagada (que
      * queda con FPAGADA = "I"), su rectificativa de modificacion de
      * base y, si el cliente acaba pagando, la factura que la repone.
       FD INCOBRA LABEL RECORD STANDARD.
       01 REG-IC.
           02 IC-NFAC PIC 9(8).
           02 IC-GIF PIC 9(9).
           02 IC-FECHA.
              03 IC-FANO PIC 9(4).
              03 IC-FMES PIC 99.
              03 IC-FDIA PIC 99.
           02 IC-NFACRECT PIC 9(8).
           02 IC-BASE PIC 9(6)V99 OCCURS 3.
           02 IC-CUOTA PIC 9(6)V99 OCCURS 3.
           02 IC-TOTBASE PIC 9(6)V99.
           02 IC-TOTCUOTA PIC 9(6)V99.
           02 IC-TOTAL PIC 9(6)V99.
           02 IC-USUARIO PIC 9(3).
           02 IC-ESTADO PIC X.
              88 IC-INCOBRABLE VALUE "I".
              88 IC-REVERTIDA VALUE "R".
           02 IC-FECHAREV.
              03 IC-RANO PIC 9(4).
              03 IC-RMES PIC 99.
              03 IC-RDIA PIC 99.
           02 IC-NFACREV PIC 9(8).
           02 IC-USUREV PIC 9(3).
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
      * Clientes que son administracion publica (ayuntamiento,
      * colegio publico...): sus codigos DIR3 para la factura
      * electronica de FACe. Los mantiene ADMPUB.CBL.
       FD ADMPUB LABEL RECORD STANDARD.
       01 REG-AP.
           02 AP-GIF PIC X(9).
           02 AP-OFICINA PIC X(10).
           02 AP-ORGANO PIC X(10).
           02 AP-UNIDAD PIC X(10).
           02 AP-PUBLICA PIC X.
              88 AP-ES-PUBLICA VALUE "S".
      * Envios a FACe de cada factura y su estado: E enviada,
      * R registrada, P pagada, X rechazada (con el motivo).
       FD FACEENV LABEL RECORD STANDARD.
       01 REG-FE.
           02 FE-NFAC PIC 9(8).
           02 FE-GIF PIC X(9).
           02 FE-SERIE PIC 9(4).
           02 FE-NUMSERIE PIC 9(6).
           02 FE-TOTAL PIC 9(6)V99.
           02 FE-ENVIOS PIC 99.
           02 FE-FECHAENV PIC 9(8).
           02 FE-ESTADO PIC X.
              88 FE-ENVIADA VALUE "E".
              88 FE-REGISTRADA VALUE "R".
              88 FE-PAGADA VALUE "P".
              88 FE-RECHAZADA VALUE "X".
           02 FE-FECHAEST PIC 9(8).
           02 FE-REGISTRO PIC X(20).
           02 FE-MOTIVO PIC X(40).
           02 FE-USUARIO PIC 9(3).
      * Datos del emisor que Facturae pide y EMPRESA.DAT no tiene:
      * codigo postal, provincia y, si el titular es persona fisica,
      * nombre y apellidos por separado.
       FD FACEPAR LABEL RECORD STANDARD.
       01 REG-FX.
           02 FX-CP PIC X(5).
           02 FX-PROVIN PIC X(20).
           02 FX-PERSONA PIC X.
              88 FX-FISICA VALUE "F".
           02 FX-NOMPILA PIC X(20).
           02 FX-APEL1 PIC X(20).
           02 FX-APEL2 PIC X(20).
      * Reglas de cubierto de MESA.CBL y diario de los cubiertos
      * cobrados: las lineas de cubierto de FACTLIN.DAT (plato 0)
      * llevan el tipo de IVA de su regla.
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
       FD CUBIAPL LABEL RECORD STANDARD.
       01 REG-CA.
           02 CA-FECHA PIC 9(8).
           02 CA-NFAC PIC 9(8).
           02 CA-MESA PIC 99.
           02 CA-REGLA PIC 99.
           02 CA-CANTIDAD PIC 99.
           02 CA-TOTAL PIC 9(6)V99.
      * Fichero Facturae de una factura (FEnnnnnnnn.XML en la carpeta
      * de datos compartida), sin firmar: la oficina lo firma con su
      * certificado y lo sube a FACe.
       FD FACTURAE LABEL RECORD STANDARD.
       01 REG-XML PIC X(160).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-EMPRESA PIC X(42).
       77 RF-EXPCONT PIC X(42).
       77 RF-FACTHIST PIC X(42).
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 RF-FACTLIN PIC X(42).
       77 RF-FACTLINH PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-INCIDEN PIC X(42).
       77 RF-INCOBRA PIC X(42).
       77 RF-VENTDIA PIC X(42).
       77 RF-ADMPUB PIC X(42).
       77 RF-FACEENV PIC X(42).
       77 RF-FACEPAR PIC X(42).
       77 RF-CUBIERTO PIC X(42).
       77 RF-CUBIAPL PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 VALPUNTO PIC 9V99.
       77 VALORSALDO PIC 9(7)V99.
       77 ERRORRG PIC XX.
       77 ERRORTJ PIC XX.
       77 PASOTJ PIC 9.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 FINRG PIC X.
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 ENCRESTO PIC 9(9).
       77 ERRORINC PIC XX.
       77 ERROREMP PIC XX.
       77 RF-ANTICIPO PIC X(42).
       77 ERRORAN PIC XX.
       77 FINAN PIC X.
       77 ERRORVAL PIC XX.
       77 VALEPAGO PIC 9(5).
       77 VALEOK PIC X.
       77 SESNOMBRE PIC X(20).
       77 SESNIVEL PIC 9.
       77 ERRORUSU PIC XX.
       77 RF-DETPESO PIC X(42).
       77 ERRORDP PIC XX.
       77 HAYPESO PIC X.
      * Informe de ventas, descuentos y propinas por camarero.
       77 WCAM PIC 9(3).
       01 AcumCamareros.
           02 RFPVP PIC Z.ZZ9,99.
           02 PIC X(2) VALUE SPACES.
           02 RFTOTAL PIC ZZZ.ZZ9,99.
      * Debajo de un plato vendido al peso: "1,250 KG x 62,00 EUR/KG".
       01 LINPESOFAC.
           02 FILLER PIC X(5) VALUE SPACES.
           02 RFPESO PIC ZZ9,999.
           02 FILLER PIC X(6) VALUE " KG x ".
           02 RFPVPKG PIC Z.ZZ9,99.
           02 FILLER PIC X(7) VALUE " EUR/KG".
      * Al pie del detalle: factura de anticipo deducida de esta.
       01 LINANTFAC.
           02 PIC X(18) VALUE "   DEDUCE ANTICIPO".
           02 RFANTSERIE PIC 9(4).
           02 PIC X VALUE "/".
           02 RFANTNUMSERIE PIC 9(6).
           02 PIC X(6) VALUE " BASE ".
           02 RFANTBASE PIC ZZZ.ZZ9,99.
           02 PIC X(7) VALUE " CUOTA ".
           02 RFANTCUOTA PIC ZZZ.ZZ9,99.
           02 PIC X VALUE SPACES.
           02 RFANTIMPORTE PIC ZZ.ZZ9,99.
       01 TT.
           02 PIC X(20) VALUE "              SUMA: ".
           02 PTOTALES PIC ZZZZ.ZZ9,99.
           02 DLI-BASE  PIC 9(9)V99.
           02 DLI-CUOTA PIC 9(9)V99.
      *****************************************************************
      * IVA DEVENGADO POR COBROS EN EL REGIMEN ESPECIAL DEL CRITERIO  *
      * DE CAJA (LO CALCULA CRITCAJA.COB FACTURA A FACTURA).          *
      *****************************************************************
       01 LINCRITCAJA PIC X(40) VALUE
           "  REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       01 CABLIBROCAJA.
           02 FILLER PIC X(40) VALUE
              " N.FACT   FECHA      COBRO         COBRA".
           02 FILLER PIC X(30) VALUE
              "DO       BASE      CUOTA".
       01 LINLIBROCAJA.
           02 PIC X VALUE SPACES.
           02 LCFAC    PIC X(8).
           02 PIC X VALUE SPACES.
           02 LCDIA    PIC ZZ.
           02 PIC X VALUE "/".
           02 LCMES    PIC ZZ.
           02 PIC X VALUE "/".
           02 LCANO    PIC ZZZZ.
           02 PIC X VALUE SPACES.
           02 LCCDIA   PIC ZZ.
           02 PIC X VALUE "/".
           02 LCCMES   PIC ZZ.
           02 PIC X VALUE "/".
           02 LCCANO   PIC ZZZZ.
           02 PIC X VALUE SPACES.
           02 LCCOBRADO PIC ZZZ.ZZ9,99.
           02 PIC X VALUE SPACES.
           02 LCBASE   PIC ZZZ.ZZ9,99.
           02 PIC X VALUE SPACES.
           02 LCCUOTA  PIC ZZZ.ZZ9,99.
           02 LCMARCA  PIC X(6).
       01 TOTLIBROCAJA.
           02 PIC X(20) VALUE "  TOTAL DEVENGADO: ".
           02 TCJCOBRADO PIC ZZZ.ZZ9,99.
           02 PIC X VALUE SPACES.
           02 TCJBASE  PIC ZZZ.ZZ9,99.
           02 PIC X VALUE SPACES.
           02 TCJCUOTA PIC ZZZ.ZZ9,99.
       01 AcumLibroCaja.
           02 ACJ-COBRADO PIC 9(9)V99.
           02 ACJ-BASE  PIC S9(9)V99.
           02 ACJ-CUOTA PIC S9(9)V99.
           02 ACJ-RBASE  PIC S9(9)V99 OCCURS 3.
           02 ACJ-RCUOTA PIC S9(9)V99 OCCURS 3.
       01 FCOBRODES.
           02 FCD-ANO PIC 9(4).
           02 FCD-MES PIC 99.
           02 FCD-DIA PIC 99.
      * La factura en curso, sea viva o archivada (trazado REG-FAC).
       01 FacturaCaja.
           02 FK-NFAC   PIC 9(8).
           02 FK-GIF    PIC 9(9).
           02 FK-FECHA.
              03 FK-DIA PIC 99.
              03 FK-MES PIC 99.
              03 FK-ANO PIC 9999.
           02 FK-PASTA  PIC 9(6)V99.
           02 FK-PAGADA PIC X.
           02 FK-MESA   PIC 99.
           02 FK-COBRADO PIC 9(6)V99.
           02 FK-METODO  PIC X.
           02 FK-DESCUENTO PIC 9(6)V99.
           02 FK-PROPINA   PIC 9(6)V99.
           02 FK-CAMARERO  PIC 9(3).
           02 FK-FECHACOB PIC 9(8).
           02 FK-CLASE   PIC X.
              88 FK-ABONO VALUE "A".
              88 FK-ABSORBIDA VALUE "X".
           02 FK-ABONODE PIC 9(8).
           02 FK-REMESADA PIC X.
           02 FK-IVA OCCURS 3.
              03 FK-BASE  PIC 9(6)V99.
              03 FK-CUOTA PIC 9(6)V99.
           02 FK-SERIE    PIC 9(4).
           02 FK-NUMSERIE PIC 9(6).
           02 FK-COMENSALES PIC 99.
      * Peticion a CRITCAJA.COB: periodo (AAAAMMDD) y tipo de las
      * facturas sin desglose; vuelve lo cobrado y lo vencido en el
      * periodo y la base y cuota que devengan por tipo.
       01 PETCAJA.
           02 PC-DESDE PIC 9(8).
           02 PC-HASTA PIC 9(8).
           02 PC-IVAPCT PIC 99.
           02 PC-COBRADO PIC 9(6)V99.
           02 PC-VENCIDO PIC 9(6)V99.
           02 PC-FCOBRO PIC 9(8).
           02 PC-DEVENGO OCCURS 3.
              03 PC-BASE PIC 9(6)V99.
              03 PC-CUOTA PIC 9(6)V99.
      *****************************************************************
      * DATOS PARA LA EXPORTACION CONTABLE (VOLCADO DE FACTURAS A UN  *
      * FICHERO DE TEXTO, DELIMITADO POR ";", PARA LA GESTORIA).      *
      *****************************************************************
      * TENDENCIA DE VENTAS: TOTAL FACTURADO POR SEMANA O POR MES,    *
      * DENTRO DE UN RANGO DE FECHAS; LA SEMANA SE CALCULA CON EL     *
      * MISMO CONTEO DE DIAS (ANO*360+MES*30+DIA) QUE YA SE USA EN    *
      * EL LISTADO DE MOROSOS. SE LEE DE LOS TOTALES DIARIOS (CLASE T *
      * DE VENTDIA.DAT), CON LOS ABONOS YA RESTADOS.                  *
      *****************************************************************
       77 TIPOTENDENCIA PIC X VALUE "M".
       77 VDDESDE PIC 9(8).
       77 VDHASTA PIC 9(8).
       01 AcumTendencia.
           02 DIASTEND      PIC 9(7).
           02 CLAVETEND     PIC 9(9).
           02 CLAVETENDANT  PIC 9(9).
           02 ACUMTEND      PIC S9(9)V99.
           02 FechaVenta.
              03 VT-ANO PIC 9(4).
              03 VT-MES PIC 99.
              03 VT-DIA PIC 99.
       01 CABTENDENCIA.
           02 FILLER PIC X(40) VALUE
              "  PERIODO  DESDE         FACTURADO     ".
           02 PIC X VALUE "/".
           02 TENDANO  PIC ZZZZ.
           02 PIC X(5) VALUE SPACES.
           02 TENDTOTAL PIC -ZZZ.ZZ9,99.
      *****************************************************************
      * DATOS DE LA FACTURA DE ABONO EN CURSO Y SU JUSTIFICANTE.      *
      *****************************************************************
           02 RE-FACMES PIC 99.
           02 PIC X VALUE "/".
           02 RE-FACANO PIC 9999.
       01 LINFORMACION.
           02 PIC X(40) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 DatosRecibo.
           02 REC-PRUEBA PIC 9(9).
           02 RECLIBRE   PIC X.
           02 FILLER PIC X(21) VALUE "  IMPORTE A ABONAR: -".
           02 ABOIMPTOTAL PIC ZZZ.ZZ9,99.
      *****************************************************************
      * FACTURAS INCOBRABLES: DATOS DE LA FACTURA IMPAGADA QUE SE DA  *
      * POR PERDIDA (O QUE SE RECUPERA), DE SU RECTIFICATIVA Y DEL    *
      * LISTADO ANUAL POR CLIENTE PARA LA GESTORIA.                   *
      *****************************************************************
       77 PLAZOINCOB PIC 9(3) VALUE 180.
       77 ERRORIC PIC XX.
       77 ERRORVD PIC XX.
       77 HAYINCOB PIC X VALUE "N".
       77 ESINCOB PIC X.
       77 FININC PIC X.
       77 PRIMERINC PIC X.
       77 INCOBSN PIC X.
       77 EJERINC PIC 9(4).
       77 GIFANT PIC 9(9).
       01 DatosIncobrable.
           02 IB-TIPO PIC X.
              88 IB-DECLARAR VALUE "I".
              88 IB-REVERTIR VALUE "R".
           02 IB-ORIGEN PIC 9(8).
           02 IB-GIF PIC 9(9).
           02 IB-SERIE PIC 9(4).
           02 IB-NUMSERIE PIC 9(6).
           02 IB-DIA PIC 99.
           02 IB-MES PIC 99.
           02 IB-ANO PIC 9(4).
           02 IB-PENDIENTE PIC 9(6)V99.
           02 IB-BASE PIC 9(6)V99 OCCURS 3.
           02 IB-CUOTA PIC 9(6)V99 OCCURS 3.
           02 IB-TOTBASE PIC 9(6)V99.
           02 IB-TOTCUOTA PIC 9(6)V99.
           02 IB-TOTAL PIC 9(6)V99.
           02 IB-NUEVA PIC 9(8).
           02 IB-R PIC 9.
       01 AcumIncobrables.
           02 AI-CBASE PIC S9(8)V99.
           02 AI-CCUOTA PIC S9(8)V99.
           02 AI-CTOTAL PIC S9(8)V99.
           02 AI-BASE PIC S9(8)V99.
           02 AI-CUOTA PIC S9(8)V99.
           02 AI-TOTAL PIC S9(8)V99.
           02 AI-IVARECUP PIC S9(8)V99.
       01 CABRECTIF.
           02 FILLER PIC X(8) VALUE SPACES.
           02 RCT-TITULO PIC X(40).
       01 LINRECTIF1.
           02 FILLER PIC X(22) VALUE "  RECTIFICA FACTURA N.".
           02 RCT-SERIE PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 RCT-NUMSERIE PIC 9(6).
           02 FILLER PIC X(7) VALUE "  (REG ".
           02 RCT-ORIGEN PIC 9(8).
           02 FILLER PIC X(9) VALUE ")  FECHA ".
           02 RCT-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 RCT-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 RCT-ANO PIC 9999.
       01 LINRECTIF2.
           02 FILLER PIC X(11) VALUE "  CLIENTE: ".
           02 RCT-GIF PIC 9(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RCT-NOMBRE PIC X(29).
       01 LINRECTIF3.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RCT-MOTIVO PIC X(60).
       01 LINRECTIF4.
           02 FILLER PIC X(22) VALUE "  TOTAL RECTIFICADO:  ".
           02 RCT-TOTAL PIC -ZZZ.ZZ9,99.
       01 CABINCOB.
           02 FILLER PIC X(39) VALUE
              "  FACTURAS INCOBRABLES DEL EJERCICIO   ".
           02 LINC-EJER PIC 9(4).
       01 CABINCOB2.
           02 FILLER PIC X(40) VALUE
              "  FECHA       FACTURA  RECTIF.       BAS".
           02 FILLER PIC X(35) VALUE
              "E       CUOTA       TOTAL          ".
       01 LININCCLI.
           02 FILLER PIC X(11) VALUE "  CLIENTE: ".
           02 LINC-GIF PIC 9(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LINC-NOMBRE PIC X(29).
       01 LININCOB.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LINC-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LINC-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LINC-ANO PIC 9999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LINC-NFAC PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LINC-RECT PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LINC-BASE PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LINC-CUOTA PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LINC-TOTAL PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LINC-MARCA PIC X(7).
       01 LININCTOT.
           02 LINC-TETIQ PIC X(32).
           02 LINC-TBASE PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LINC-TCUOTA PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LINC-TTOTAL PIC -ZZZ.ZZ9,99.
      *****************************************************************
      * FACTURA ELECTRONICA FACTURAE 3.2.2 PARA LOS CLIENTES QUE SON  *
      * ADMINISTRACION PUBLICA (F6 EN EL DETALLE DE LA FACTURA).      *
      *****************************************************************
       77 NOMBREXML PIC X(44).
       77 ERRORXM PIC XX.
       77 ERRORAP PIC XX.
       77 ERRORFE PIC XX.
       77 ERRORFX PIC XX.
       77 ERRORCB PIC XX.
       77 ERRORCA PIC XX.
       77 FINCA PIC X.
       77 CUBNFAC PIC 9(8).
       77 CUBVISTOS PIC 99.
       77 EXISTEFE PIC X.
       77 IVAINCLUIDO PIC X VALUE "N".
       77 XE-ETIQ PIC X(40).
       01 XE-VALORG.
           02 XE-VALOR PIC X(80).
       01 XE-VALORR REDEFINES XE-VALORG.
           02 XV-CAR PIC X OCCURS 80.
       77 XV-LARGO PIC 99.
       77 XV-I PIC 99.
       77 XV-FIN PIC X.
       77 XPTR PIC 9(3).
       77 XN-NUM PIC S9(7)V99.
       77 XN-SIGNO PIC X.
       77 XN-ENTED PIC Z(7)9.
       77 XN-VACIO PIC X(8).
       77 XN-ENTTXT PIC X(8).
       77 XU-NUM PIC S9(7)V9(6).
       01 XN-ABSG.
           02 XN-ABS PIC 9(7)V99.
       01 XN-ABSR REDEFINES XN-ABSG.
           02 XN-ENT PIC 9(7).
           02 XN-DEC PIC 99.
       01 XU-ABSG.
           02 XU-ABS PIC 9(7)V9(6).
       01 XU-ABSR REDEFINES XU-ABSG.
           02 XU-ENT PIC 9(7).
           02 XU-DEC PIC 9(6).
       01 DatosFacturae.
           02 XF-NFAC PIC 9(8).
           02 XF-SIGNO PIC S9.
           02 XF-ANO PIC 9(4).
           02 XF-NUMFAC PIC X(10).
           02 XF-SERIETXT PIC X(4).
           02 XF-ORNUM PIC X(10).
           02 XF-ORSERIE PIC X(4).
           02 XF-ORFECHA PIC X(10).
           02 XF-FECHA PIC X(10).
           02 XF-BASES PIC S9(7)V99.
           02 XF-CUOTAS PIC S9(7)V99.
           02 XF-TOTAL PIC S9(7)V99.
           02 XF-BRUTO PIC S9(7)V99.
           02 XF-DTO PIC S9(7)V99.
           02 XF-AJUSTE PIC S9(7)V99.
           02 XF-CUOTAR PIC S9(7)V99.
           02 XF-NLIN PIC 9(3).
           02 XF-R PIC 9.
           02 XF-CENTRO PIC X(10).
           02 XF-ROL PIC XX.
           02 XL-T PIC 9.
           02 XL-BASE PIC S9(7)V99.
           02 XL-CANT PIC 99.
           02 XL-NCUB PIC 99.
       01 XMLCAB.
           02 FILLER PIC X(40) VALUE
              "<?xml version='1.0' encoding='ISO-8859-1".
           02 FILLER PIC X(3) VALUE
              "'?>".
       01 XMLNS.
           02 FILLER PIC X(40) VALUE
              "<fe:Facturae xmlns:ds='http://www.w3.org".
           02 FILLER PIC X(40) VALUE
              "/2000/09/xmldsig#' xmlns:fe='http://www.".
           02 FILLER PIC X(40) VALUE
              "facturae.gob.es/formato/Versiones/Factur".
           02 FILLER PIC X(14) VALUE
              "aev3_2_2.xml'>".
       01 LINIVARECUP.
           02 FILLER PIC X(32) VALUE
              "  IVA RECUPERADO POR IMPAGADOS: ".
           02 LIRECUP PIC -ZZZ.ZZ9,99.
      *****************************************************************
      * RANKING DE PLATOS POR PERIODO: ACUMULA POR PLATO LAS UNIDADES *
      * Y EL IMPORTE DE LOS TOTALES DIARIOS POR PLATO Y FORMATO      *
      * (CLASE P DE VENTDIA.DAT) DEL RANGO DE FECHAS, Y LO LISTA      *
      * ORDENADO DE MAS A MENOS VENDIDO                               *
      * CON CORTE Y SUBTOTAL POR CATEGORIA DE PLATOS.DAT.             *
      *****************************************************************
       01 RankingTablas.
           02 RK-ENTRADA OCCURS 999.
              03 RK-UNID PIC S9(5).
              03 RK-IMP  PIC S9(7)V99.
              03 RK-NOM  PIC X(26).
              03 RK-CAT  PIC X.
              03 RK-HECHO PIC X.
       01 RankingVars.
           02 RK-I        PIC 999.
           02 RK-MEJOR    PIC 999.
           02 RK-PLATO    PIC 9(4).
           02 RK-FORMATO  PIC 9.
           02 RK-CATACT   PIC X.
           02 RK-ORDENCAT PIC 9.
           02 RK-TOTUNID  PIC 9(7).
       01 TOTCIERRE6.
           02 PIC X(20) VALUE "  TOTAL VALES:    ".
           02 TCVALE PIC ZZZ.ZZ9,99.
       01 TOTCIERRE7.
           02 PIC X(20) VALUE "  TOTAL CHEQ.COMIDA:".
           02 TCCHEQUE PIC ZZZ.ZZ9,99.
       01 TOTCIERRE3.
           02 PIC X(20) VALUE "  TOTAL COBRADO:  ".
           02 TCTOTAL PIC ZZZZ.ZZ9,99.
           02 ACC-EFECTIVO  PIC 9(9)V99.
           02 ACC-TARJETA   PIC 9(9)V99.
           02 ACC-VALE      PIC 9(9)V99.
           02 ACC-CHEQUE    PIC 9(9)V99.
           02 ACC-DESCUENTO PIC 9(9)V99.
           02 ACC-PROPINA   PIC 9(9)V99.
      * Ventas del dia acumuladas por mesa (1-99, igual que RESERVA en
           02 CMMESA    PIC ZZ.
           02 PIC X(5) VALUE " : ".
           02 CMTOTAL   PIC ZZZ.ZZ9,99.
      * Hora de emision, signo y origen de las lineas para los
      * totales de venta por dia de VENTDIA.COB.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.

       PROCEDURE DIVISION.
       DECLARATIVES.
       DOS SECTION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           PERFORM MarcarEnUso
           PERFORM INIC
           PERFORM CONSULTAS UNTIL TECLAF = 27.
           MOVE MasterPos TO DONDE(1)
           COMPUTE DONDE(2) = 1 + DONDE(1)
           DISPLAY TITULO LINE 3 POSITION DONDE(2)
           PERFORM MarcarPantallaFormacion
           MOVE 0 TO TECLAF
           MOVE 4 TO CONTL(1)
           MOVE 1 TO PUNTERO
           IF TECLAF = 9
              PERFORM SaltarFactura
           END-IF
           IF TECLAF = 10 AND TNFAC(PUNTERO) NOT = ALL " "
              PERFORM Incobrable
           END-IF
           IF TECLAF = 11
              PERFORM ListaIncobrables
           END-IF
           IF TECLAF = 50
              PERFORM ReporteTendencia
           END-IF
                      DISPLAY " FACTURA SIN PAGAR" LINE 14 POSITION 32
                          BLINK
                    ELSE
                     IF FPAGADA = "I"
                      DISPLAY "FACTURA INCOBRABLE" LINE 14 POSITION 32
                         REVERSE
                     ELSE
                      DISPLAY "  FACTURA PAGADA  " LINE 14 POSITION 32
                         REVERSE
                     END-IF
                   END-IF
           END-READ
           IF FGIF NOT =  ALL " "
           IF TECLAF = 9 AND TNFAC(PUNTERO) NOT = ALL "  "
              PERFORM EnviarFacturaEmail
           END-IF
           IF TECLAF = 6 AND TNFAC(PUNTERO) NOT = ALL "  "
              PERFORM GenerarFacturae
           END-IF
           IF TECLAF = 52
              SUBTRACT 1 FROM PUNTERO
              SUBTRACT 1 FROM CONT
              PERFORM IMPCAB
              PERFORM MARTILLEAR
              PERFORM ImprimirLineasFactura
              PERFORM ImprimirAnticiposFactura
              MOVE 2 TO I
              PERFORM IMPCAB
              MOVE TOTALES TO PTOTALES
           MOVE FDIA TO RE-FACDIA
           MOVE FMES TO RE-FACMES
           MOVE FANO TO RE-FACANO
           PERFORM ImprimirMarcaFormacion
           WRITE LINEAIMP FROM LINEMPRE1 BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINEMPRE2 BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINEMPRE3 BEFORE ADVANCING 2 LINE
           PERFORM LeerRegimenIva
           MOVE FANO TO ANOCAJA
           PERFORM MirarCriterioCaja
           IF ENCAJA = "S"
              WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 2 LINE
           END-IF.
      *****************************************************************
      * LISTA LOS PLATOS DE LA FACTURA CARGADA EN REG-FAC, LEYENDO SU *
      * DETALLE DE FACTLIN.DAT; LAS FACTURAS ANTERIORES A LA PUESTA   *
              MOVE FL-PVP      TO RFPVP
              MOVE FL-TOTAL    TO RFTOTAL
              WRITE LINEAIMP FROM LINDETFAC BEFORE ADVANCING 1 LINE
              MOVE FL-NFAC TO DP-NFAC
              MOVE FL-LINEA TO DP-LINEA
              PERFORM BuscarPesoLinea
              IF HAYPESO = "S"
                 WRITE LINEAIMP FROM LINPESOFAC BEFORE ADVANCING 1
                    LINE
              END-IF
           END-IF.

      *****************************************************************
      * FACTURAS DE ANTICIPO QUE SE DEDUJERON DE LA FACTURA CARGADA   *
      * EN REG-FAC (ANTICIPO.DAT POR AN-NFACFIN, ESTADO F), CON LA    *
      * BASE Y LA CUOTA QUE YA DECLARARON.                            *
      *****************************************************************
       ImprimirAnticiposFactura.
           OPEN INPUT ANTICIPO
           IF ERRORAN = "00"
              MOVE "N" TO FINAN
              MOVE NFAC TO AN-NFACFIN
              START ANTICIPO KEY IS NOT < AN-NFACFIN
                 INVALID KEY MOVE "S" TO FINAN
              END-START
              PERFORM LeerAnticipoFactura UNTIL FINAN = "S"
              CLOSE ANTICIPO
           END-IF.
       LeerAnticipoFactura.
           READ ANTICIPO NEXT AT END MOVE "S" TO FINAN
           END-READ.
           IF FINAN = "N" AND AN-NFACFIN NOT = NFAC
              MOVE "S" TO FINAN
           END-IF.
           IF FINAN = "N" AND ANTICIPO-DESCONTADO
              MOVE AN-SERIE TO RFANTSERIE
              MOVE AN-NUMSERIE TO RFANTNUMSERIE
              MOVE AN-BASE TO RFANTBASE
              MOVE AN-CUOTA TO RFANTCUOTA
              MOVE AN-IMPORTE TO RFANTIMPORTE
              WRITE LINEAIMP FROM LINANTFAC BEFORE ADVANCING 1 LINE
           END-IF.

      ** Peso y precio por kilo de la linea, si se vendio al peso.  **

       BuscarPesoLinea.
           MOVE "N" TO HAYPESO
           OPEN INPUT DETPESO
           IF ERRORDP = "00"
              READ DETPESO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO HAYPESO
                    MOVE DP-PESO TO RFPESO
                    MOVE DP-PVPKG TO RFPVPKG
              END-READ
              CLOSE DETPESO
           END-IF.
      *****************************************************************
      * FACTURAE (F6): PARA LOS CLIENTES MARCADOS COMO ADMINISTRACION *
      * PUBLICA EN ADMPUB.DAT DEJA LA FACTURA MOSTRADA EN FORMATO     *
      * FACTURAE 3.2.2 (FEnnnnnnnn.XML) CON SUS CODIGOS DIR3, LAS     *
      * LINEAS DE FACTLIN.DAT, EL DESGLOSE DE IVA DE LA CABECERA Y    *
      * LOS DATOS DE EMPRESA.DAT, Y APUNTA EL ENVIO EN FACEENV.DAT.   *
      * LOS ABONOS SALEN COMO RECTIFICATIVA POR DIFERENCIAS DE SU     *
      * FACTURA DE ORIGEN. UNA FACTURA YA REGISTRADA O PAGADA EN FACE *
      * NO SE VUELVE A GENERAR; UNA RECHAZADA SI.                     *
      *****************************************************************
       GenerarFacturae.
           MOVE TNFAC(PUNTERO) TO NFAC
           READ FACTURA
              INVALID KEY
                 MOVE 12 TO I
                 PERFORM MENSAJE
                 PERFORM ALTO
                 MOVE "N" TO BIEN
              NOT INVALID KEY
                 MOVE "B" TO BIEN
           END-READ
           IF BIEN = "B" AND (FGIF = 0 OR FCLASE-SIMPLIFICADA
              OR FCLASE-ABSORBIDA)
              DISPLAY "SOLO FACTURAS COMPLETAS A NOMBRE DE UN CLIENTE"
                 LINE 24 POSITION 2 REVERSE
              PERFORM ALTO
              MOVE "N" TO BIEN
           END-IF
           IF BIEN = "B"
              PERFORM LeerDatosFace
           END-IF
           IF BIEN = "B"
              PERFORM PrepararFacturae
              MOVE SPACES TO NOMBREXML
              STRING RUTADATOS DELIMITED BY " "
                     "FE" DELIMITED BY SIZE
                     NFAC DELIMITED BY SIZE
                     ".XML" DELIMITED BY SIZE
                     INTO NOMBREXML
              END-STRING
              OPEN OUTPUT FACTURAE
              IF ERRORXM = "00"
                 PERFORM EscribirFacturae
                 CLOSE FACTURAE
                 PERFORM ApuntarEnvioFace
                 DISPLAY "FACTURAE GENERADA: FE" LINE 24 POSITION 2
                    REVERSE
                 DISPLAY NFAC LINE 24 POSITION 23 REVERSE
                 DISPLAY ".XML                 " LINE 24 POSITION 31
                    REVERSE
                 PERFORM ALTO
              END-IF
           END-IF.

      ** Cliente fichado y marcado como administracion publica, sin  **
      ** envio ya registrado en FACe, y datos del emisor completos.  **

       LeerDatosFace.
           MOVE FGIF TO CGIF
           READ CLIENTES
              INVALID KEY
                 MOVE 11 TO I
                 PERFORM MENSAJE
                 PERFORM ALTO
                 MOVE "N" TO BIEN
           END-READ
           IF BIEN = "B"
              MOVE "N" TO BIEN
              OPEN INPUT ADMPUB
              IF ERRORAP = "00"
                 MOVE CGIF TO AP-GIF
                 READ ADMPUB
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF AP-ES-PUBLICA
                          MOVE "B" TO BIEN
                       END-IF
                 END-READ
                 CLOSE ADMPUB
              END-IF
              IF BIEN = "N"
                 DISPLAY "EL CLIENTE NO ES ADMINISTRACION PUBLICA     "
                    LINE 24 POSITION 2 REVERSE
                 PERFORM ALTO
              END-IF
           END-IF
           IF BIEN = "B"
              MOVE "N" TO EXISTEFE
              OPEN INPUT FACEENV
              IF ERRORFE = "00"
                 MOVE NFAC TO FE-NFAC
                 READ FACEENV
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO EXISTEFE
                 END-READ
                 CLOSE FACEENV
              END-IF
              IF EXISTEFE = "S" AND (FE-REGISTRADA OR FE-PAGADA)
                 DISPLAY "YA REGISTRADA EN FACE: NO SE VUELVE A GENERAR"
                    LINE 24 POSITION 2 REVERSE
                 PERFORM ALTO
                 MOVE "N" TO BIEN
              END-IF
           END-IF
           IF BIEN = "B"
              MOVE SPACES TO REG-EMPRESA
              OPEN INPUT EMPRESA
              IF ERROREMP = "00"
                 READ EMPRESA AT END CONTINUE
                 END-READ
                 CLOSE EMPRESA
              END-IF
              MOVE SPACES TO REG-FX
              OPEN INPUT FACEPAR
              IF ERRORFX = "00"
                 READ FACEPAR AT END CONTINUE
                 END-READ
                 CLOSE FACEPAR
              END-IF
              IF EM-NIF = SPACES OR FX-CP = SPACES
                 OR FX-PROVIN = SPACES
                 DISPLAY "FALTAN NIF, C.POSTAL O PROVINCIA DEL EMISOR"
                    LINE 24 POSITION 2 REVERSE
                 PERFORM ALTO
                 MOVE "N" TO BIEN
              END-IF
           END-IF.

      ** Numeros, fechas y totales de la factura. Las lineas se      **
      ** pasan sin IVA; lo que sumen de mas sobre las bases de la    **
      ** cabecera es el descuento general de la mesa y, sin          **
      ** descuento, el redondeo se carga en la primera linea.        **

       PrepararFacturae.
           PERFORM LeerIvaPct
           MOVE NFAC TO XF-NFAC
           MOVE FANO TO XF-ANO
           IF XF-ANO < 100
              ADD 2000 TO XF-ANO
           END-IF
           MOVE SPACES TO XF-FECHA
           STRING XF-ANO "-" FMES "-" FDIA DELIMITED BY SIZE
              INTO XF-FECHA
           END-STRING
           MOVE SPACES TO XF-NUMFAC XF-SERIETXT
           IF FSERIE = 0
              MOVE NFAC TO XF-NUMFAC
           ELSE
              MOVE FNUMSERIE TO XF-NUMFAC
              MOVE FSERIE TO XF-SERIETXT
           END-IF
           MOVE 1 TO XF-SIGNO
           MOVE SPACES TO XF-ORNUM XF-ORSERIE XF-ORFECHA
           IF FCLASE-ABONO
              MOVE -1 TO XF-SIGNO
              MOVE FABONODE TO XF-ORNUM
              MOVE XF-FECHA TO XF-ORFECHA
              IF FABONODE NOT = 0
                 PERFORM LeerOriginalFace
              END-IF
           END-IF
           COMPUTE XF-BASES = (FBASE1 + FBASE2 + FBASE3) * XF-SIGNO
           COMPUTE XF-CUOTAS = (FCUOTA1 + FCUOTA2 + FCUOTA3)
              * XF-SIGNO
           COMPUTE XF-TOTAL = XF-BASES + XF-CUOTAS
           MOVE 0 TO XF-BRUTO XF-DTO XF-AJUSTE XF-NLIN
           MOVE 0 TO XL-NCUB
           OPEN INPUT PLATOS
           MOVE NFAC TO FL-NFAC
           MOVE 0 TO FL-LINEA
           START DETFAC KEY IS NOT < FL-CLAVE
              INVALID KEY MOVE "N" TO BIENLIN
              NOT INVALID KEY MOVE "B" TO BIENLIN
           END-START
           PERFORM SumarLineaFace UNTIL BIENLIN = "N"
           CLOSE PLATOS
           IF XF-NLIN = 0
              MOVE XF-BASES TO XF-BRUTO
           END-IF
           COMPUTE XF-DTO = XF-BRUTO - XF-BASES
           IF XF-DTO NOT = 0 AND (FDESCUENTO = 0
              OR XF-DTO * XF-SIGNO < 0)
              COMPUTE XF-AJUSTE = 0 - XF-DTO
              MOVE XF-BASES TO XF-BRUTO
              MOVE 0 TO XF-DTO
           END-IF.
       LeerOriginalFace.
           MOVE FABONODE TO NFAC
           READ FACTURA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE FANO TO FANOC
                 IF FANOC < 100
                    ADD 2000 TO FANOC
                 END-IF
                 MOVE SPACES TO XF-ORFECHA
                 STRING FANOC "-" FMES "-" FDIA DELIMITED BY SIZE
                    INTO XF-ORFECHA
                 END-STRING
                 IF FSERIE NOT = 0
                    MOVE FNUMSERIE TO XF-ORNUM
                    MOVE FSERIE TO XF-ORSERIE
                 END-IF
           END-READ
           MOVE XF-NFAC TO NFAC
           READ FACTURA
              INVALID KEY CONTINUE
           END-READ.
       SumarLineaFace.
           READ DETFAC NEXT AT END MOVE "N" TO BIENLIN
           END-READ.
           IF BIENLIN = "B" AND FL-NFAC NOT = NFAC
              MOVE "N" TO BIENLIN
           END-IF.
           IF BIENLIN = "B"
              PERFORM CalcularLineaFace
              ADD XL-BASE TO XF-BRUTO
              ADD 1 TO XF-NLIN
           END-IF.

      ** Tipo de IVA del plato (los que no estan en la carta van al  **
      ** tipo general; los cubiertos, plato 0, el de su regla) e     **
      ** importe de la linea sin IVA y con signo.                    **

       CalcularLineaFace.
           MOVE 1 TO XL-T
           IF FL-NUMPLATO = 0
              ADD 1 TO XL-NCUB
              PERFORM TipoIvaCubierto
           ELSE
              MOVE FL-NUMPLATO TO NUMPLATO
              READ PLATOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PTIPOIVA > 0 AND PTIPOIVA < 4
                       MOVE PTIPOIVA TO XL-T
                    END-IF
              END-READ
           END-IF
           IF IVAINCLUIDO = "S"
              COMPUTE XL-BASE ROUNDED = FL-TOTAL * XF-SIGNO
                 / (1 + LI-RATE(XL-T) / 100)
           ELSE
              COMPUTE XL-BASE = FL-TOTAL * XF-SIGNO
           END-IF
           MOVE FL-CANTIDAD TO XL-CANT
           IF XL-CANT = 0
              MOVE 1 TO XL-CANT
           END-IF.

      ** MESA graba las lineas de cubierto de una factura y sus      **
      ** apuntes de CUBIAPL.DAT en el mismo orden: la enesima linea  **
      ** de cubierto es el enesimo apunte de la factura (en un abono **
      ** se buscan los de la factura que abona), y la regla del      **
      ** apunte da el tipo de IVA.                                   **

       TipoIvaCubierto.
           MOVE NFAC TO CUBNFAC
           PERFORM BuscarApunteCubierto
           IF FINCA = "N" AND FCLASE-ABONO AND FABONODE NOT = 0
              MOVE FABONODE TO CUBNFAC
              PERFORM BuscarApunteCubierto
           END-IF
           IF FINCA = "S"
              OPEN INPUT CUBIERTO
              IF ERRORCB = "00"
                 MOVE CA-REGLA TO CB-NUM
                 READ CUBIERTO
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF CB-TIPOIVA > 0 AND CB-TIPOIVA < 4
                          MOVE CB-TIPOIVA TO XL-T
                       END-IF
                 END-READ
              END-IF
              IF ERRORCB = "00" OR ERRORCB = "05"
                 CLOSE CUBIERTO
              END-IF
           END-IF.
      * FINCA queda en "S" si se encontro el apunte y en "N" si no.
       BuscarApunteCubierto.
           MOVE 0 TO CUBVISTOS
           MOVE "N" TO FINCA
           OPEN INPUT CUBIAPL
           IF ERRORCA = "00"
              PERFORM LeerApunteCubierto UNTIL FINCA NOT = "N"
           END-IF
           IF ERRORCA = "00" OR ERRORCA = "05"
              CLOSE CUBIAPL
           END-IF
           IF FINCA = "F"
              MOVE "N" TO FINCA
           END-IF.
       LeerApunteCubierto.
           READ CUBIAPL AT END MOVE "F" TO FINCA
           END-READ.
           IF FINCA = "N" AND CA-NFAC = CUBNFAC
              ADD 1 TO CUBVISTOS
              IF CUBVISTOS = XL-NCUB
                 MOVE "S" TO FINCA
              END-IF
           END-IF.
       EscribirFacturae.
           WRITE REG-XML FROM XMLCAB
           WRITE REG-XML FROM XMLNS
           MOVE "<FileHeader>" TO REG-XML
           WRITE REG-XML
           MOVE "SchemaVersion" TO XE-ETIQ
           MOVE "3.2.2" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "Modality" TO XE-ETIQ
           MOVE "I" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "InvoiceIssuerType" TO XE-ETIQ
           MOVE "EM" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "<Batch>" TO REG-XML
           WRITE REG-XML
           MOVE "BatchIdentifier" TO XE-ETIQ
           MOVE SPACES TO XE-VALOR
           STRING EM-NIF DELIMITED BY " "
                  XF-SERIETXT DELIMITED BY " "
                  XF-NUMFAC DELIMITED BY " "
                  INTO XE-VALOR
           END-STRING
           PERFORM XmlCampo
           MOVE "InvoicesCount" TO XE-ETIQ
           MOVE "1" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "<TotalInvoicesAmount>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlTotalAmount
           MOVE "</TotalInvoicesAmount>" TO REG-XML
           WRITE REG-XML
           MOVE "<TotalOutstandingAmount>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlTotalAmount
           MOVE "</TotalOutstandingAmount>" TO REG-XML
           WRITE REG-XML
           MOVE "<TotalExecutableAmount>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlTotalAmount
           MOVE "</TotalExecutableAmount>" TO REG-XML
           WRITE REG-XML
           MOVE "InvoiceCurrencyCode" TO XE-ETIQ
           MOVE "EUR" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "</Batch>" TO REG-XML
           WRITE REG-XML
           MOVE "</FileHeader>" TO REG-XML
           WRITE REG-XML
           MOVE "<Parties>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlEmisor
           PERFORM XmlReceptor
           MOVE "</Parties>" TO REG-XML
           WRITE REG-XML
           MOVE "<Invoices>" TO REG-XML
           WRITE REG-XML
           MOVE "<Invoice>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlCabeceraFactura
           MOVE "<TaxesOutputs>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlImpuesto VARYING XF-R FROM 1 BY 1
              UNTIL XF-R > 3
           MOVE "</TaxesOutputs>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlTotales
           MOVE "<Items>" TO REG-XML
           WRITE REG-XML
           IF XF-NLIN = 0
              PERFORM XmlLineaResumen VARYING XF-R FROM 1 BY 1
                 UNTIL XF-R > 3
           ELSE
              OPEN INPUT PLATOS
              MOVE 0 TO XL-NCUB
              MOVE NFAC TO FL-NFAC
              MOVE 0 TO FL-LINEA
              START DETFAC KEY IS NOT < FL-CLAVE
                 INVALID KEY MOVE "N" TO BIENLIN
                 NOT INVALID KEY MOVE "B" TO BIENLIN
              END-START
              PERFORM XmlLineaDetalle UNTIL BIENLIN = "N"
              CLOSE PLATOS
           END-IF
           MOVE "</Items>" TO REG-XML
           WRITE REG-XML
           MOVE "</Invoice>" TO REG-XML
           WRITE REG-XML
           MOVE "</Invoices>" TO REG-XML
           WRITE REG-XML
           MOVE "</fe:Facturae>" TO REG-XML
           WRITE REG-XML.
       XmlTotalAmount.
           MOVE "TotalAmount" TO XE-ETIQ
           MOVE XF-TOTAL TO XN-NUM
           PERFORM XmlImporte.

      ** Emisor: el restaurante, como sociedad o persona fisica.     **

       XmlEmisor.
           MOVE "<SellerParty>" TO REG-XML
           WRITE REG-XML
           MOVE "<TaxIdentification>" TO REG-XML
           WRITE REG-XML
           MOVE "PersonTypeCode" TO XE-ETIQ
           IF FX-FISICA
              MOVE "F" TO XE-VALOR
           ELSE
              MOVE "J" TO XE-VALOR
           END-IF
           PERFORM XmlCampo
           MOVE "ResidenceTypeCode" TO XE-ETIQ
           MOVE "R" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "TaxIdentificationNumber" TO XE-ETIQ
           MOVE EM-NIF TO XE-VALOR
           PERFORM XmlCampo
           MOVE "</TaxIdentification>" TO REG-XML
           WRITE REG-XML
           IF FX-FISICA
              MOVE "<Individual>" TO REG-XML
              WRITE REG-XML
              MOVE "Name" TO XE-ETIQ
              MOVE FX-NOMPILA TO XE-VALOR
              PERFORM XmlCampo
              MOVE "FirstSurname" TO XE-ETIQ
              MOVE FX-APEL1 TO XE-VALOR
              PERFORM XmlCampo
              IF FX-APEL2 NOT = SPACES
                 MOVE "SecondSurname" TO XE-ETIQ
                 MOVE FX-APEL2 TO XE-VALOR
                 PERFORM XmlCampo
              END-IF
           ELSE
              MOVE "<LegalEntity>" TO REG-XML
              WRITE REG-XML
              MOVE "CorporateName" TO XE-ETIQ
              MOVE EM-NOMBRE TO XE-VALOR
              PERFORM XmlCampo
           END-IF
           MOVE "<AddressInSpain>" TO REG-XML
           WRITE REG-XML
           MOVE "Address" TO XE-ETIQ
           MOVE EM-DIRECCION TO XE-VALOR
           PERFORM XmlCampo
           MOVE "PostCode" TO XE-ETIQ
           MOVE FX-CP TO XE-VALOR
           PERFORM XmlCampo
           MOVE "Town" TO XE-ETIQ
           MOVE EM-POBLACION TO XE-VALOR
           PERFORM XmlCampo
           MOVE "Province" TO XE-ETIQ
           MOVE FX-PROVIN TO XE-VALOR
           PERFORM XmlCampo
           PERFORM XmlPais
           MOVE "</AddressInSpain>" TO REG-XML
           WRITE REG-XML
           IF FX-FISICA
              MOVE "</Individual>" TO REG-XML
           ELSE
              MOVE "</LegalEntity>" TO REG-XML
           END-IF
           WRITE REG-XML
           MOVE "</SellerParty>" TO REG-XML
           WRITE REG-XML.
       XmlPais.
           MOVE "CountryCode" TO XE-ETIQ
           MOVE "ESP" TO XE-VALOR
           PERFORM XmlCampo.

      ** Receptor: el organismo, con sus tres centros DIR3 (01       **
      ** oficina contable, 02 organo gestor, 03 unidad tramitadora)  **
      ** en la direccion de su ficha de cliente.                     **

       XmlReceptor.
           MOVE "<BuyerParty>" TO REG-XML
           WRITE REG-XML
           MOVE "<TaxIdentification>" TO REG-XML
           WRITE REG-XML
           MOVE "PersonTypeCode" TO XE-ETIQ
           MOVE "J" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "ResidenceTypeCode" TO XE-ETIQ
           MOVE "R" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "TaxIdentificationNumber" TO XE-ETIQ
           MOVE CGIF TO XE-VALOR
           PERFORM XmlCampo
           MOVE "</TaxIdentification>" TO REG-XML
           WRITE REG-XML
           MOVE "<AdministrativeCentres>" TO REG-XML
           WRITE REG-XML
           MOVE AP-OFICINA TO XF-CENTRO
           MOVE "01" TO XF-ROL
           PERFORM XmlCentro
           MOVE AP-ORGANO TO XF-CENTRO
           MOVE "02" TO XF-ROL
           PERFORM XmlCentro
           MOVE AP-UNIDAD TO XF-CENTRO
           MOVE "03" TO XF-ROL
           PERFORM XmlCentro
           MOVE "</AdministrativeCentres>" TO REG-XML
           WRITE REG-XML
           MOVE "<LegalEntity>" TO REG-XML
           WRITE REG-XML
           MOVE "CorporateName" TO XE-ETIQ
           MOVE CNOMBRE TO XE-VALOR
           PERFORM XmlCampo
           PERFORM XmlDireccionCliente
           MOVE "</LegalEntity>" TO REG-XML
           WRITE REG-XML
           MOVE "</BuyerParty>" TO REG-XML
           WRITE REG-XML.
       XmlCentro.
           MOVE "<AdministrativeCentre>" TO REG-XML
           WRITE REG-XML
           MOVE "CentreCode" TO XE-ETIQ
           MOVE XF-CENTRO TO XE-VALOR
           PERFORM XmlCampo
           MOVE "RoleTypeCode" TO XE-ETIQ
           MOVE XF-ROL TO XE-VALOR
           PERFORM XmlCampo
           PERFORM XmlDireccionCliente
           MOVE "</AdministrativeCentre>" TO REG-XML
           WRITE REG-XML.
       XmlDireccionCliente.
           MOVE "<AddressInSpain>" TO REG-XML
           WRITE REG-XML
           MOVE "Address" TO XE-ETIQ
           MOVE SPACES TO XE-VALOR
           STRING CDIRECCION DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CNUMERO DELIMITED BY " "
                  INTO XE-VALOR
           END-STRING
           PERFORM XmlCampo
           MOVE "PostCode" TO XE-ETIQ
           MOVE CCP TO XE-VALOR
           PERFORM XmlCampo
           MOVE "Town" TO XE-ETIQ
           MOVE CCIUDAD TO XE-VALOR
           PERFORM XmlCampo
           MOVE "Province" TO XE-ETIQ
           MOVE CPROVIN TO XE-VALOR
           PERFORM XmlCampo
           PERFORM XmlPais
           MOVE "</AddressInSpain>" TO REG-XML
           WRITE REG-XML.
       XmlCabeceraFactura.
           MOVE "<InvoiceHeader>" TO REG-XML
           WRITE REG-XML
           MOVE "InvoiceNumber" TO XE-ETIQ
           MOVE XF-NUMFAC TO XE-VALOR
           PERFORM XmlCampo
           IF XF-SERIETXT NOT = SPACES
              MOVE "InvoiceSeriesCode" TO XE-ETIQ
              MOVE XF-SERIETXT TO XE-VALOR
              PERFORM XmlCampo
           END-IF
           MOVE "InvoiceDocumentType" TO XE-ETIQ
           MOVE "FC" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "InvoiceClass" TO XE-ETIQ
           IF FCLASE-ABONO
              MOVE "OR" TO XE-VALOR
           ELSE
              MOVE "OO" TO XE-VALOR
           END-IF
           PERFORM XmlCampo
           IF FCLASE-ABONO
              PERFORM XmlRectificativa
           END-IF
           MOVE "</InvoiceHeader>" TO REG-XML
           WRITE REG-XML
           MOVE "<InvoiceIssueData>" TO REG-XML
           WRITE REG-XML
           MOVE "IssueDate" TO XE-ETIQ
           MOVE XF-FECHA TO XE-VALOR
           PERFORM XmlCampo
           MOVE "InvoiceCurrencyCode" TO XE-ETIQ
           MOVE "EUR" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "TaxCurrencyCode" TO XE-ETIQ
           MOVE "EUR" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "LanguageName" TO XE-ETIQ
           MOVE "es" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "</InvoiceIssueData>" TO REG-XML
           WRITE REG-XML.

      ** Abono: rectificativa por diferencias de la base imponible   **
      ** de la factura de origen, en el periodo de esa factura.      **

       XmlRectificativa.
           MOVE "<Corrective>" TO REG-XML
           WRITE REG-XML
           MOVE "InvoiceNumber" TO XE-ETIQ
           MOVE XF-ORNUM TO XE-VALOR
           PERFORM XmlCampo
           IF XF-ORSERIE NOT = SPACES
              MOVE "InvoiceSeriesCode" TO XE-ETIQ
              MOVE XF-ORSERIE TO XE-VALOR
              PERFORM XmlCampo
           END-IF
           MOVE "ReasonCode" TO XE-ETIQ
           MOVE "16" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "ReasonDescription" TO XE-ETIQ
           MOVE "Base imponible" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "<TaxPeriod>" TO REG-XML
           WRITE REG-XML
           MOVE "StartDate" TO XE-ETIQ
           MOVE XF-ORFECHA TO XE-VALOR
           PERFORM XmlCampo
           MOVE "EndDate" TO XE-ETIQ
           MOVE XF-ORFECHA TO XE-VALOR
           PERFORM XmlCampo
           MOVE "</TaxPeriod>" TO REG-XML
           WRITE REG-XML
           MOVE "CorrectionMethod" TO XE-ETIQ
           MOVE "02" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "CorrectionMethodDescription" TO XE-ETIQ
           MOVE "Rectificaci&#243;n por diferencias" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "</Corrective>" TO REG-XML
           WRITE REG-XML.
       XmlImpuesto.
           IF XF-R = 1
              COMPUTE XL-BASE = FBASE1 * XF-SIGNO
              COMPUTE XN-NUM = FCUOTA1 * XF-SIGNO
           END-IF
           IF XF-R = 2
              COMPUTE XL-BASE = FBASE2 * XF-SIGNO
              COMPUTE XN-NUM = FCUOTA2 * XF-SIGNO
           END-IF
           IF XF-R = 3
              COMPUTE XL-BASE = FBASE3 * XF-SIGNO
              COMPUTE XN-NUM = FCUOTA3 * XF-SIGNO
           END-IF
           IF XL-BASE NOT = 0 OR (XF-R = 1 AND XF-BASES = 0)
              MOVE "<Tax>" TO REG-XML
              WRITE REG-XML
              MOVE XN-NUM TO XF-CUOTAR
              MOVE XF-R TO XL-T
              PERFORM XmlTipo
              MOVE "<TaxableBase>" TO REG-XML
              WRITE REG-XML
              MOVE "TotalAmount" TO XE-ETIQ
              MOVE XL-BASE TO XN-NUM
              PERFORM XmlImporte
              MOVE "</TaxableBase>" TO REG-XML
              WRITE REG-XML
              MOVE "<TaxAmount>" TO REG-XML
              WRITE REG-XML
              MOVE "TotalAmount" TO XE-ETIQ
              MOVE XF-CUOTAR TO XN-NUM
              PERFORM XmlImporte
              MOVE "</TaxAmount>" TO REG-XML
              WRITE REG-XML
              MOVE "</Tax>" TO REG-XML
              WRITE REG-XML
           END-IF.
       XmlTipo.
           MOVE "TaxTypeCode" TO XE-ETIQ
           MOVE "01" TO XE-VALOR
           PERFORM XmlCampo
           MOVE "TaxRate" TO XE-ETIQ
           MOVE LI-RATE(XL-T) TO XN-NUM
           PERFORM XmlImporte.
       XmlTotales.
           MOVE "<InvoiceTotals>" TO REG-XML
           WRITE REG-XML
           MOVE "TotalGrossAmount" TO XE-ETIQ
           MOVE XF-BRUTO TO XN-NUM
           PERFORM XmlImporte
           IF XF-DTO NOT = 0
              MOVE "<GeneralDiscounts>" TO REG-XML
              WRITE REG-XML
              MOVE "<Discount>" TO REG-XML
              WRITE REG-XML
              MOVE "DiscountReason" TO XE-ETIQ
              MOVE "DESCUENTO" TO XE-VALOR
              PERFORM XmlCampo
              MOVE "DiscountAmount" TO XE-ETIQ
              MOVE XF-DTO TO XN-NUM
              PERFORM XmlImporte
              MOVE "</Discount>" TO REG-XML
              WRITE REG-XML
              MOVE "</GeneralDiscounts>" TO REG-XML
              WRITE REG-XML
           END-IF
           MOVE "TotalGeneralDiscounts" TO XE-ETIQ
           MOVE XF-DTO TO XN-NUM
           PERFORM XmlImporte
           MOVE "TotalGeneralSurcharges" TO XE-ETIQ
           MOVE 0 TO XN-NUM
           PERFORM XmlImporte
           MOVE "TotalGrossAmountBeforeTaxes" TO XE-ETIQ
           MOVE XF-BASES TO XN-NUM
           PERFORM XmlImporte
           MOVE "TotalTaxOutputs" TO XE-ETIQ
           MOVE XF-CUOTAS TO XN-NUM
           PERFORM XmlImporte
           MOVE "TotalTaxesWithheld" TO XE-ETIQ
           MOVE 0 TO XN-NUM
           PERFORM XmlImporte
           MOVE "InvoiceTotal" TO XE-ETIQ
           MOVE XF-TOTAL TO XN-NUM
           PERFORM XmlImporte
           MOVE "TotalOutstandingAmount" TO XE-ETIQ
           MOVE XF-TOTAL TO XN-NUM
           PERFORM XmlImporte
           MOVE "TotalExecutableAmount" TO XE-ETIQ
           MOVE XF-TOTAL TO XN-NUM
           PERFORM XmlImporte
           MOVE "</InvoiceTotals>" TO REG-XML
           WRITE REG-XML.
       XmlLineaDetalle.
           READ DETFAC NEXT AT END MOVE "N" TO BIENLIN
           END-READ.
           IF BIENLIN = "B" AND FL-NFAC NOT = NFAC
              MOVE "N" TO BIENLIN
           END-IF.
           IF BIENLIN = "B"
              PERFORM CalcularLineaFace
              ADD XF-AJUSTE TO XL-BASE
              MOVE 0 TO XF-AJUSTE
              MOVE FL-NOM TO XE-VALOR
              PERFORM XmlLinea
           END-IF.

      ** Facturas sin detalle de platos (abonos, rectificativas y    **
      ** las anteriores al detalle): una linea por tipo de IVA.      **

       XmlLineaResumen.
           IF XF-R = 1
              COMPUTE XL-BASE = FBASE1 * XF-SIGNO
           END-IF
           IF XF-R = 2
              COMPUTE XL-BASE = FBASE2 * XF-SIGNO
           END-IF
           IF XF-R = 3
              COMPUTE XL-BASE = FBASE3 * XF-SIGNO
           END-IF
           IF XL-BASE NOT = 0 OR (XF-R = 1 AND XF-BASES = 0)
              MOVE XF-R TO XL-T
              MOVE 1 TO XL-CANT
              IF FCLASE-ABONO
                 MOVE "RECTIFICACION DE FACTURA" TO XE-VALOR
              ELSE
                 MOVE "SERVICIO DE RESTAURACION" TO XE-VALOR
              END-IF
              PERFORM XmlLinea
           END-IF.
       XmlLinea.
           MOVE "<InvoiceLine>" TO REG-XML
           WRITE REG-XML
           MOVE "ItemDescription" TO XE-ETIQ
           PERFORM XmlCampo
           MOVE "Quantity" TO XE-ETIQ
           MOVE XL-CANT TO XN-NUM
           PERFORM XmlImporte
           MOVE "UnitOfMeasure" TO XE-ETIQ
           MOVE "01" TO XE-VALOR
           PERFORM XmlCampo
           COMPUTE XU-NUM ROUNDED = XL-BASE / XL-CANT
           PERFORM FormatearPrecio
           MOVE "UnitPriceWithoutTax" TO XE-ETIQ
           PERFORM XmlCampo
           MOVE "TotalCost" TO XE-ETIQ
           MOVE XL-BASE TO XN-NUM
           PERFORM XmlImporte
           MOVE "GrossAmount" TO XE-ETIQ
           MOVE XL-BASE TO XN-NUM
           PERFORM XmlImporte
           MOVE "<TaxesOutputs>" TO REG-XML
           WRITE REG-XML
           MOVE "<Tax>" TO REG-XML
           WRITE REG-XML
           PERFORM XmlTipo
           MOVE "<TaxableBase>" TO REG-XML
           WRITE REG-XML
           MOVE "TotalAmount" TO XE-ETIQ
           MOVE XL-BASE TO XN-NUM
           PERFORM XmlImporte
           MOVE "</TaxableBase>" TO REG-XML
           WRITE REG-XML
           MOVE "</Tax>" TO REG-XML
           WRITE REG-XML
           MOVE "</TaxesOutputs>" TO REG-XML
           WRITE REG-XML
           MOVE "</InvoiceLine>" TO REG-XML
           WRITE REG-XML.

      ** <etiqueta>valor</etiqueta>: el valor sin los blancos de     **
      ** relleno del campo. Los caracteres que el XML reserva (& < > **
      ** y las comillas) se escriben como entidades, para que un     **
      ** nombre o un plato que los lleve no invalide el fichero.     **

       XmlCampo.
           MOVE SPACES TO REG-XML
           MOVE 1 TO XPTR
           STRING "<" DELIMITED BY SIZE
                  XE-ETIQ DELIMITED BY " "
                  ">" DELIMITED BY SIZE
                  INTO REG-XML WITH POINTER XPTR
           END-STRING
           MOVE 80 TO XV-LARGO
           MOVE "N" TO XV-FIN
           PERFORM BuscarFinValor UNTIL XV-FIN = "S"
           PERFORM EscaparCaracter VARYING XV-I FROM 1 BY 1
              UNTIL XV-I > XV-LARGO
           STRING "</" DELIMITED BY SIZE
                  XE-ETIQ DELIMITED BY " "
                  ">" DELIMITED BY SIZE
                  INTO REG-XML WITH POINTER XPTR
           END-STRING
           WRITE REG-XML.
       BuscarFinValor.
           IF XV-LARGO = 0
              MOVE "S" TO XV-FIN
           ELSE
              IF XV-CAR(XV-LARGO) NOT = " "
                 MOVE "S" TO XV-FIN
              ELSE
                 SUBTRACT 1 FROM XV-LARGO
              END-IF
           END-IF.
       EscaparCaracter.
           EVALUATE XV-CAR(XV-I)
              WHEN "&"
                 STRING "&amp;" DELIMITED BY SIZE
                    INTO REG-XML WITH POINTER XPTR
                 END-STRING
              WHEN "<"
                 STRING "&lt;" DELIMITED BY SIZE
                    INTO REG-XML WITH POINTER XPTR
                 END-STRING
              WHEN ">"
                 STRING "&gt;" DELIMITED BY SIZE
                    INTO REG-XML WITH POINTER XPTR
                 END-STRING
              WHEN QUOTE
                 STRING "&quot;" DELIMITED BY SIZE
                    INTO REG-XML WITH POINTER XPTR
                 END-STRING
              WHEN "'"
                 STRING "&apos;" DELIMITED BY SIZE
                    INTO REG-XML WITH POINTER XPTR
                 END-STRING
              WHEN OTHER
                 STRING XV-CAR(XV-I) DELIMITED BY SIZE
                    INTO REG-XML WITH POINTER XPTR
                 END-STRING
           END-EVALUATE.
       XmlImporte.
           PERFORM FormatearImporte
           PERFORM XmlCampo.

      ** Importe con punto decimal y signo delante, sin ceros ni     **
      ** blancos a la izquierda, como lo quiere el XML.              **

       FormatearImporte.
           IF XN-NUM < 0
              MOVE "-" TO XN-SIGNO
              COMPUTE XN-ABS = 0 - XN-NUM
           ELSE
              MOVE " " TO XN-SIGNO
              MOVE XN-NUM TO XN-ABS
           END-IF
           MOVE XN-ENT TO XN-ENTED
           MOVE SPACES TO XN-VACIO XN-ENTTXT
           UNSTRING XN-ENTED DELIMITED BY ALL " "
              INTO XN-VACIO XN-ENTTXT
           END-UNSTRING
           MOVE SPACES TO XE-VALOR
           STRING XN-SIGNO DELIMITED BY " "
                  XN-ENTTXT DELIMITED BY " "
                  "." DELIMITED BY SIZE
                  XN-DEC DELIMITED BY SIZE
                  INTO XE-VALOR
           END-STRING.
       FormatearPrecio.
           IF XU-NUM < 0
              MOVE "-" TO XN-SIGNO
              COMPUTE XU-ABS = 0 - XU-NUM
           ELSE
              MOVE " " TO XN-SIGNO
              MOVE XU-NUM TO XU-ABS
           END-IF
           MOVE XU-ENT TO XN-ENTED
           MOVE SPACES TO XN-VACIO XN-ENTTXT
           UNSTRING XN-ENTED DELIMITED BY ALL " "
              INTO XN-VACIO XN-ENTTXT
           END-UNSTRING
           MOVE SPACES TO XE-VALOR
           STRING XN-SIGNO DELIMITED BY " "
                  XN-ENTTXT DELIMITED BY " "
                  "." DELIMITED BY SIZE
                  XU-DEC DELIMITED BY SIZE
                  INTO XE-VALOR
           END-STRING.

      ** Cada generacion cuenta como un envio a FACe, pendiente de   **
      ** que la oficina apunte en ADMPUB.CBL si se registra, se paga **
      ** o se rechaza.                                               **

       ApuntarEnvioFace.
           ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
           OPEN I-O FACEENV
           IF ERRORFE = "00" OR "05"
              MOVE NFAC TO FE-NFAC
              READ FACEENV
                 INVALID KEY
                    MOVE "N" TO EXISTEFE
                    MOVE 0 TO FE-ENVIOS
                    MOVE SPACES TO FE-REGISTRO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEFE
              END-READ
              MOVE NFAC TO FE-NFAC
              MOVE CGIF TO FE-GIF
              MOVE FSERIE TO FE-SERIE
              MOVE FNUMSERIE TO FE-NUMSERIE
              MOVE FPASTA TO FE-TOTAL
              ADD 1 TO FE-ENVIOS
              MOVE FECHAHOY8 TO FE-FECHAENV
              MOVE "E" TO FE-ESTADO
              MOVE FECHAHOY8 TO FE-FECHAEST
              MOVE SPACES TO FE-MOTIVO
              MOVE USUARIOACTUAL TO FE-USUARIO
              IF EXISTEFE = "S"
                 REWRITE REG-FE INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-FE INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              CLOSE FACEENV
           END-IF.
      *****************************************************************
      * DEJA LA FACTURA MOSTRADA EN BuscarEmpresa EN EL BUZON DE      *
      * SALIDA DE CORREO: UN FICHERO BZnnnnnnnn.TXT CON LA DIRECCION  *
      * Y EL ASUNTO ARRIBA Y LA MISMA FACTURA QUE IMPRIME F5 DEBAJO.  *
      * SIN EMAIL EN LA FICHA DEL CLIENTE NO SE GENERA NADA.          *
      *****************************************************************
       EnviarFacturaEmail.
           MOVE SPACES TO EML-PARA
           IF FGIF NOT = 0
              MOVE FGIF TO CGIF
              READ CLIENTES
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CEMAIL TO EML-PARA
              END-READ
           END-IF
           IF EML-PARA = SPACES
              DISPLAY "EL CLIENTE NO TIENE EMAIL EN SU FICHA   "
                 LINE 24 POSITION 2 REVERSE
              PERFORM ALTO
           ELSE
      * El buzon vive en la carpeta de datos compartida, como los
      * demas ficheros: asi el PC de la oficina ve los de todos los
      * terminales.
              MOVE SPACES TO NOMBREEMAIL
              STRING RUTADATOS DELIMITED BY " "
                     "BZ" DELIMITED BY SIZE
                     NFAC DELIMITED BY SIZE
                     ".TXT" DELIMITED BY SIZE
                     INTO NOMBREEMAIL
              END-STRING
              OPEN OUTPUT EMAILOUT
              IF ERROREML = "00"
                 WRITE REG-EMAIL FROM LINPARA
                 MOVE FSERIE TO EML-SERIE
                 MOVE FNUMSERIE TO EML-NUMSERIE
                 WRITE REG-EMAIL FROM LINASUNTO
                 MOVE SPACES TO REG-EMAIL
                 WRITE REG-EMAIL
                 PERFORM VolcarFacturaEmail
                 CLOSE EMAILOUT
                 DISPLAY "FACTURA DEJADA EN EL BUZON DE CORREO    "
                    LINE 24 POSITION 2 REVERSE
                 PERFORM ALTO
              END-IF
           END-IF.
       VolcarFacturaEmail.
           MOVE SPACES TO RE-EMNOMBRE RE-EMDIRECCION RE-EMPOBLACION
           MOVE SPACES TO RE-EMNIF
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 MOVE EM-NOMBRE    TO RE-EMNOMBRE
                 MOVE EM-NIF       TO RE-EMNIF
                 MOVE EM-DIRECCION TO RE-EMDIRECCION
                 MOVE EM-POBLACION TO RE-EMPOBLACION
              END-IF
              CLOSE EMPRESA
           END-IF
           MOVE NFAC TO RE-FACNUM
           MOVE FSERIE TO RE-FACSERIE
           MOVE FNUMSERIE TO RE-FACSERNUM
           MOVE FDIA TO RE-FACDIA
           MOVE FMES TO RE-FACMES
           MOVE FANO TO RE-FACANO
           WRITE REG-EMAIL FROM LINEMPRE1
           WRITE REG-EMAIL FROM LINEMPRE2
           WRITE REG-EMAIL FROM LINEMPRE3
           PERFORM LeerRegimenIva
           MOVE FANO TO ANOCAJA
           PERFORM MirarCriterioCaja
           IF ENCAJA = "S"
              WRITE REG-EMAIL FROM LINCRITCAJA
           END-IF
           WRITE REG-EMAIL FROM CABDETFAC
           MOVE 0 TO TOTALES
           MOVE NFAC TO FL-NFAC
           MOVE 0 TO FL-LINEA
           START DETFAC KEY IS NOT < FL-CLAVE
              INVALID KEY MOVE "N" TO BIENLIN
              NOT INVALID KEY MOVE "B" TO BIENLIN
           END-START
           PERFORM VolcarLineaEmail UNTIL BIENLIN = "N"
           MOVE FPASTA TO PTOTALES
           MOVE 1 TO PPAGINA
           WRITE REG-EMAIL FROM TT.
       VolcarLineaEmail.
           READ DETFAC NEXT AT END MOVE "N" TO BIENLIN
           END-READ.
           IF BIENLIN = "B" AND FL-NFAC NOT = NFAC
              MOVE "N" TO BIENLIN
           END-IF.
           IF BIENLIN = "B"
              MOVE FL-NOM      TO RFNOM
              MOVE FL-CANTIDAD TO RFCANTIDAD
              MOVE FL-PVP      TO RFPVP
              MOVE FL-TOTAL    TO RFTOTAL
              WRITE REG-EMAIL FROM LINDETFAC
              MOVE FL-NFAC TO DP-NFAC
              MOVE FL-LINEA TO DP-LINEA
              PERFORM BuscarPesoLinea
              IF HAYPESO = "S"
                 WRITE REG-EMAIL FROM LINPESOFAC
              END-IF
           END-IF.
      *****************************************************************
      *                                                               *
      *****************************************************************
       ModosBusqueda.
           MOVE 10211562000041 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "BUSQUEDA RAPIDA POR CAMPOS"
             LINE 10 POSITION 28 REVERSE
           DISPLAY "N DE FACTURA:" LINE 12 POSITION 23 REVERSE
           DISPLAY "PAGADAS(T/P/N):" LINE 12 POSITION 45 REVERSE
           DISPLAY "GIF EMPRESA:" LINE 13 POSITION 23 REVERSE
           DISPLAY " DESDE:  /  /    HASTA:  /  /  "
             LINE 14 POSITION 23 REVERSE
           ACCEPT FECHASYS FROM DATE END-ACCEPT
           MOVE 0 TO WGIF
           MOVE 2 TO I
           PERFORM MENSAJE
           ACCEPT FAC(1) LINE 12 POSITION 36 NO BEEP
             UPDATE TAB ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF FAC(1) = 0
              ACCEPT WGIF LINE 13 POSITION 36 UPDATE NO BEEP TAB
                ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           MOVE 3 TO I
           PERFORM MENSAJE
                   PERFORM ALTO
                NOT INVALID KEY
                   PERFORM ComprobarPeriodo
                   IF FPAGADA = "I"
                      DISPLAY "FACTURA INCOBRABLE: F10 PARA RECUPERARLA"
                         LINE 24 POSITION 2 REVERSE
                      PERFORM ALTO
                   ELSE
                      IF PERIODOCERRADO = "S"
                         DISPLAY "PERIODO DE IVA CERRADO: USE UN ABONO"
                            LINE 24 POSITION 2 REVERSE
                         PERFORM ALTO
                      ELSE
                         MOVE FPAGADA  TO AUDW-PAGADA
                         MOVE FCOBRADO TO AUDW-COBRADO
                         IF FPAGADA = "*"
                            PERFORM CobrarFactura
                            REWRITE REG-FAC END-REWRITE
                            PERFORM GrabarAuditoria
                          ELSE
                            IF SESNIVEL < 2
                               DISPLAY
                                  "SOLO EL ENCARGADO DESMARCA PAGOS"
                                  LINE 24 POSITION 2 REVERSE
                               PERFORM ALTO
                            ELSE
                               MOVE "*"  TO FPAGADA
                               MOVE 0    TO FCOBRADO
                               MOVE " "  TO FMETODO
                               MOVE 0    TO FFECHACOB
                               MOVE FPAGADA TO TPAGADA(PUNTERO)
                               REWRITE REG-FAC END-REWRITE
                               PERFORM GrabarAuditoria
                            END-IF
                         END-IF
                      END-IF
                   END-IF
       VerAuditoria.
           MOVE TNFAC(PUNTERO) TO NFAC
           DISPLAY " " ERASE
           PERFORM MarcarPantallaFormacion
           DISPLAY "CAMBIOS DE ESTADO DE LA FACTURA" LINE 2 POSITION 5
           DISPLAY NFAC LINE 2 POSITION 38
           DISPLAY "FECHA      HORA  USUARIO  ANTES > DESPUES"
           MOVE VENTANA2 TO VENT
           CALL "VENT2.COB" USING VENT
           DISPLAY TITULO LINE 3 POSITION DONDE(2)
           PERFORM MarcarPantallaFormacion
           MOVE PTRO(1) TO PUNTERO
           PERFORM AjustarTabla.
       CobrarFactura.
              PERFORM GrabarRecibos
              PERFORM GanarPuntos
           END-IF
           IF FPAGADA = " "
              PERFORM FacePagada
           END-IF
           MOVE FPAGADA TO TPAGADA(PUNTERO).

      ** Factura enviada a FACe que acaba de cobrarse entera: su     **
      ** envio pasa a pagado con la fecha del cobro.                 **

       FacePagada.
           OPEN I-O FACEENV
           IF ERRORFE = "00"
              MOVE NFAC TO FE-NFAC
              READ FACEENV
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF FE-ENVIADA OR FE-REGISTRADA
                       MOVE "P" TO FE-ESTADO
                       MOVE FFECHACOB TO FE-FECHAEST
                       REWRITE REG-FE INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE FACEENV
           END-IF.

      ** Tarjeta de puntos: el cobro con GIF conocido gana un punto  **
      ** por cada tramo configurado de euros; cada apunte queda en   **
      ** el diario de puntos para poder repasarlo.                   **
              MOVE RECF-ANO TO RECIMPANO
              MOVE REC-IMPORTE TO RECIMPTOTAL
              MOVE REC-METODO  TO RECIMPPAGO
              PERFORM ImprimirMarcaFormacion
              WRITE LINEAIMP FROM CABRECIBO BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINRECIBO1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINRECIBO2 BEFORE ADVANCING 2 LINE
              MOVE HL-PVP      TO RFPVP
              MOVE HL-TOTAL    TO RFTOTAL
              WRITE LINEAIMP FROM LINDETFAC BEFORE ADVANCING 1 LINE
              MOVE HL-NFAC TO DP-NFAC
              MOVE HL-LINEA TO DP-LINEA
              PERFORM BuscarPesoLinea
              IF HAYPESO = "S"
                 WRITE LINEAIMP FROM LINPESOFAC BEFORE ADVANCING 1
                    LINE
              END-IF
           END-IF.
      *****************************************************************
      * CONVIERTE UN TICKET (FACTURA SIMPLIFICADA, SIN CLIENTE) EN    *
              WRITE LINEAIMP FROM CABEXTRACTO BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINEXTCLI BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABEXT2 BEFORE ADVANCING 1 LINE
              PERFORM AbrirIncobra
              MOVE WGIF TO FGIF
              START FACTURA KEY IS = FGIF
                 INVALID KEY MOVE "N" TO BIEN
                 NOT INVALID KEY MOVE "B" TO BIEN
              END-START
              PERFORM LeerExtracto UNTIL BIEN = "N"
              PERFORM CerrarIncobra
              MOVE EXT-SALDO TO EXTSALDOFIN
              WRITE LINEAIMP FROM TOTEXTRACTO BEFORE ADVANCING 2 LINE
           END-IF
           IF BIEN = "B" AND FGIF NOT = WGIF
              MOVE "N" TO BIEN
           END-IF.
           IF BIEN = "B"
              PERFORM MirarIncobrable
           END-IF.
           IF BIEN = "B" AND FFECHA NOT < FECHA(1 , 1)
              AND FFECHA NOT > FECHA(1 , 2)
              AND NOT FCLASE-ABSORBIDA
              AND FPAGADA NOT = "I" AND ESINCOB NOT = "R"
              MOVE FDIA TO EXTDIA
              MOVE FMES TO EXTMES
              MOVE FANO TO EXTANO
           MOVE CF-ANO TO FSERIE
           MOVE CF-SERIESIG TO FNUMSERIE
           MOVE 0 TO FCOMENSALES
           PERFORM AbrirPendiente
           WRITE REG-FAC
              INVALID KEY
                 MOVE 11 TO I
                 PERFORM MENSAJE
                 PERFORM QuitarPendiente
                 PERFORM ALTO
              NOT INVALID KEY
                 MOVE 1 TO PASOTJ
                 PERFORM MarcarPaso
                 COMPUTE CF-NFACSIG = NFAC + 1
                 ADD 1 TO CF-SERIESIG
                 PERFORM GrabarContadores
                 PERFORM ApuntarVentaDia
                 MOVE 3 TO PASOTJ
                 PERFORM MarcarPaso
                 PERFORM GrabarRegistroFactura
                 MOVE 5 TO PASOTJ
                 PERFORM MarcarPaso
                 PERFORM QuitarPendiente
                 PERFORM AbonarAnticipo
                 DISPLAY "ABONO GRABADO CON EL NUMERO:" LINE 15
                    POSITION 23 REVERSE
                 DISPLAY NFAC LINE 15 POSITION 53
                 PERFORM ImprimirAbono
                 PERFORM ALTO
           END-WRITE.
      *****************************************************************
      * SI LO ABONADO ES UNA FACTURA DE ANTICIPO AUN NO DEDUCIDA, SE  *
      * RESTA DEL ANTICIPO PARA QUE LA MESA NO LA VUELVA A DEDUCIR;   *
      * ABONADA ENTERA QUEDA COMO DEVUELTA CON ESTE ABONO.             *
      *****************************************************************
       AbonarAnticipo.
           OPEN I-O ANTICIPO
           IF ERRORAN = "00"
              MOVE ABO-ORIGEN TO AN-NFAC
              READ ANTICIPO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF ANTICIPO-PENDIENTE OR ANTICIPO-ENMESA
                       PERFORM RestarAbonoAnticipo
                       REWRITE REG-AN INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
              END-READ
              CLOSE ANTICIPO
           END-IF.
       RestarAbonoAnticipo.
           IF ABO-IMPORTE < AN-IMPORTE
              SUBTRACT ABO-IMPORTE FROM AN-IMPORTE
              IF FBASE1 < AN-BASE
                 SUBTRACT FBASE1 FROM AN-BASE
              ELSE
                 MOVE 0 TO AN-BASE
              END-IF
              IF FCUOTA1 < AN-CUOTA
                 SUBTRACT FCUOTA1 FROM AN-CUOTA
              ELSE
                 MOVE 0 TO AN-CUOTA
              END-IF
           ELSE
              MOVE "D" TO AN-ESTADO
              MOVE NFAC TO AN-NFACFIN
              MOVE 0 TO AN-MESA
           END-IF.
       BuscarLibreAbono.
           MOVE ABO-NUMERO TO NFAC
           READ FACTURA
              NOT INVALID KEY CONTINUE
           END-READ.

      ** Resta el abono (o suma la rectificativa o reposicion de un  **
      ** impago, ya apuntada en INCOBRA) en los totales de venta por **
      ** dia que leen los listados.                                  **

       ApuntarVentaDia.
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.

      *****************************************************************
      * DIARIO DEL ABONO O RECTIFICATIVA EN CURSO (PENDFAC.DAT): SE   *
      * APUNTA ANTES DE GRABAR LA CABECERA, SE MARCA CADA PASO AL     *
      * TERMINARLO Y SE QUITA AL FINAL; SI HAY UN CORTE, PENDFAC.CBL  *
      * LO COMPLETA O LO ANULA AL ARRANCAR. NO LLEVAN LINEAS NI       *
      * RECIBOS.                                                      *
      *****************************************************************
       AbrirPendiente.
           MOVE NFAC TO TJ-NFAC
           MOVE "FACT" TO TJ-PROGRAMA
           ACCEPT TJ-FECHA FROM DATE YYYYMMDD
           ACCEPT TJ-HORA FROM TIME
           MOVE FMESA TO TJ-MESA
           MOVE FSERIE TO TJ-SERIE
           MOVE FNUMSERIE TO TJ-NUMSERIE
           MOVE "P P P" TO TJ-PASOS
           MOVE 0 TO TJ-NPARTES
           MOVE ZEROS TO TJ-PARTES
           MOVE ZEROS TO TJ-CHEQUES
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
              WRITE LINEAIMP FROM LINFORMACION BEFORE ADVANCING 2 LINE
           END-IF.
       MarcarPantallaFormacion.
           IF ENFORMACION = "S"
              DISPLAY " FORMACION " LINE 1 POSITION 35 REVERSE
           END-IF.

      ** Registro encadenado de facturacion: anade a REGISFAC.DAT el **
      ** apunte del abono recien emitido, enlazado con el apunte     **
      ** anterior; el mismo calculo que hace MESA.CBL al facturar y  **
              MOVE FMES       TO ABOIMPMES
              MOVE FANO       TO ABOIMPANO
              MOVE ABO-IMPORTE TO ABOIMPTOTAL
              PERFORM ImprimirMarcaFormacion
              WRITE LINEAIMP FROM CABABONO BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINABONO1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINABONO2 BEFORE ADVANCING 2 LINE
           END-IF
           CLOSE LISTADO.
      *****************************************************************
      * FACTURAS INCOBRABLES (F10): UNA FACTURA PENDIENTE CON MAS DE  *
      * SEIS MESES SE DA POR INCOBRABLE (FPAGADA = "I") Y SE EMITE EN *
      * LA SERIE SU RECTIFICATIVA DE MODIFICACION DE BASE POR LO QUE  *
      * QUEDABA POR COBRAR, QUE EL LIBRO DE IVA Y EL MODELO 303 RESTAN*
      * COMO IVA RECUPERADO. YA NO SALE EN RECLAMA, EN EL LISTADO DE  *
      * MOROSOS NI EN EL EXTRACTO. SI EL CLIENTE PAGA AL FINAL, F10   *
      * SOBRE LA MISMA FACTURA EMITE LA RECTIFICATIVA QUE REPONE LA   *
      * BASE, PENDIENTE DE COBRO COMO UNA FACTURA MAS. SOLO EL        *
      * ENCARGADO. TODO QUEDA EN INCOBRA.DAT.                         *
      *****************************************************************
       Incobrable.
           MOVE TNFAC(PUNTERO) TO NFAC
           READ FACTURA
              INVALID KEY
                 MOVE 12 TO I
                 PERFORM MENSAJE
                 PERFORM ALTO
                 MOVE "N" TO BIEN
              NOT INVALID KEY
                 MOVE "B" TO BIEN
           END-READ
           IF BIEN = "B" AND SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO DA FACTURAS POR INCOBRABLES"
                 LINE 24 POSITION 2 REVERSE
              PERFORM ALTO
              MOVE "N" TO BIEN
           END-IF
           IF BIEN = "B"
              IF FPAGADA = "I"
                 PERFORM RevertirIncobrable
              ELSE
                 PERFORM DeclararIncobrable
              END-IF
           END-IF.
       DeclararIncobrable.
           IF FPAGADA NOT = "*" OR FCOBRADO NOT < FPASTA
              OR FCLASE-ABONO OR FCLASE-ABSORBIDA
              DISPLAY "SOLO FACTURAS PENDIENTES DE COBRO            "
                 LINE 24 POSITION 2 REVERSE
              PERFORM ALTO
              MOVE "N" TO BIEN
           END-IF
           IF BIEN = "B"
              ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
              MOVE FANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE DIASHOY = FH-ANO * 360 + FH-MES * 30 + FH-DIA
              COMPUTE DIASFAC = FANOC * 360 + FMES * 30 + FDIA
              IF DIASHOY < DIASFAC + PLAZOINCOB
                 DISPLAY "AUN NO HAN PASADO SEIS MESES DESDE LA FACTURA"
                    LINE 24 POSITION 2 REVERSE
                 PERFORM ALTO
                 MOVE "N" TO BIEN
              END-IF
           END-IF
           IF BIEN = "B"
              MOVE "I" TO IB-TIPO
              PERFORM CargarIncobrable
              MOVE 10211562000041 TO VENTANA
              CALL "VENTANA.COB" USING VENTANA
              DISPLAY "FACTURA INCOBRABLE" LINE 10 POSITION 32 REVERSE
              DISPLAY "FACTURA:" LINE 12 POSITION 23 REVERSE
              DISPLAY IB-ORIGEN LINE 12 POSITION 33
              DISPLAY "PENDIENTE:" LINE 13 POSITION 23 REVERSE
              DISPLAY IB-PENDIENTE LINE 13 POSITION 35
              DISPLAY "EMITIR RECTIFICATIVA? (S/N):" LINE 14
                 POSITION 23 REVERSE
              MOVE "N" TO INCOBSN
              ACCEPT INCOBSN LINE 14 POSITION 53 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF INCOBSN = "S" OR "s"
                 PERFORM GrabarRectificativa
              END-IF
              CALL "RECUP"
           END-IF.

      ** Lo que queda por cobrar de la factura, repartido entre sus   **
      ** tipos de IVA en la misma proporcion que la factura entera;   **
      ** las facturas sin desglose van enteras al tipo general.       **

       CargarIncobrable.
           PERFORM LeerIvaPct
           MOVE NFAC TO IB-ORIGEN
           MOVE FGIF TO IB-GIF
           MOVE FSERIE TO IB-SERIE
           MOVE FNUMSERIE TO IB-NUMSERIE
           MOVE FDIA TO IB-DIA
           MOVE FMES TO IB-MES
           MOVE FANO TO IB-ANO
           COMPUTE IB-PENDIENTE = FPASTA - FCOBRADO
           IF FBASE1 = 0 AND FBASE2 = 0 AND FBASE3 = 0
              COMPUTE IB-BASE(1) ROUNDED =
                 IB-PENDIENTE / (1 + LI-IVAPCT / 100)
              COMPUTE IB-CUOTA(1) = IB-PENDIENTE - IB-BASE(1)
              MOVE 0 TO IB-BASE(2) IB-CUOTA(2) IB-BASE(3) IB-CUOTA(3)
           ELSE
              COMPUTE IB-BASE(1) ROUNDED =
                 FBASE1 * IB-PENDIENTE / FPASTA
              COMPUTE IB-CUOTA(1) ROUNDED =
                 FCUOTA1 * IB-PENDIENTE / FPASTA
              COMPUTE IB-BASE(2) ROUNDED =
                 FBASE2 * IB-PENDIENTE / FPASTA
              COMPUTE IB-CUOTA(2) ROUNDED =
                 FCUOTA2 * IB-PENDIENTE / FPASTA
              COMPUTE IB-BASE(3) ROUNDED =
                 FBASE3 * IB-PENDIENTE / FPASTA
              COMPUTE IB-CUOTA(3) ROUNDED =
                 FCUOTA3 * IB-PENDIENTE / FPASTA
           END-IF
           PERFORM SumarIncobrable.
       SumarIncobrable.
           COMPUTE IB-TOTBASE = IB-BASE(1) + IB-BASE(2) + IB-BASE(3)
           COMPUTE IB-TOTCUOTA = IB-CUOTA(1) + IB-CUOTA(2)
              + IB-CUOTA(3)
           COMPUTE IB-TOTAL = IB-TOTBASE + IB-TOTCUOTA.

      ** El cliente ha pagado una factura dada por incobrable: se     **
      ** repone la base con una nueva factura por el mismo desglose,  **
      ** que queda pendiente y se cobra con F4 como cualquier otra.   **

       RevertirIncobrable.
           MOVE "N" TO BIEN
           OPEN INPUT INCOBRA
           IF ERRORIC = "00"
              MOVE NFAC TO IC-NFAC
              READ INCOBRA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF IC-INCOBRABLE
                       MOVE "B" TO BIEN
                       PERFORM CopiarIncobrable VARYING IB-R FROM 1
                          BY 1 UNTIL IB-R > 3
                    END-IF
              END-READ
              CLOSE INCOBRA
           END-IF
           IF BIEN = "N"
              DISPLAY "ESA INCOBRABLE YA ESTA RECUPERADA            "
                 LINE 24 POSITION 2 REVERSE
              PERFORM ALTO
           ELSE
              MOVE "R" TO IB-TIPO
              PERFORM LeerIvaPct
              MOVE NFAC TO IB-ORIGEN
              MOVE FGIF TO IB-GIF
              MOVE FSERIE TO IB-SERIE
              MOVE FNUMSERIE TO IB-NUMSERIE
              MOVE FDIA TO IB-DIA
              MOVE FMES TO IB-MES
              MOVE FANO TO IB-ANO
              PERFORM SumarIncobrable
              MOVE 10211562000041 TO VENTANA
              CALL "VENTANA.COB" USING VENTANA
              DISPLAY "RECUPERAR INCOBRABLE" LINE 10 POSITION 31
                 REVERSE
              DISPLAY "FACTURA:" LINE 12 POSITION 23 REVERSE
              DISPLAY IB-ORIGEN LINE 12 POSITION 33
              DISPLAY "A COBRAR:" LINE 13 POSITION 23 REVERSE
              DISPLAY IB-TOTAL LINE 13 POSITION 35
              DISPLAY "REPONER LA BASE? (S/N):" LINE 14
                 POSITION 23 REVERSE
              MOVE "N" TO INCOBSN
              ACCEPT INCOBSN LINE 14 POSITION 48 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF INCOBSN = "S" OR "s"
                 PERFORM GrabarRectificativa
              END-IF
              CALL "RECUP"
           END-IF.
       CopiarIncobrable.
           MOVE IC-BASE(IB-R) TO IB-BASE(IB-R)
           MOVE IC-CUOTA(IB-R) TO IB-CUOTA(IB-R).

      ** La rectificativa toma numero de la serie del ejercicio igual **
      ** que un abono: la del impago es de clase "A" sin cobro ni     **
      ** forma de pago (no pasa por caja); la que repone la base es   **
      ** una factura completa pendiente de cobro.                     **

       GrabarRectificativa.
           PERFORM LeerContadores
           ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
           IF CF-ANO NOT = FH-ANO
              MOVE FH-ANO TO CF-ANO
              MOVE 1 TO CF-SERIESIG
           END-IF
           MOVE CF-NFACSIG TO NFACHINT
           MOVE "N" TO BIEN
           PERFORM BuscarLibreAbono VARYING ABO-NUMERO FROM
              CF-NFACSIG BY 1
              UNTIL BIEN = "B" OR ABO-NUMERO > 99999999
           IF CONTOK = "N" OR NFAC NOT = NFACHINT
              PERFORM ResincronizarSerie
           END-IF
           MOVE IB-GIF      TO FGIF
           MOVE FH-DIA      TO FDIA
           MOVE FH-MES      TO FMES
           MOVE FH-ANO      TO FANO
           MOVE IB-TOTAL    TO FPASTA
           MOVE 0           TO FMESA
           MOVE 0           TO FCOBRADO
           MOVE " "         TO FMETODO
           MOVE 0           TO FDESCUENTO
           MOVE 0           TO FPROPINA
           MOVE 0           TO FCAMARERO
           MOVE 0           TO FFECHACOB
           IF IB-DECLARAR
              MOVE " "      TO FPAGADA
              MOVE "A"      TO FCLASE
           ELSE
              MOVE "*"      TO FPAGADA
              MOVE "F"      TO FCLASE
           END-IF
           MOVE IB-ORIGEN   TO FABONODE
           MOVE " "         TO FREMESADA
           MOVE IB-BASE(1)  TO FBASE1
           MOVE IB-CUOTA(1) TO FCUOTA1
           MOVE IB-BASE(2)  TO FBASE2
           MOVE IB-CUOTA(2) TO FCUOTA2
           MOVE IB-BASE(3)  TO FBASE3
           MOVE IB-CUOTA(3) TO FCUOTA3
           MOVE CF-ANO TO FSERIE
           MOVE CF-SERIESIG TO FNUMSERIE
           MOVE 0 TO FCOMENSALES
           PERFORM AbrirPendiente
           WRITE REG-FAC
              INVALID KEY
                 MOVE 11 TO I
                 PERFORM MENSAJE
                 PERFORM QuitarPendiente
                 PERFORM ALTO
              NOT INVALID KEY
                 MOVE 1 TO PASOTJ
                 PERFORM MarcarPaso
                 COMPUTE CF-NFACSIG = NFAC + 1
                 ADD 1 TO CF-SERIESIG
                 PERFORM GrabarContadores
                 PERFORM ApuntarVentaDia
                 MOVE 3 TO PASOTJ
                 PERFORM MarcarPaso
                 PERFORM GrabarRegistroFactura
                 MOVE 5 TO PASOTJ
                 PERFORM MarcarPaso
                 MOVE NFAC TO IB-NUEVA
                 DISPLAY "RECTIFICATIVA N.:" LINE 15 POSITION 23
                    REVERSE
                 DISPLAY NFAC LINE 15 POSITION 41
                 PERFORM ImprimirRectificativa
                 PERFORM ApuntarIncobrable
                 PERFORM MarcarIncobrable
                 PERFORM QuitarPendiente
                 PERFORM ALTO
           END-WRITE.
       ApuntarIncobrable.
           OPEN I-O INCOBRA
           IF ERRORIC = "00" OR "05"
              MOVE IB-ORIGEN TO IC-NFAC
              IF IB-DECLARAR
                 MOVE IB-GIF TO IC-GIF
                 MOVE FECHAHOY8 TO IC-FECHA
                 MOVE IB-NUEVA TO IC-NFACRECT
                 PERFORM GuardarBaseIncob VARYING IB-R FROM 1 BY 1
                    UNTIL IB-R > 3
                 MOVE IB-TOTBASE TO IC-TOTBASE
                 MOVE IB-TOTCUOTA TO IC-TOTCUOTA
                 MOVE IB-TOTAL TO IC-TOTAL
                 MOVE USUARIOACTUAL TO IC-USUARIO
                 MOVE "I" TO IC-ESTADO
                 MOVE ZEROS TO IC-FECHAREV
                 MOVE 0 TO IC-NFACREV
                 MOVE 0 TO IC-USUREV
                 WRITE REG-IC INVALID KEY CONTINUE
                 END-WRITE
              ELSE
                 READ INCOBRA
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "R" TO IC-ESTADO
                       MOVE FECHAHOY8 TO IC-FECHAREV
                       MOVE IB-NUEVA TO IC-NFACREV
                       MOVE USUARIOACTUAL TO IC-USUREV
                       REWRITE REG-IC INVALID KEY CONTINUE
                       END-REWRITE
                 END-READ
              END-IF
              CLOSE INCOBRA
           END-IF.
       GuardarBaseIncob.
           MOVE IB-BASE(IB-R) TO IC-BASE(IB-R)
           MOVE IB-CUOTA(IB-R) TO IC-CUOTA(IB-R).

      ** La factura impagada queda marcada "I": fuera de morosos,     **
      ** reclamaciones, remesas y extracto; el cambio va a AUDITFAC.  **

       MarcarIncobrable.
           IF IB-DECLARAR
              MOVE IB-ORIGEN TO NFAC
              READ FACTURA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE FPAGADA  TO AUDW-PAGADA
                    MOVE FCOBRADO TO AUDW-COBRADO
                    MOVE "I" TO FPAGADA
                    REWRITE REG-FAC END-REWRITE
                    PERFORM GrabarAuditoria
                    MOVE FPAGADA TO TPAGADA(PUNTERO)
              END-READ
           END-IF.
       ImprimirRectificativa.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              PERFORM ImprimirCabeceraReimp
              IF IB-DECLARAR
                 MOVE "FACTURA RECTIFICATIVA POR IMPAGO" TO RCT-TITULO
                 MOVE "BASE IMPONIBLE MODIFICADA POR CREDITO INCOBRABLE"
                    TO RCT-MOTIVO
              ELSE
                 MOVE "FACTURA RECTIFICATIVA POR COBRO" TO RCT-TITULO
                 MOVE "SE REPONE LA BASE MODIFICADA POR IMPAGO"
                    TO RCT-MOTIVO
              END-IF
              WRITE LINEAIMP FROM CABRECTIF BEFORE ADVANCING 2 LINE
              MOVE IB-SERIE TO RCT-SERIE
              MOVE IB-NUMSERIE TO RCT-NUMSERIE
              MOVE IB-ORIGEN TO RCT-ORIGEN
              MOVE IB-DIA TO RCT-DIA
              MOVE IB-MES TO RCT-MES
              MOVE IB-ANO TO RCT-ANO
              WRITE LINEAIMP FROM LINRECTIF1 BEFORE ADVANCING 1 LINE
              MOVE IB-GIF TO RCT-GIF
              MOVE IB-GIF TO CGIF
              READ CLIENTES
                 INVALID KEY MOVE "CLIENTE NO FICHADO" TO RCT-NOMBRE
                 NOT INVALID KEY MOVE CNOMBRE TO RCT-NOMBRE
              END-READ
              WRITE LINEAIMP FROM LINRECTIF2 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM LINRECTIF3 BEFORE ADVANCING 2 LINE
              PERFORM ImprimirBaseRectif VARYING IB-R FROM 1 BY 1
                 UNTIL IB-R > 3
              IF IB-DECLARAR
                 COMPUTE RCT-TOTAL = 0 - IB-TOTAL
              ELSE
                 MOVE IB-TOTAL TO RCT-TOTAL
              END-IF
              WRITE LINEAIMP FROM LINRECTIF4 BEFORE ADVANCING 2 LINE
           END-IF
           CLOSE LISTADO.
       ImprimirBaseRectif.
           IF IB-BASE(IB-R) NOT = 0
              MOVE LI-RATE(IB-R) TO TRPCT
              IF IB-DECLARAR
                 COMPUTE TRBASE = 0 - IB-BASE(IB-R)
                 COMPUTE TRCUOTA = 0 - IB-CUOTA(IB-R)
              ELSE
                 MOVE IB-BASE(IB-R) TO TRBASE
                 MOVE IB-CUOTA(IB-R) TO TRCUOTA
              END-IF
              WRITE LINEAIMP FROM TOTIVARATE BEFORE ADVANCING 1 LINE
           END-IF.

      ** Para el extracto y el libro de IVA: dice si la factura leida **
      ** es la rectificativa de un impago ("R") o la que repone su    **
      ** base ("V"), mirando INCOBRA.DAT por la factura de origen.    **

       AbrirIncobra.
           MOVE "N" TO HAYINCOB
           OPEN INPUT INCOBRA
           IF ERRORIC = "00"
              MOVE "S" TO HAYINCOB
           END-IF.
       CerrarIncobra.
           IF HAYINCOB = "S"
              CLOSE INCOBRA
           END-IF
           MOVE "N" TO HAYINCOB.
       MirarIncobrable.
           MOVE "N" TO ESINCOB
           IF HAYINCOB = "S" AND FABONODE NOT = 0
              MOVE FABONODE TO IC-NFAC
              READ INCOBRA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF IC-NFACRECT = NFAC
                       MOVE "R" TO ESINCOB
                    END-IF
                    IF IC-NFACREV = NFAC
                       MOVE "V" TO ESINCOB
                    END-IF
              END-READ
           END-IF.

      ** Listado anual para la gestoria (F11): por cliente, lo dado   **
      ** por incobrable en el ejercicio y, restando, lo recuperado.   **

       ListaIncobrables.
           MOVE 10211562000041 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "INCOBRABLES POR CLIENTE" LINE 10 POSITION 30
              REVERSE
           DISPLAY "EJERCICIO (AAAA):" LINE 12 POSITION 23 REVERSE
           ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
           MOVE FH-ANO TO EJERINC
           ACCEPT EJERINC LINE 12 POSITION 42 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND EJERINC NOT = 0
              PERFORM ImprimirIncobrables
           END-IF
           CALL "RECUP".
       ImprimirIncobrables.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE 0 TO AI-CBASE AI-CCUOTA AI-CTOTAL
              MOVE 0 TO AI-BASE AI-CUOTA AI-TOTAL
              MOVE EJERINC TO LINC-EJER
              WRITE LINEAIMP FROM CABINCOB BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABINCOB2 BEFORE ADVANCING 1 LINE
              MOVE "S" TO PRIMERINC
              MOVE 0 TO GIFANT
              OPEN INPUT INCOBRA
              IF ERRORIC = "00"
                 MOVE "N" TO FININC
                 MOVE 0 TO IC-GIF
                 START INCOBRA KEY IS NOT < IC-GIF
                    INVALID KEY MOVE "S" TO FININC
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM LeerIncobrable UNTIL FININC = "S"
                 CLOSE INCOBRA
              END-IF
              IF PRIMERINC = "N"
                 PERFORM TotalClienteIncob
              END-IF
              MOVE "  TOTAL EJERCICIO:" TO LINC-TETIQ
              MOVE AI-BASE TO LINC-TBASE
              MOVE AI-CUOTA TO LINC-TCUOTA
              MOVE AI-TOTAL TO LINC-TTOTAL
              WRITE LINEAIMP FROM LININCTOT BEFORE ADVANCING 2 LINE
           END-IF
           CLOSE LISTADO.
       LeerIncobrable.
           READ INCOBRA NEXT AT END MOVE "S" TO FININC
           END-READ.
           IF FININC = "N" AND (IC-FANO = EJERINC
              OR (IC-REVERTIDA AND IC-RANO = EJERINC))
              IF PRIMERINC = "S" OR IC-GIF NOT = GIFANT
                 IF PRIMERINC = "N"
                    PERFORM TotalClienteIncob
                 END-IF
                 MOVE "N" TO PRIMERINC
                 MOVE IC-GIF TO GIFANT
                 MOVE IC-GIF TO LINC-GIF
                 MOVE IC-GIF TO CGIF
                 READ CLIENTES
                    INVALID KEY MOVE "CLIENTE NO FICHADO" TO LINC-NOMBRE
                    NOT INVALID KEY MOVE CNOMBRE TO LINC-NOMBRE
                 END-READ
                 WRITE LINEAIMP FROM LININCCLI BEFORE ADVANCING 1 LINE
              END-IF
              IF IC-FANO = EJERINC
                 MOVE IC-FDIA TO LINC-DIA
                 MOVE IC-FMES TO LINC-MES
                 MOVE IC-FANO TO LINC-ANO
                 MOVE IC-NFAC TO LINC-NFAC
                 MOVE IC-NFACRECT TO LINC-RECT
                 MOVE IC-TOTBASE TO LINC-BASE
                 MOVE IC-TOTCUOTA TO LINC-CUOTA
                 MOVE IC-TOTAL TO LINC-TOTAL
                 MOVE "INCOB." TO LINC-MARCA
                 ADD IC-TOTBASE TO AI-CBASE
                 ADD IC-TOTCUOTA TO AI-CCUOTA
                 ADD IC-TOTAL TO AI-CTOTAL
                 WRITE LINEAIMP FROM LININCOB BEFORE ADVANCING 1 LINE
              END-IF
              IF IC-REVERTIDA AND IC-RANO = EJERINC
                 MOVE IC-RDIA TO LINC-DIA
                 MOVE IC-RMES TO LINC-MES
                 MOVE IC-RANO TO LINC-ANO
                 MOVE IC-NFAC TO LINC-NFAC
                 MOVE IC-NFACREV TO LINC-RECT
                 COMPUTE LINC-BASE = 0 - IC-TOTBASE
                 COMPUTE LINC-CUOTA = 0 - IC-TOTCUOTA
                 COMPUTE LINC-TOTAL = 0 - IC-TOTAL
                 MOVE "COBRADA" TO LINC-MARCA
                 SUBTRACT IC-TOTBASE FROM AI-CBASE
                 SUBTRACT IC-TOTCUOTA FROM AI-CCUOTA
                 SUBTRACT IC-TOTAL FROM AI-CTOTAL
                 WRITE LINEAIMP FROM LININCOB BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.
       TotalClienteIncob.
           MOVE "  TOTAL CLIENTE:" TO LINC-TETIQ
           MOVE AI-CBASE TO LINC-TBASE
           MOVE AI-CCUOTA TO LINC-TCUOTA
           MOVE AI-CTOTAL TO LINC-TTOTAL
           WRITE LINEAIMP FROM LININCTOT BEFORE ADVANCING 2 LINE
           ADD AI-CBASE TO AI-BASE
           ADD AI-CCUOTA TO AI-CUOTA
           ADD AI-CTOTAL TO AI-TOTAL
           MOVE 0 TO AI-CBASE AI-CCUOTA AI-CTOTAL.
      *****************************************************************
      * LISTADO DE FACTURAS PENDIENTES DE COBRO POR ANTIGUEDAD.       *
      * AGRUPA POR CLIENTE (CLAVE ALTERNATIVA FGIF) LAS FACTURAS CON  *
      * FPAGADA = "*" Y LAS REPARTE EN TRAMOS DE 30/60/90 DIAS.       *
              WRITE LINEAIMP FROM LINMORA BEFORE ADVANCING 1 LINE
           END-IF.
      *****************************************************************
      * CRITERIO DE CAJA: LEE REGIVA.DAT (SIN EL, REGIMEN GENERAL) Y  *
      * MIRA SI LAS FACTURAS DEL EJERCICIO ANOCAJA ESTAN ACOGIDAS.    *
      *****************************************************************
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
      *****************************************************************
      * LIBRO DE IVA: PIDE UN RANGO DE FECHAS (REUTILIZANDO VerDias   *
      * SOBRE EL TOPE DE LA PILA) Y LISTA LA BASE Y LA CUOTA DE IVA   *
      * DE CADA FACTURA DEL PERIODO, SEGUN EL PORCENTAJE CONFIGURADO. *
              PERFORM LimpiarRatesLibro VARYING LI-R FROM 1 BY 1
                 UNTIL LI-R > 3
              WRITE LINEAIMP FROM CABLIBROIVA BEFORE ADVANCING 1 LINE
              MOVE 0 TO AI-IVARECUP
              PERFORM AbrirIncobra
              MOVE FECHA(1 , 1) TO FFECHA
              START FACTURA KEY IS NOT < FFECHA
                 INVALID KEY MOVE "N" TO BIEN
                 NOT INVALID KEY MOVE "B" TO BIEN
              END-START
              PERFORM LeerLibroIva UNTIL BIEN = "N"
              PERFORM CerrarIncobra
              MOVE ACIVA-BASE  TO TLBASE
              MOVE ACIVA-CUOTA TO TLCUOTA
              MOVE ACIVA-TOTAL TO TLTOTAL
              WRITE LINEAIMP FROM TOTLIBROIVA BEFORE ADVANCING 1 LINE
              PERFORM ImprimirTotalRate VARYING LI-R FROM 1 BY 1
                 UNTIL LI-R > 3
              IF AI-IVARECUP NOT = 0
                 MOVE AI-IVARECUP TO LIRECUP
                 WRITE LINEAIMP FROM LINIVARECUP BEFORE ADVANCING 1
                    LINE
              END-IF
              PERFORM LeerRegimenIva
              IF RI-CAJA
                 PERFORM ImprimirLibroCaja
              END-IF
           END-IF
           CLOSE LISTADO.
      *****************************************************************
      * LIBRO DE IVA EN CRITERIO DE CAJA: DE CADA FACTURA DE UN       *
      * EJERCICIO ACOGIDO (VIVA O ARCHIVADA), LO COBRADO EN EL RANGO DE*
      * FECHAS Y LO QUE VENCE SIN COBRAR EN EL (31 DE DICIEMBRE DEL ANO*
      * SIGUIENTE, MARCA " VTO"), CON SU BASE Y CUOTA. LOS ABONOS YA  *
      * RESTAN EN EL LIBRO DE ARRIBA POR SU FECHA.                    *
      *****************************************************************
       ImprimirLibroCaja.
           COMPUTE PC-DESDE = ANO(1 , 1) * 10000 + MES(1 , 1) * 100
              + DIA(1 , 1)
           COMPUTE PC-HASTA = ANO(1 , 2) * 10000 + MES(1 , 2) * 100
              + DIA(1 , 2)
           MOVE LI-IVAPCT TO PC-IVAPCT
           MOVE 0 TO ACJ-COBRADO ACJ-BASE ACJ-CUOTA
           PERFORM LimpiarRatesCaja VARYING LI-R FROM 1 BY 1
              UNTIL LI-R > 3
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM CABLIBROCAJA BEFORE ADVANCING 1 LINE
           MOVE 0 TO NFAC
           START FACTURA KEY IS NOT < NFAC
              INVALID KEY MOVE "N" TO BIEN
              NOT INVALID KEY MOVE "B" TO BIEN
           END-START
           PERFORM LeerLibroCaja UNTIL BIEN = "N"
           MOVE "B" TO BIEN
           OPEN INPUT FACTHIST
           PERFORM LeerLibroCajaHist UNTIL BIEN = "N"
           CLOSE FACTHIST
           MOVE ACJ-COBRADO TO TCJCOBRADO
           MOVE ACJ-BASE    TO TCJBASE
           MOVE ACJ-CUOTA   TO TCJCUOTA
           WRITE LINEAIMP FROM TOTLIBROCAJA BEFORE ADVANCING 1 LINE
           PERFORM ImprimirRateCaja VARYING LI-R FROM 1 BY 1
              UNTIL LI-R > 3.
       LimpiarRatesCaja.
           MOVE 0 TO ACJ-RBASE(LI-R)
           MOVE 0 TO ACJ-RCUOTA(LI-R).
       ImprimirRateCaja.
           IF ACJ-RBASE(LI-R) NOT = 0
              MOVE LI-RATE(LI-R) TO TRPCT
              MOVE ACJ-RBASE(LI-R) TO TRBASE
              MOVE ACJ-RCUOTA(LI-R) TO TRCUOTA
              WRITE LINEAIMP FROM TOTIVARATE BEFORE ADVANCING 1 LINE
           END-IF.
       LeerLibroCaja.
           READ FACTURA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B"
              MOVE REG-FAC TO FacturaCaja
              PERFORM ApuntarLibroCaja
           END-IF.
       LeerLibroCajaHist.
           READ FACTHIST NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B"
              MOVE REG-FACH TO FacturaCaja
              PERFORM ApuntarLibroCaja
           END-IF.
       ApuntarLibroCaja.
           MOVE FK-ANO TO ANOCAJA
           PERFORM MirarCriterioCaja
           IF ENCAJA = "S" AND NOT FK-ABSORBIDA AND NOT FK-ABONO
              AND ANOCAJA * 10000 + 1231 NOT < PC-DESDE - 10000
              AND ANOCAJA * 10000 + 101 NOT > PC-HASTA
              CALL "CRITCAJA.COB" USING FacturaCaja PETCAJA
              IF PC-COBRADO NOT = 0 OR PC-VENCIDO NOT = 0
                 PERFORM ImprimirLineaCaja
              END-IF
           END-IF.
       ImprimirLineaCaja.
           MOVE FK-NFAC TO LCFAC
           MOVE FK-DIA  TO LCDIA
           MOVE FK-MES  TO LCMES
           MOVE FK-ANO  TO LCANO
           MOVE PC-FCOBRO TO FCOBRODES
           MOVE FCD-DIA TO LCCDIA
           MOVE FCD-MES TO LCCMES
           MOVE FCD-ANO TO LCCANO
           COMPUTE LCCOBRADO = PC-COBRADO + PC-VENCIDO
           COMPUTE DLI-BASE = PC-BASE(1) + PC-BASE(2) + PC-BASE(3)
           COMPUTE DLI-CUOTA = PC-CUOTA(1) + PC-CUOTA(2) + PC-CUOTA(3)
           MOVE DLI-BASE  TO LCBASE
           MOVE DLI-CUOTA TO LCCUOTA
           MOVE SPACES TO LCMARCA
           IF PC-VENCIDO NOT = 0
              MOVE " VTO" TO LCMARCA
           END-IF
           ADD PC-COBRADO PC-VENCIDO TO ACJ-COBRADO
           ADD DLI-BASE  TO ACJ-BASE
           ADD DLI-CUOTA TO ACJ-CUOTA
           ADD PC-BASE(1)  TO ACJ-RBASE(1)
           ADD PC-CUOTA(1) TO ACJ-RCUOTA(1)
           ADD PC-BASE(2)  TO ACJ-RBASE(2)
           ADD PC-CUOTA(2) TO ACJ-RCUOTA(2)
           ADD PC-BASE(3)  TO ACJ-RBASE(3)
           ADD PC-CUOTA(3) TO ACJ-RCUOTA(3)
           WRITE LINEAIMP FROM LINLIBROCAJA BEFORE ADVANCING 1 LINE.
       LimpiarRatesLibro.
           MOVE 0 TO ACIVA-RBASE(LI-R)
           MOVE 0 TO ACIVA-RCUOTA(LI-R).
                 ADD FPASTA    TO ACIVA-TOTAL
                 PERFORM SumarRatesLibro
              END-IF
              PERFORM MirarIncobrable
              IF ESINCOB = "R"
                 MOVE " INCOB" TO LIMARCA
                 ADD DLI-CUOTA TO AI-IVARECUP
              END-IF
              IF ESINCOB = "V"
                 MOVE " RECOB" TO LIMARCA
                 SUBTRACT DLI-CUOTA FROM AI-IVARECUP
              END-IF
              WRITE LINEAIMP FROM LINLIBROIVA BEFORE ADVANCING 1 LINE
           END-IF.
      *****************************************************************
              SUBTRACT DLI-CUOTA FROM ACIVA-RCUOTA(1)
           END-IF.
       LeerIvaPct.
           MOVE "N" TO IVAINCLUIDO
           MOVE 6 TO LI-IVAPCT
           MOVE 6 TO LI-RATE(1)
           MOVE 10 TO LI-RATE(2)
                    END-IF
                    MOVE PF-EURPUNTO TO EURPUNTO
                    MOVE PF-VALPUNTO TO VALPUNTO
                    MOVE PF-INCLUIDO TO IVAINCLUIDO
              END-READ
              CLOSE PARAMFAC
           END-IF.
              MOVE 0 TO ACUMTEND
              MOVE LOW-VALUES TO CLAVETENDANT
              WRITE LINEAIMP FROM CABTENDENCIA BEFORE ADVANCING 1 LINE
              PERFORM AbrirVentDiaRango
              MOVE "T" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "N" TO BIEN
                 NOT INVALID KEY MOVE "B" TO BIEN
              END-START
              PERFORM LeerTendencia UNTIL BIEN = "N"
              CLOSE VENTDIA
              IF CLAVETENDANT NOT = LOW-VALUES
                 PERFORM ImprimirPeriodoTendencia
              END-IF
           END-IF
           CLOSE LISTADO.
      *****************************************************************
      * ABRE VENTDIA.DAT Y DEJA EN VDDESDE/VDHASTA (AAAAMMDD) EL      *
      * RANGO DE FECHAS PEDIDO, CON VD-FECHA EN EL PRIMER DIA.        *
      *****************************************************************
       AbrirVentDiaRango.
           COMPUTE VDDESDE = ANO(1 , 1) * 10000 + MES(1 , 1) * 100
              + DIA(1 , 1)
           COMPUTE VDHASTA = ANO(1 , 2) * 10000 + MES(1 , 2) * 100
              + DIA(1 , 2)
           OPEN INPUT VENTDIA
           MOVE VDDESDE TO VD-FECHA.
       LeerTendencia.
           READ VENTDIA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B" AND VD-FECHA > VDHASTA
              MOVE "N" TO BIEN
           END-IF.
           IF BIEN = "B" AND VD-CLASE = "T"
              MOVE VD-FECHA TO FechaVenta
              COMPUTE DIASTEND = VT-ANO * 360 + VT-MES * 30 + VT-DIA
              IF TIPOTENDENCIA = "M" OR "m"
                 COMPUTE CLAVETEND = VT-ANO * 100 + VT-MES
              ELSE
                 COMPUTE CLAVETEND = DIASTEND / 7
              END-IF
                    PERFORM ImprimirPeriodoTendencia
              END-IF
              IF CLAVETEND NOT = CLAVETENDANT
                 MOVE VT-DIA TO TENDDIA
                 MOVE VT-MES TO TENDMES
                 MOVE VT-ANO TO TENDANO
              END-IF
              MOVE CLAVETEND TO CLAVETENDANT
              ADD VD-IMPORTE TO ACUMTEND
           END-IF.
       ImprimirPeriodoTendencia.
           IF TIPOTENDENCIA = "M" OR "m"
           IF ERRORIMP = "00"
              PERFORM LimpiarRanking VARYING RK-I FROM 1 BY 1
                 UNTIL RK-I > 999
              PERFORM AbrirVentDiaRango
              MOVE "P" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "N" TO BIEN
                 NOT INVALID KEY MOVE "B" TO BIEN
              END-START
              PERFORM LeerVentaRanking UNTIL BIEN = "N"
              CLOSE VENTDIA
              OPEN INPUT PLATOS
              PERFORM CategoriaRanking VARYING RK-I FROM 1 BY 1
                 UNTIL RK-I > 999
           MOVE SPACES TO RK-NOM(RK-I)
           MOVE "Z" TO RK-CAT(RK-I)
           MOVE "N" TO RK-HECHO(RK-I).
       LeerVentaRanking.
           READ VENTDIA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B" AND VD-FECHA > VDHASTA
              MOVE "N" TO BIEN
           END-IF.
           IF BIEN = "B" AND VD-CLASE = "P"
              DIVIDE VD-CODIGO BY 10 GIVING RK-PLATO
                 REMAINDER RK-FORMATO
              IF RK-PLATO > 0 AND RK-PLATO < 1000
                 ADD VD-UNIDADES TO RK-UNID(RK-PLATO)
                 ADD VD-IMPORTE  TO RK-IMP(RK-PLATO)
              END-IF
           END-IF.
       CategoriaRanking.
           IF RK-UNID(RK-I) NOT = 0
              MOVE RK-I TO NUMPLATO
              READ PLATOS
                 INVALID KEY MOVE "Z" TO RK-CAT(RK-I)
                 NOT INVALID KEY
                    MOVE CATEGORIA TO RK-CAT(RK-I)
                    MOVE NOM TO RK-NOM(RK-I)
              END-READ
              IF RK-CAT(RK-I) NOT = "E" AND NOT = "P" AND NOT = "S"
                 AND NOT = "D" AND NOT = "B"
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE 0 TO ACC-EFECTIVO ACC-TARJETA ACC-VALE ACC-CHEQUE
                        ACC-DESCUENTO ACC-PROPINA
              PERFORM InicializarCierreMesa VARYING M FROM 1 BY 1
                 UNTIL M > 99
              WRITE LINEAIMP FROM TOTCIERRE2 BEFORE ADVANCING 1 LINE
              MOVE ACC-VALE TO TCVALE
              WRITE LINEAIMP FROM TOTCIERRE6 BEFORE ADVANCING 1 LINE
              MOVE ACC-CHEQUE TO TCCHEQUE
              WRITE LINEAIMP FROM TOTCIERRE7 BEFORE ADVANCING 1 LINE
              COMPUTE TCTOTAL = ACC-EFECTIVO + ACC-TARJETA
                 + ACC-VALE + ACC-CHEQUE
              WRITE LINEAIMP FROM TOTCIERRE3 BEFORE ADVANCING 1 LINE
              MOVE ACC-DESCUENTO TO TCDESCUENTO
              WRITE LINEAIMP FROM TOTCIERRE4 BEFORE ADVANCING 1 LINE
                 WHEN "E" ADD REC-IMPORTE TO ACC-EFECTIVO
                 WHEN "T" ADD REC-IMPORTE TO ACC-TARJETA
                 WHEN "V" ADD REC-IMPORTE TO ACC-VALE
                 WHEN "C" ADD REC-IMPORTE TO ACC-CHEQUE
              END-EVALUATE
           END-IF.
      *****************************************************************
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-ANTICIPO
           STRING RUTADATOS DELIMITED BY " "
                  "ANTICIPO.DAT" DELIMITED BY SIZE
                  INTO RF-ANTICIPO
           END-STRING
           MOVE SPACES TO RF-EXPCONT
           STRING RUTADATOS DELIMITED BY " "
                  "EXPCONT.DAT" DELIMITED BY SIZE
                  "FACTHIST.DAT" DELIMITED BY SIZE
                  INTO RF-FACTHIST
           END-STRING
           MOVE SPACES TO RF-REGIVA
           STRING RUTADATOS DELIMITED BY " "
                  "REGIVA.DAT" DELIMITED BY SIZE
                  INTO RF-REGIVA
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
           STRING RUTADATOS DELIMITED BY " "
                  "VALES.DAT" DELIMITED BY SIZE
                  INTO RF-VALES
           END-STRING
           MOVE SPACES TO RF-DETPESO
           STRING RUTADATOS DELIMITED BY " "
                  "DETPESO.DAT" DELIMITED BY SIZE
                  INTO RF-DETPESO
           END-STRING
           MOVE SPACES TO RF-INCOBRA
           STRING RUTADATOS DELIMITED BY " "
                  "INCOBRA.DAT" DELIMITED BY SIZE
                  INTO RF-INCOBRA
           END-STRING
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-ADMPUB
           STRING RUTADATOS DELIMITED BY " "
                  "ADMPUB.DAT" DELIMITED BY SIZE
                  INTO RF-ADMPUB
           END-STRING
           MOVE SPACES TO RF-FACEENV
           STRING RUTADATOS DELIMITED BY " "
                  "FACEENV.DAT" DELIMITED BY SIZE
                  INTO RF-FACEENV
           END-STRING
           MOVE SPACES TO RF-FACEPAR
           STRING RUTADATOS DELIMITED BY " "
                  "FACEPAR.DAT" DELIMITED BY SIZE
                  INTO RF-FACEPAR
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
           END-STRING.
