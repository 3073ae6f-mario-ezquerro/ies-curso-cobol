       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACANTIC.
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
           SELECT OPTIONAL REGISFAC ASSIGN TO DISK RF-REGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL PENDFAC ASSIGN TO DISK "PENDFAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJ-NFAC
           FILE STATUS IS ERRORTJ.
           SELECT OPTIONAL ANTICIPO ASSIGN TO DISK RF-ANTICIPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-NFAC
           ALTERNATE RECORD KEY IS AN-REF WITH DUPLICATES
           ALTERNATE RECORD KEY IS AN-MESA WITH DUPLICATES
           ALTERNATE RECORD KEY IS AN-NFACFIN WITH DUPLICATES
           FILE STATUS IS ERRORAN.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
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
      * (en blanco = carpeta de arranque, como toda la vida).
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
           02 PF-EURPUNTO PIC 9(3).
           02 PF-VALPUNTO PIC 9V99.
      * Registro encadenado de facturacion, el mismo que alimentan
      * MESA.CBL y TELPED.CBL: la factura de anticipo, su abono y la
      * factura final de una senal retenida tambien dejan su apunte.
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
      * Facturas de anticipo de las senales cobradas (reservas y
      * eventos): a que se refieren (R reserva por fecha y pagina,
      * E evento y linea de su calendario de senales), base y cuota
      * al tipo general y en que punto estan (espacio = pendiente,
      * M pasada a una mesa, F descontada en la factura final, D
      * devuelta con su abono, R retenida con factura final), con
      * la mesa y la factura final o el abono que la liquido.
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
      * Datos fiscales del restaurante (los mantiene EMPRESA.CBL);
      * se imprimen en la cabecera de cada documento.
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMPRESA.
           02 EM-NOMBRE    PIC X(30).
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
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD LISTADO LABEL RECORD STANDARD.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-CONTFAC PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-REGISFAC PIC X(42).
       77 RF-ANTICIPO PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 ERRORCF PIC XX.
       77 ERRORPAR PIC XX.
       77 ERRORRG PIC XX.
       77 ERRORTJ PIC XX.
       77 ERRORAN PIC XX.
       77 ERROREMP PIC XX.
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 ERRORMF PIC XX.
       77 ERRORIMP PIC XX.
       77 ENFORMACION PIC X.
       77 CONTOK PIC X.
       77 FACTLIBRE PIC X.
       77 NUMFACT PIC 9(9).
       77 NFACHINT PIC 9(8).
       77 MAXSERIE PIC 9(6).
       77 FINSERIE PIC X.
       77 PASOTJ PIC 9.
       77 FINRG PIC X.
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 ENCTRABAJO PIC 9(15).
       77 ENCCOC PIC 9(7).
       77 ENCRESTO PIC 9(9).
       77 IVAPCT PIC 99.
       77 FINAN PIC X.
       77 YAANTICIPADO PIC 9(6)V99.
      * Documento que se emite: A factura de anticipo, B abono de un
      * anticipo devuelto, R factura final de una senal retenida.
       77 DOCTIPO PIC X.
       77 DOCIMPORTE PIC 9(6)V99.
       77 DOCBASE PIC 9(6)V99.
       77 DOCCUOTA PIC 9(6)V99.
       77 DOCMETODO PIC X.
       77 DOCCONCEPTO PIC X(26).
       01 FechaSys.
           02 AnoSys PIC 99.
           02 MesSys PIC 99.
           02 DiaSys PIC 99.
       01 FECHAHOY8.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
           02 FH-DIA PIC 99.
       01 FECHAREF.
           02 FR-ANO PIC 9(4).
           02 FR-MES PIC 99.
           02 FR-DIA PIC 99.
      * Hora de emision, signo y origen de las lineas para los
      * totales de venta por dia de VENTDIA.COB.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       01 LINEMPRE1.
           02 PIC X VALUE " ".
           02 AT-EMNOMBRE PIC X(30).
           02 PIC X(6) VALUE "  NIF ".
           02 AT-EMNIF PIC X(9).
       01 LINEMPRE2.
           02 PIC X VALUE " ".
           02 AT-EMDIRECCION PIC X(40).
           02 PIC X(2) VALUE "  ".
           02 AT-EMPOBLACION PIC X(25).
       01 LINANTTITULO.
           02 PIC X VALUE " ".
           02 AT-TITULO PIC X(40).
       01 LINEMPRE3.
           02 PIC X(12) VALUE " FACTURA N. ".
           02 AT-FACSERIE PIC 9(4).
           02 PIC X VALUE "/".
           02 AT-FACSERNUM PIC 9(6).
           02 PIC X(7) VALUE "  (REG ".
           02 AT-FACNUM PIC 9(8).
           02 PIC X VALUE ")".
           02 PIC X(9) VALUE "   FECHA ".
           02 AT-FACDIA PIC 99.
           02 PIC X VALUE "/".
           02 AT-FACMES PIC 99.
           02 PIC X VALUE "/".
           02 AT-FACANO PIC 9999.
       01 LINFORMACION.
           02 PIC X(40) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 LINANTCLIENTE.
           02 PIC X(10) VALUE " CLIENTE: ".
           02 AT-NOMBRE PIC X(30).
       01 LINANTORIGEN.
           02 PIC X VALUE " ".
           02 AT-ORIGEN PIC X(15).
           02 AT-ORIGNUM PIC Z(4)9.
           02 AT-ORIGDEL PIC X(5).
           02 AT-ORIGDIA PIC 99 BLANK WHEN ZERO.
           02 AT-ORIGBARRA1 PIC X.
           02 AT-ORIGMES PIC 99 BLANK WHEN ZERO.
           02 AT-ORIGBARRA2 PIC X.
           02 AT-ORIGANO PIC 9999 BLANK WHEN ZERO.
       01 LINANTCONCEPTO.
           02 PIC X VALUE " ".
           02 AT-CONCEPTO PIC X(26).
           02 PIC X(4) VALUE SPACES.
           02 AT-IMPCONCEPTO PIC ZZZ.ZZ9,99.
       01 LINANTREFER.
           02 PIC X VALUE " ".
           02 AT-REFTEXTO PIC X(26).
           02 AT-REFSERIE PIC 9(4).
           02 PIC X VALUE "/".
           02 AT-REFSERNUM PIC 9(6).
           02 PIC X(7) VALUE "  (REG ".
           02 AT-REFNFAC PIC 9(8).
           02 PIC X VALUE ")".
       01 LINANTIVA.
           02 PIC X(7) VALUE " BASE  ".
           02 AT-BASE PIC ZZZ.ZZ9,99.
           02 PIC X(13) VALUE "   CUOTA IVA ".
           02 AT-CUOTA PIC ZZZ.ZZ9,99.
       01 LINANTTOTAL.
           02 PIC X(31) VALUE " TOTAL".
           02 AT-TOTAL PIC ZZZ.ZZ9,99.
       01 LINCRITCAJA PIC X(40) VALUE
           "  REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       LINKAGE SECTION.
      * Peticion de RESERVA.CBL o EVENTOS.CBL: accion (E emitir la
      * factura de anticipo de lo cobrado que aun no la tenga, M
      * pasar los anticipos pendientes a una mesa, D devolverlos con
      * su abono, R retenerlos con factura final), la reserva (fecha
      * y pagina) o el evento (numero y linea de senal; 0 = todas),
      * importe y forma de pago cobrados, nombre del cliente y mesa.
      * Vuelve el ultimo documento emitido o el primer anticipo
      * pasado a la mesa (0 = ninguno) y cuantos se han tratado.
       01 PETANTICIPO.
           02 PA-ACCION PIC X.
           02 PA-ORIGEN PIC X.
           02 PA-REFFECHA PIC 9(8).
           02 PA-REFNUM PIC 9(5).
           02 PA-REFLINEA PIC 99.
           02 PA-NOMBRE PIC X(30).
           02 PA-IMPORTE PIC 9(5)V99.
           02 PA-METODO PIC X.
           02 PA-MESA PIC 99.
           02 PA-NFAC PIC 9(8).
           02 PA-CUANTOS PIC 99.
       PROCEDURE DIVISION USING PETANTICIPO.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           MOVE 0 TO PA-NFAC
           MOVE 0 TO PA-CUANTOS
           OPEN I-O ANTICIPO
           IF ERRORAN NOT = "00"
              OPEN OUTPUT ANTICIPO
              CLOSE ANTICIPO
              OPEN I-O ANTICIPO
           END-IF
           IF PA-ACCION = "E"
              PERFORM EmitirAnticipo
           ELSE
              PERFORM RecorrerAnticipos
           END-IF
           CLOSE ANTICIPO
           EXIT PROGRAM.

      ** Factura de anticipo de la senal cobrada: solo por lo que   **
      ** pase de los anticipos aun vivos (pendientes o en la mesa)  **
      ** de la misma reserva o linea de senal, para que al volver a **
      ** grabar la reserva no se facture dos veces la misma senal.  **

       EmitirAnticipo.
           MOVE 0 TO YAANTICIPADO
           PERFORM RecorrerAnticipos
           IF PA-IMPORTE > YAANTICIPADO
              PERFORM LeerIvaPct
              COMPUTE DOCIMPORTE = PA-IMPORTE - YAANTICIPADO
              COMPUTE DOCBASE ROUNDED =
                 DOCIMPORTE / (1 + IVAPCT / 100)
              COMPUTE DOCCUOTA = DOCIMPORTE - DOCBASE
              MOVE PA-METODO TO DOCMETODO
              IF PA-ORIGEN = "E"
                 MOVE "ANTICIPO SENAL EVENTO" TO DOCCONCEPTO
              ELSE
                 MOVE "ANTICIPO SENAL RESERVA" TO DOCCONCEPTO
              END-IF
              MOVE "A" TO DOCTIPO
              MOVE PA-ORIGEN TO AN-ORIGEN
              MOVE PA-REFFECHA TO AN-REFFECHA
              MOVE PA-REFNUM TO AN-REFNUM
              MOVE PA-REFLINEA TO AN-REFLINEA
              MOVE PA-NOMBRE TO AN-NOMBRE
              MOVE 0 TO AN-NFAC
              PERFORM EmitirDocumento
              MOVE NFAC TO AN-NFAC
              MOVE FSERIE TO AN-SERIE
              MOVE FNUMSERIE TO AN-NUMSERIE
              MOVE FECHAHOY8 TO AN-FECHA
              MOVE DOCIMPORTE TO AN-IMPORTE
              MOVE DOCBASE TO AN-BASE
              MOVE DOCCUOTA TO AN-CUOTA
              MOVE DOCMETODO TO AN-METODO
              MOVE " " TO AN-ESTADO
              MOVE 0 TO AN-MESA
              MOVE 0 TO AN-NFACFIN
              WRITE REG-AN INVALID KEY CONTINUE
              END-WRITE
           END-IF.

      ** Repasa los anticipos de la reserva o del evento (de una    **
      ** linea de senal o de todas si viene a 0) y trata cada uno   **
      ** segun la accion pedida.                                    **

       RecorrerAnticipos.
           MOVE PA-ORIGEN TO AN-ORIGEN
           MOVE PA-REFFECHA TO AN-REFFECHA
           MOVE PA-REFNUM TO AN-REFNUM
           MOVE PA-REFLINEA TO AN-REFLINEA
           MOVE "N" TO FINAN
           START ANTICIPO KEY IS NOT < AN-REF
              INVALID KEY MOVE "S" TO FINAN
           END-START
           PERFORM LeerAnticipoRef UNTIL FINAN = "S".
       LeerAnticipoRef.
           READ ANTICIPO NEXT AT END MOVE "S" TO FINAN
           END-READ.
           IF FINAN = "N"
              IF AN-ORIGEN NOT = PA-ORIGEN
                 OR AN-REFFECHA NOT = PA-REFFECHA
                 OR AN-REFNUM NOT = PA-REFNUM
                 MOVE "S" TO FINAN
              END-IF
           END-IF
           IF FINAN = "N" AND PA-REFLINEA NOT = 0
              IF AN-REFLINEA NOT = PA-REFLINEA
                 MOVE "S" TO FINAN
              END-IF
           END-IF
           IF FINAN = "N"
              IF ANTICIPO-PENDIENTE OR ANTICIPO-ENMESA
                 PERFORM TratarAnticipo
              END-IF
           END-IF.
       TratarAnticipo.
           EVALUATE PA-ACCION
              WHEN "E"
                 ADD AN-IMPORTE TO YAANTICIPADO
              WHEN "M"
                 MOVE "M" TO AN-ESTADO
                 MOVE PA-MESA TO AN-MESA
                 REWRITE REG-AN INVALID KEY CONTINUE
                 END-REWRITE
                 IF PA-NFAC = 0
                    MOVE AN-NFAC TO PA-NFAC
                 END-IF
                 ADD 1 TO PA-CUANTOS
              WHEN "D"
                 MOVE "B" TO DOCTIPO
                 PERFORM LiquidarAnticipo
                 MOVE "D" TO AN-ESTADO
                 MOVE NFAC TO AN-NFACFIN
                 MOVE 0 TO AN-MESA
                 REWRITE REG-AN INVALID KEY CONTINUE
                 END-REWRITE
              WHEN "R"
                 MOVE "R" TO DOCTIPO
                 PERFORM LiquidarAnticipo
                 MOVE "R" TO AN-ESTADO
                 MOVE NFAC TO AN-NFACFIN
                 MOVE 0 TO AN-MESA
                 REWRITE REG-AN INVALID KEY CONTINUE
                 END-REWRITE
           END-EVALUATE.

      ** Devolucion (abono por lo mismo que el anticipo, que resta  **
      ** en caja si fue en efectivo) o retencion (factura final con **
      ** la senal como unica linea y el anticipo deducido: no lleva **
      ** base ni cuota, ya declaradas en la factura de anticipo).   **

       LiquidarAnticipo.
           MOVE AN-IMPORTE TO DOCIMPORTE
           MOVE AN-BASE TO DOCBASE
           MOVE AN-CUOTA TO DOCCUOTA
           MOVE AN-METODO TO DOCMETODO
           IF DOCTIPO = "R"
              MOVE "SENAL RETENIDA" TO DOCCONCEPTO
           ELSE
              MOVE "DEVOLUCION DE SENAL" TO DOCCONCEPTO
           END-IF
           PERFORM EmitirDocumento.

      ** Emite el documento con los mismos contadores, serie,       **
      ** diario de facturas en curso, totales de VENTDIA y registro **
      ** encadenado que una factura de mesa, y lo imprime.          **

       EmitirDocumento.
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
           MOVE 0 TO FGIF
           ACCEPT FechaSys FROM DATE END-ACCEPT
           MOVE DiaSys TO FDIA
           MOVE MesSys TO FMES
           MOVE AnoSys TO FANO
           MOVE " " TO FPAGADA
           MOVE 0 TO FMESA
           MOVE DOCMETODO TO FMETODO
           MOVE 0 TO FDESCUENTO
           MOVE 0 TO FPROPINA
           MOVE 0 TO FCAMARERO
           MOVE FECHAHOY8 TO FFECHACOB
           MOVE "S" TO FCLASE
           MOVE 0 TO FABONODE
           MOVE " " TO FREMESADA
           MOVE DOCIMPORTE TO FPASTA
           MOVE DOCIMPORTE TO FCOBRADO
           MOVE DOCBASE TO FBASE1
           MOVE DOCCUOTA TO FCUOTA1
           MOVE 0 TO FBASE2
           MOVE 0 TO FCUOTA2
           MOVE 0 TO FBASE3
           MOVE 0 TO FCUOTA3
           IF DOCTIPO = "B"
              MOVE "A" TO FCLASE
              MOVE AN-NFAC TO FABONODE
           END-IF
           IF DOCTIPO = "R"
              MOVE 0 TO FPASTA
              MOVE 0 TO FCOBRADO
              MOVE 0 TO FBASE1
              MOVE 0 TO FCUOTA1
           END-IF
           MOVE CF-ANO TO FSERIE
           MOVE CF-SERIESIG TO FNUMSERIE
           MOVE 0 TO FCOMENSALES
           PERFORM AbrirPendiente
           WRITE REG-FAC INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO PASOTJ
                 PERFORM MarcarPaso
           END-WRITE
           COMPUTE CF-NFACSIG = NFAC + 1
           ADD 1 TO CF-SERIESIG
           PERFORM GrabarContadores
           IF DOCTIPO NOT = "B"
              PERFORM GrabarLineaDocumento
              MOVE 2 TO PASOTJ
              PERFORM MarcarPaso
           END-IF
           PERFORM ApuntarVentaDia
           MOVE 3 TO PASOTJ
           PERFORM MarcarPaso
           PERFORM GrabarRegistroFactura
           PERFORM QuitarPendiente
           CLOSE FACTURA
           MOVE NFAC TO PA-NFAC
           ADD 1 TO PA-CUANTOS
           PERFORM ImprimirDocumento.
       GrabarLineaDocumento.
           OPEN I-O DETFAC
           MOVE NFAC TO FL-NFAC
           MOVE 1 TO FL-LINEA
           MOVE 0 TO FL-NUMPLATO
           MOVE DOCCONCEPTO TO FL-NOM
           MOVE 1 TO FL-CANTIDAD
           MOVE DOCIMPORTE TO FL-PVP
           MOVE DOCIMPORTE TO FL-TOTAL
           MOVE 0 TO FL-FORMATO
           WRITE REG-FACTLIN INVALID KEY CONTINUE
           END-WRITE
           CLOSE DETFAC.
       BuscarLibre.
           MOVE NUMFACT TO NFAC
           READ FACTURA
              INVALID KEY MOVE "S" TO FACTLIBRE
              NOT INVALID KEY CONTINUE
           END-READ.

      ** Si el contador faltaba o iba atrasado tampoco es de fiar    **
      ** para la serie del ejercicio: se repasa el fichero y se toma **
      ** el mayor numero de serie ya usado este ano. Se guarda y se  **
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

      ** Suma el documento recien grabado (con su linea ya en       **
      ** FACTLIN) en los totales de venta por dia; el abono resta.  **

       ApuntarVentaDia.
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA.

      ** Diario del documento en curso (PENDFAC.DAT): se apunta     **
      ** antes de grabar la cabecera, se marca cada paso al         **
      ** terminarlo y se quita al final. No lleva recibos: se cobra **
      ** (o se devuelve) en el acto; el abono no lleva lineas.      **

       AbrirPendiente.
           MOVE NFAC TO TJ-NFAC
           MOVE "FACANTIC" TO TJ-PROGRAMA
           ACCEPT TJ-FECHA FROM DATE YYYYMMDD
           ACCEPT TJ-HORA FROM TIME
           MOVE FMESA TO TJ-MESA
           MOVE FSERIE TO TJ-SERIE
           MOVE FNUMSERIE TO TJ-NUMSERIE
           IF DOCTIPO = "B"
              MOVE "P P P" TO TJ-PASOS
           ELSE
              MOVE "PPP P" TO TJ-PASOS
           END-IF
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

      ** Tipo general de IVA de PARAM.DAT, al que va la senal.      **

       LeerIvaPct.
           MOVE 6 TO IVAPCT
           OPEN INPUT PARAMFAC
           IF ERRORPAR = "00"
              READ PARAMFAC AT END CONTINUE
                 NOT AT END
                    MOVE PF-IVA TO IVAPCT
              END-READ
              CLOSE PARAMFAC
           END-IF.

      ** Registro encadenado de facturacion: anade a REGISFAC.DAT el **
      ** apunte del documento recien emitido, enlazado con el apunte **
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

      ** Justificante para el cliente: datos del restaurante, clase **
      ** y numero del documento, a que reserva o evento se refiere, **
      ** el concepto, la factura de anticipo que abona o deduce,    **
      ** la base y cuota declaradas y el total.                     **

       ImprimirDocumento.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              PERFORM CargarEmpresa
              EVALUATE DOCTIPO
                 WHEN "A" MOVE "FACTURA DE ANTICIPO" TO AT-TITULO
                 WHEN "B" MOVE "FACTURA RECTIFICATIVA (ABONO)"
                             TO AT-TITULO
                 WHEN "R" MOVE "FACTURA FINAL (SENAL RETENIDA)"
                             TO AT-TITULO
              END-EVALUATE
              MOVE FSERIE TO AT-FACSERIE
              MOVE FNUMSERIE TO AT-FACSERNUM
              MOVE NFAC TO AT-FACNUM
              MOVE FDIA TO AT-FACDIA
              MOVE FMES TO AT-FACMES
              MOVE FANO TO AT-FACANO
              MOVE AN-NOMBRE TO AT-NOMBRE
              PERFORM CargarOrigen
              MOVE DOCCONCEPTO TO AT-CONCEPTO
              MOVE DOCIMPORTE TO AT-IMPCONCEPTO
              MOVE FBASE1 TO AT-BASE
              MOVE FCUOTA1 TO AT-CUOTA
              MOVE FPASTA TO AT-TOTAL
              PERFORM ImprimirMarcaFormacion
              WRITE LINEAIMP FROM LINEMPRE1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINEMPRE2 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM LINANTTITULO BEFORE ADVANCING 1
                 LINE
              WRITE LINEAIMP FROM LINEMPRE3 BEFORE ADVANCING 2 LINE
              PERFORM LeerRegimenIva
              MOVE FANO TO ANOCAJA
              PERFORM MirarCriterioCaja
              IF ENCAJA = "S"
                 WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 1
                    LINE
              END-IF
              WRITE LINEAIMP FROM LINANTCLIENTE BEFORE ADVANCING 1
                 LINE
              WRITE LINEAIMP FROM LINANTORIGEN BEFORE ADVANCING 2
                 LINE
              WRITE LINEAIMP FROM LINANTCONCEPTO BEFORE ADVANCING 1
                 LINE
              IF DOCTIPO NOT = "A"
                 MOVE AN-SERIE TO AT-REFSERIE
                 MOVE AN-NUMSERIE TO AT-REFSERNUM
                 MOVE AN-NFAC TO AT-REFNFAC
                 IF DOCTIPO = "B"
                    MOVE "RECTIFICA FRA. ANTICIPO" TO AT-REFTEXTO
                 ELSE
                    MOVE "DEDUCIDA FRA. ANTICIPO" TO AT-REFTEXTO
                 END-IF
                 WRITE LINEAIMP FROM LINANTREFER BEFORE ADVANCING 1
                    LINE
              END-IF
              WRITE LINEAIMP FROM SPACES BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINANTIVA BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINANTTOTAL BEFORE ADVANCING 2 LINE
           END-IF
           CLOSE LISTADO.
       CargarEmpresa.
           MOVE SPACES TO AT-EMNOMBRE AT-EMDIRECCION AT-EMPOBLACION
           MOVE SPACES TO AT-EMNIF
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 MOVE EM-NOMBRE    TO AT-EMNOMBRE
                 MOVE EM-NIF       TO AT-EMNIF
                 MOVE EM-DIRECCION TO AT-EMDIRECCION
                 MOVE EM-POBLACION TO AT-EMPOBLACION
              END-IF
              CLOSE EMPRESA
           END-IF.
       CargarOrigen.
           MOVE AN-REFNUM TO AT-ORIGNUM
           MOVE AN-REFFECHA TO FECHAREF
           IF ANTICIPO-EVENTO
              MOVE "EVENTO NUMERO" TO AT-ORIGEN
              MOVE SPACES TO AT-ORIGDEL AT-ORIGBARRA1 AT-ORIGBARRA2
              MOVE 0 TO AT-ORIGDIA AT-ORIGMES AT-ORIGANO
           ELSE
              MOVE "RESERVA PAGINA" TO AT-ORIGEN
              MOVE " DEL " TO AT-ORIGDEL
              MOVE "/" TO AT-ORIGBARRA1 AT-ORIGBARRA2
              MOVE FR-DIA TO AT-ORIGDIA
              MOVE FR-MES TO AT-ORIGMES
              MOVE FR-ANO TO AT-ORIGANO
           END-IF.

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
           MOVE SPACES TO RF-CONTFAC
           STRING RUTADATOS DELIMITED BY " "
                  "CONTFAC.DAT" DELIMITED BY SIZE
                  INTO RF-CONTFAC
           END-STRING
           MOVE SPACES TO RF-PARAM
           STRING RUTADATOS DELIMITED BY " "
                  "PARAM.DAT" DELIMITED BY SIZE
                  INTO RF-PARAM
           END-STRING
           MOVE SPACES TO RF-REGISFAC
           STRING RUTADATOS DELIMITED BY " "
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-REGISFAC
           END-STRING
           MOVE SPACES TO RF-ANTICIPO
           STRING RUTADATOS DELIMITED BY " "
                  "ANTICIPO.DAT" DELIMITED BY SIZE
                  INTO RF-ANTICIPO
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
           END-STRING.

      ** Criterio de caja: lee REGIVA.DAT (sin el, regimen general) **
      ** y mira si las facturas del ejercicio ANOCAJA estan acogidas.**

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
