       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCIAS.
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
           SELECT OPTIONAL AGENCIA ASSIGN TO DISK RF-AGENCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CODIGO
           FILE STATUS IS ERRORAG.
           SELECT OPTIONAL BONOS ASSIGN TO DISK RF-BONOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-CLAVE
           FILE STATUS IS ERRORBN.
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
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES
           FILE STATUS IS ERRORCLI.
           SELECT OPTIONAL PARAMFAC ASSIGN TO DISK RF-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPAR.
           SELECT OPTIONAL CONTFAC ASSIGN TO DISK RF-CONTFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCF.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
           SELECT OPTIONAL REGISFAC ASSIGN TO DISK RF-REGISFAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRG.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
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
      * Bonos servidos en MESA, pendientes de facturar a la agencia
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
              88 FCLASE-SIMPLIFICADA VALUES "S" " ".
              88 FCLASE-COMPLETA VALUE "F".
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
      * Detalle de la factura: una linea por bono de la agencia.
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
       FD CLIENTES LABEL RECORD STANDARD.
       01 REG-CLI.
           02 CGIF       PIC X(9).
           02 CNOMBRE    PIC X(29).
           02 CDIRECCION PIC X(40).
           02 CNUMERO    PIC X(3).
           02 CCIUDAD    PIC X(15).
           02 CCP        PIC X(6).
           02 CPROVIN    PIC X(15).
           02 CTELEFONO  PIC X(9).
           02 CEMAIL     PIC X(30).
           02 CNOSHOWS   PIC 9(3).
           02 CBANCO     PIC X(20).
           02 CDOMICIL   PIC X.
           02 CDTOPCT    PIC 99.
           02 CLIMITE    PIC 9(6)V99.
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
       FD CONTFAC LABEL RECORD STANDARD.
       01 REG-CONTFAC.
           02 CF-NFACSIG  PIC 9(8).
           02 CF-ANO      PIC 9(4).
           02 CF-SERIESIG PIC 9(6).
           02 CF-RECSIG   PIC 9(8).
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
      * Registro encadenado de facturacion: la factura a la agencia
      * es una factura emitida mas y deja su apunte en la cadena.
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
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
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
       77 RF-AGENCIA PIC X(42).
       77 RF-BONOS PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-CONTFAC PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 RF-REGISFAC PIC X(42).
       77 ERRORAG PIC XX.
       77 ERRORBN PIC XX.
       77 ERRORCLI PIC XX.
       77 ERRORPAR PIC XX.
       77 ERRORCF PIC XX.
       77 ERROREMP PIC XX.
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 ERRORRG PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 SESCODIGO PIC 9(3).
       77 SESNIVEL PIC 9.
       77 OPCION PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 EXISTEAG PIC X.
       77 CLIOK PIC X.
       77 CODPEDIDO PIC 9(3).
       77 AGPEDIDA PIC 9(3).
       77 ANOMES PIC 9(6).
       77 BONOANOMES PIC 9(6).
       77 FINAG PIC X.
       77 FINBN PIC X.
       77 CONTOK PIC X.
       77 FACTLIBRE PIC X.
       77 NUMFACT PIC 9(9).
       77 NFACHINT PIC 9(8).
       77 MAXSERIE PIC 9(6).
       77 FINSERIE PIC X.
       77 NFACAGEN PIC 9(8).
       77 FACEMITIDAS PIC 9(3).
       77 TB-N PIC 9(3).
       77 TB-I PIC 9(3).
       77 RATIVA PIC 9.
       77 TIPOLIN PIC 9.
       77 IVAINCLUIDO PIC X VALUE "N".
       77 TOTALFAC PIC 9(7)V99.
       77 LINFACTLIN PIC 99.
       77 FINRG PIC X.
       77 RG-ULTORDEN PIC 9(8).
       77 RG-ULTENCAD PIC 9(9).
       77 ENCTRABAJO PIC 9(15).
       77 ENCCOC PIC 9(7).
       77 ENCRESTO PIC 9(9).
       77 COMBASE PIC 9(7)V99.
       77 COMIMPORTE PIC 9(6)V99.
       77 LQBONOS PIC 9(4).
       77 LQPAX PIC 9(5).
       77 LQIMPORTE PIC 9(7)V99.
       77 LQCOMISION PIC 9(7)V99.
       77 LQTOTIMP PIC 9(8)V99.
       77 LQTOTCOM PIC 9(8)V99.
       01 FECHAHOY8.
           02 FH-ANO PIC 9(4).
           02 FH-MES PIC 99.
           02 FH-DIA PIC 99.
       01 TablaIva.
           02 IVARATE PIC 99 OCCURS 3.
       01 SumasIva.
           02 SI-ENT OCCURS 3.
              03 SI-BASE PIC 9(7)V99.
              03 SI-CUOTA PIC 9(6)V99.
       01 TablaBonos.
           02 TB-ENT OCCURS 200.
              03 TB-CLAVE PIC X(21).
              03 TB-FECHA PIC 9(8).
              03 TB-MESA PIC 99.
              03 TB-BONO PIC X(12).
              03 TB-PAX PIC 9(3).
              03 TB-PRECIO PIC 9(4)V99.
              03 TB-IMPORTE PIC 9(6)V99.
       01 LINEMPRE1.
           02 PIC X VALUE " ".
           02 RE-EMNOMBRE PIC X(30).
           02 PIC X(6) VALUE "  NIF ".
           02 RE-EMNIF PIC X(9).
       01 LINEMPRE2.
           02 PIC X VALUE " ".
           02 RE-EMDIRECCION PIC X(40).
           02 PIC X(2) VALUE "  ".
           02 RE-EMPOBLACION PIC X(25).
       01 LINAGFAC1.
           02 FILLER PIC X(12) VALUE " FACTURA N. ".
           02 AF-SERIE PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 AF-NUMSERIE PIC 9(6).
           02 FILLER PIC X(7) VALUE "  (REG ".
           02 AF-NFAC PIC 9(8).
           02 FILLER PIC X(9) VALUE ")  FECHA ".
           02 AF-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 AF-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 AF-ANO PIC 9(4).
       01 LINAGFAC2.
           02 FILLER PIC X(10) VALUE " CLIENTE: ".
           02 AF-GIF PIC 9(9).
           02 FILLER PIC X VALUE SPACES.
           02 AF-NOMBRE PIC X(29).
       01 LINAGFAC3.
           02 FILLER PIC X(10) VALUE " AGENCIA: ".
           02 AF-AGENCIA PIC 9(3).
           02 FILLER PIC X VALUE SPACES.
           02 AF-AGNOMBRE PIC X(30).
           02 FILLER PIC X(7) VALUE "  MES: ".
           02 AF-ANOMES PIC 9(6).
       01 LINAGCAB.
           02 FILLER PIC X(40) VALUE
              "  FECHA     MESA  BONO          COMENS. ".
           02 FILLER PIC X(27) VALUE
              "  PRECIO      IMPORTE      ".
       01 LINAGBONO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AF-BNDIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 AF-BNMES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 AF-BNANO PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AF-BNMESA PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AF-BNBONO PIC X(12).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AF-BNPAX PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AF-BNPRECIO PIC Z.ZZ9,99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AF-BNIMPORTE PIC ZZZ.ZZ9,99.
       01 LINIVAAG.
           02 FILLER PIC X(8) VALUE "  BASE: ".
           02 AF-BASE PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(7) VALUE "  IVA ".
           02 AF-RATE PIC Z9.
           02 FILLER PIC X(4) VALUE " %: ".
           02 AF-CUOTA PIC ZZZ.ZZ9,99.
       01 LINIVAINCAG.
           02 FILLER PIC X(30) VALUE "  (PRECIOS CON IVA INCLUIDO)  ".
       01 TOTAGFAC.
           02 FILLER PIC X(18) VALUE "  TOTAL FACTURA:  ".
           02 AF-TOTAL PIC ZZZZ.ZZ9,99.
       01 LINLIQ1.
           02 FILLER PIC X(34) VALUE
              " LIQUIDACION DE COMISIONES DEL MES".
           02 FILLER PIC X VALUE SPACES.
           02 LQ-ANOMES PIC 9(6).
       01 LINLIQAG.
           02 FILLER PIC X(10) VALUE " AGENCIA: ".
           02 LQ-AGENCIA PIC 9(3).
           02 FILLER PIC X VALUE SPACES.
           02 LQ-AGNOMBRE PIC X(30).
       01 LINLIQCAB.
           02 FILLER PIC X(40) VALUE
              "  FECHA     MESA  BONO          COMENS. ".
           02 FILLER PIC X(38) VALUE
              "    IMPORTE     %  COMISION  FACTURA ".
       01 LINLIQBONO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LQ-BNDIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LQ-BNMES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LQ-BNANO PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LQ-BNMESA PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LQ-BNBONO PIC X(12).
           02 FILLER PIC X(3) VALUE SPACES.
           02 LQ-BNPAX PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LQ-BNIMPORTE PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LQ-BNPCT PIC Z9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LQ-BNCOMISION PIC ZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LQ-BNNFAC PIC ZZZZZZZ9.
       01 LINLIQTOT.
           02 FILLER PIC X(11) VALUE "  BONOS:   ".
           02 LQ-TBONOS PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  COMENSALES: ".
           02 LQ-TPAX PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  IMPORTE: ".
           02 LQ-TIMPORTE PIC Z.ZZZ.ZZ9,99.
       01 LINLIQTOT2.
           02 FILLER PIC X(38) VALUE SPACES.
           02 FILLER PIC X(11) VALUE " COMISION: ".
           02 LQ-TCOMISION PIC Z.ZZZ.ZZ9,99.
       01 LINLIQGEN.
           02 FILLER PIC X(25) VALUE "  TOTAL MES    IMPORTE: ".
           02 LQ-GIMPORTE PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(13) VALUE "  COMISION: ".
           02 LQ-GCOMISION PIC ZZ.ZZZ.ZZ9,99.
      * Hora de emision, signo y origen de las lineas para los
      * totales de venta por dia de VENTDIA.COB.
       01 PETVENTA.
           02 PV-HORA PIC 9(8).
           02 PV-SIGNO PIC X.
           02 PV-ORIGEN PIC X.
       01 LINFORMACION.
           02 PIC X(40) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 LINCRITCAJA PIC X(40) VALUE
           "  REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           PERFORM LeerIva
           MOVE " " TO OPCION
           PERFORM MENUAGEN UNTIL OPCION = "X" OR "x" OR TECLAF = 27
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENUAGEN.
           DISPLAY " " ERASE
           DISPLAY "AGENCIAS DE VIAJES Y TUROPERADORES" LINE 2
              POSITION 5
           DISPLAY "M = FICHA DE AGENCIA" LINE 4 POSITION 5
           DISPLAY "F = FACTURA MENSUAL DE LOS BONOS" LINE 5
              POSITION 5
           DISPLAY "C = LIQUIDACION DE COMISIONES" LINE 6 POSITION 5
           DISPLAY "X = SALIR" LINE 7 POSITION 5
           DISPLAY "OPCION:" LINE 9 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 9 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "M" PERFORM FICHAAGEN
              WHEN "m" PERFORM FICHAAGEN
              WHEN "F" PERFORM FACTURARAGEN
              WHEN "f" PERFORM FACTURARAGEN
              WHEN "C" PERFORM LIQUIDARAGEN
              WHEN "c" PERFORM LIQUIDARAGEN
           END-EVALUATE.

      ** Ficha de la agencia: cliente al que se factura (ha de estar **
      ** dado de alta en CLIENTES), precio concertado por comensal,  **
      ** plato que cubre el bono (0 = menu del dia), comision, tipo  **
      ** de IVA del bono y estado (A = activa, B = baja).            **

       FICHAAGEN.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirAgencia
           END-IF
           MOVE 0 TO TECLAF.
       PedirAgencia.
           DISPLAY "CODIGO DE AGENCIA:" LINE 11 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 11 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN I-O AGENCIA
              MOVE CODPEDIDO TO AG-CODIGO
              READ AGENCIA
                 INVALID KEY
                    MOVE "N" TO EXISTEAG
                    MOVE CODPEDIDO TO AG-CODIGO
                    MOVE SPACES TO AG-NOMBRE
                    MOVE 0 TO AG-GIF AG-PRECIO AG-PLATO AG-COMISION
                    MOVE 1 TO AG-TIPOIVA
                    MOVE "A" TO AG-ESTADO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEAG
              END-READ
              PERFORM EditarAgencia
              CLOSE AGENCIA
           END-IF.
       EditarAgencia.
           DISPLAY "NOMBRE:" LINE 12 POSITION 5
           ACCEPT AG-NOMBRE LINE 12 POSITION 25 NO BEEP TAB UPDATE
           END-ACCEPT
           MOVE "N" TO CLIOK
           PERFORM PedirClienteAgencia UNTIL CLIOK = "S"
              OR TECLAF = 27
           IF CLIOK = "S"
              DISPLAY "PRECIO POR COMENSAL:" LINE 14 POSITION 5
              ACCEPT AG-PRECIO LINE 14 POSITION 27 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "PLATO DEL BONO (0 = MENU DEL DIA):" LINE 15
                 POSITION 5
              ACCEPT AG-PLATO LINE 15 POSITION 41 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "COMISION %:" LINE 16 POSITION 5
              ACCEPT AG-COMISION LINE 16 POSITION 27 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "TIPO DE IVA (1-3):" LINE 17 POSITION 5
              PERFORM WITH TEST AFTER UNTIL AG-TIPOIVA > 0
                 AND AG-TIPOIVA < 4
                 ACCEPT AG-TIPOIVA LINE 17 POSITION 27 NO BEEP UPDATE
                 END-ACCEPT
              END-PERFORM
              DISPLAY "ESTADO (A/B):" LINE 18 POSITION 5
              PERFORM WITH TEST AFTER UNTIL AG-ESTADO = "A" OR "B"
                 ACCEPT AG-ESTADO LINE 18 POSITION 27 NO BEEP UPDATE
                 END-ACCEPT
              END-PERFORM
              IF EXISTEAG = "S"
                 REWRITE REG-AG INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-AG INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              DISPLAY "AGENCIA GRABADA" LINE 20 POSITION 5
           ELSE
              DISPLAY "SIN CLIENTE DE FACTURACION; NADA GRABADO"
                 LINE 20 POSITION 5 REVERSE
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       PedirClienteAgencia.
           DISPLAY "GIF DEL CLIENTE:" LINE 13 POSITION 5
           ACCEPT AG-GIF LINE 13 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              OPEN INPUT CLIENTES
              IF ERRORCLI = "00"
                 MOVE AG-GIF TO CGIF
                 READ CLIENTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "S" TO CLIOK
                       DISPLAY CNOMBRE LINE 13 POSITION 36
                 END-READ
                 CLOSE CLIENTES
              END-IF
              IF CLIOK = "N"
                 DISPLAY "NO EXISTE ESE CLIENTE" LINE 13 POSITION 36
                    REVERSE
              END-IF
           END-IF.

      ** Factura mensual de cada agencia (o de una sola) con sus     **
      ** bonos del mes aun sin facturar: una linea de detalle por    **
      ** bono, bases de IVA como en MESA.CBL, numeracion y registro  **
      ** encadenado como RECAPFAC.CBL. Los bonos quedan marcados con **
      ** la factura para no volver a cobrarlos.                      **

       FACTURARAGEN.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirMesAgencia
              IF TECLAF NOT = 27 AND ANOMES NOT = 0
                 PERFORM FacturarAgencias
              END-IF
           END-IF
           MOVE 0 TO TECLAF.
       PedirMesAgencia.
           DISPLAY "MES (AAAAMM):" LINE 11 POSITION 5
           MOVE 0 TO ANOMES
           ACCEPT ANOMES LINE 11 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              DISPLAY "AGENCIA (0 = TODAS):" LINE 12 POSITION 5
              MOVE 0 TO AGPEDIDA
              ACCEPT AGPEDIDA LINE 12 POSITION 27 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF.
       FacturarAgencias.
           MOVE 0 TO FACEMITIDAS
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              PERFORM LeerEmpresa
              OPEN INPUT AGENCIA
              OPEN I-O BONOS
              OPEN I-O FACTURA
              OPEN I-O DETFAC
              OPEN INPUT CLIENTES
              PERFORM IniciarAgencias
              PERFORM FacturarUnaAgencia UNTIL FINAG = "S"
              CLOSE CLIENTES
              CLOSE DETFAC
              CLOSE FACTURA
              CLOSE BONOS
              CLOSE AGENCIA
           END-IF
           CLOSE LISTADO
           DISPLAY "FACTURAS EMITIDAS:" LINE 14 POSITION 5
           DISPLAY FACEMITIDAS LINE 14 POSITION 25
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       IniciarAgencias.
           MOVE "N" TO FINAG
           MOVE AGPEDIDA TO AG-CODIGO
           START AGENCIA KEY IS NOT < AG-CODIGO
              INVALID KEY MOVE "S" TO FINAG
              NOT INVALID KEY CONTINUE
           END-START.
       LeerAgencia.
           READ AGENCIA NEXT AT END MOVE "S" TO FINAG
           END-READ.
           IF FINAG = "N" AND AGPEDIDA NOT = 0
              AND AG-CODIGO NOT = AGPEDIDA
              MOVE "S" TO FINAG
           END-IF.
       FacturarUnaAgencia.
           PERFORM LeerAgencia
           IF FINAG = "N"
              PERFORM RecogerBonos
              IF TB-N > 0
                 PERFORM CalcularIvaAgencia
                 PERFORM EmitirFacturaAgencia
                 PERFORM GrabarLineasAgencia
                 PERFORM ApuntarVentaDia
                 PERFORM MarcarBonos
                 PERFORM ImprimirFacturaAgencia
                 ADD 1 TO FACEMITIDAS
              END-IF
           END-IF.

      ** Bonos del mes de la agencia sin factura; la clave empieza  **
      ** por agencia y fecha, asi que basta con recorrer ese tramo. **

       RecogerBonos.
           MOVE 0 TO TB-N
           MOVE 0 TO SI-BASE(1) SI-BASE(2) SI-BASE(3)
           MOVE 0 TO SI-CUOTA(1) SI-CUOTA(2) SI-CUOTA(3)
           PERFORM IniciarBonos
           PERFORM RecogerUnBono UNTIL FINBN = "S".
       IniciarBonos.
           MOVE "N" TO FINBN
           MOVE AG-CODIGO TO BN-AGENCIA
           COMPUTE BN-FECHA = ANOMES * 100
           MOVE 0 TO BN-HORA
           MOVE 0 TO BN-MESA
           START BONOS KEY IS NOT < BN-CLAVE
              INVALID KEY MOVE "S" TO FINBN
              NOT INVALID KEY CONTINUE
           END-START.
       LeerBono.
           READ BONOS NEXT AT END MOVE "S" TO FINBN
           END-READ.
           IF FINBN = "N"
              DIVIDE BN-FECHA BY 100 GIVING BONOANOMES
              IF BN-AGENCIA NOT = AG-CODIGO OR BONOANOMES > ANOMES
                 MOVE "S" TO FINBN
              END-IF
           END-IF.
       RecogerUnBono.
           PERFORM LeerBono
           IF FINBN = "N" AND BN-NFAC = 0 AND TB-N < 200
              ADD 1 TO TB-N
              MOVE BN-CLAVE TO TB-CLAVE(TB-N)
              MOVE BN-FECHA TO TB-FECHA(TB-N)
              MOVE BN-MESA TO TB-MESA(TB-N)
              MOVE BN-BONO TO TB-BONO(TB-N)
              MOVE BN-PAX TO TB-PAX(TB-N)
              MOVE BN-PRECIO TO TB-PRECIO(TB-N)
              MOVE BN-IMPORTE TO TB-IMPORTE(TB-N)
              MOVE BN-TIPOIVA TO TIPOLIN
              IF TIPOLIN = 0 OR TIPOLIN > 3
                 MOVE 1 TO TIPOLIN
              END-IF
              ADD BN-IMPORTE TO SI-BASE(TIPOLIN)
           END-IF.

      ** Mismo calculo que ImprimirLineaIva de MESA.CBL: con precios **
      ** con IVA la cuota sale de dentro del importe; si no, encima. **

       CalcularIvaAgencia.
           MOVE 0 TO TOTALFAC
           PERFORM CalcularUnIva VARYING RATIVA FROM 1 BY 1
              UNTIL RATIVA > 3.
       CalcularUnIva.
           IF SI-BASE(RATIVA) NOT = 0
              IF IVAINCLUIDO = "S"
                 ADD SI-BASE(RATIVA) TO TOTALFAC
                 COMPUTE SI-CUOTA(RATIVA) ROUNDED = SI-BASE(RATIVA)
                    - (SI-BASE(RATIVA) / (1 + IVARATE(RATIVA) / 100))
                 SUBTRACT SI-CUOTA(RATIVA) FROM SI-BASE(RATIVA)
              ELSE
                 COMPUTE SI-CUOTA(RATIVA) ROUNDED = SI-BASE(RATIVA) *
                    IVARATE(RATIVA) / 100
                 ADD SI-BASE(RATIVA) SI-CUOTA(RATIVA) TO TOTALFAC
              END-IF
           END-IF.

      ** Factura completa al cliente de la agencia en la serie del   **
      ** ejercicio, con los mismos contadores que MESA.CBL.          **

       EmitirFacturaAgencia.
           PERFORM LeerContadores
           ACCEPT FECHAHOY8 FROM DATE YYYYMMDD
           IF CF-ANO NOT = FH-ANO
              MOVE FH-ANO TO CF-ANO
              MOVE 1 TO CF-SERIESIG
           END-IF
           MOVE CF-NFACSIG TO NFACHINT
           MOVE "N" TO FACTLIBRE
           PERFORM BuscarLibre VARYING NUMFACT FROM CF-NFACSIG BY 1
              UNTIL FACTLIBRE = "S" OR NUMFACT > 99999999
           IF CONTOK = "N" OR NFAC NOT = NFACHINT
              PERFORM ResincronizarSerie
           END-IF
           MOVE NFAC TO NFACAGEN
           MOVE AG-GIF TO FGIF
           MOVE FH-DIA TO FDIA
           MOVE FH-MES TO FMES
           MOVE FH-ANO TO FANO
           MOVE TOTALFAC TO FPASTA
           MOVE "*" TO FPAGADA
           MOVE 0 TO FMESA
           MOVE 0 TO FCOBRADO
           MOVE " " TO FMETODO
           MOVE 0 TO FDESCUENTO
           MOVE 0 TO FPROPINA
           MOVE 0 TO FCAMARERO
           MOVE 0 TO FFECHACOB
           MOVE "F" TO FCLASE
           MOVE 0 TO FABONODE
           MOVE " " TO FREMESADA
           MOVE SI-BASE(1) TO FBASE1
           MOVE SI-CUOTA(1) TO FCUOTA1
           MOVE SI-BASE(2) TO FBASE2
           MOVE SI-CUOTA(2) TO FCUOTA2
           MOVE SI-BASE(3) TO FBASE3
           MOVE SI-CUOTA(3) TO FCUOTA3
           MOVE CF-ANO TO FSERIE
           MOVE CF-SERIESIG TO FNUMSERIE
           MOVE 0 TO FCOMENSALES
           WRITE REG-FAC INVALID KEY CONTINUE
           END-WRITE
           COMPUTE CF-NFACSIG = NFAC + 1
           ADD 1 TO CF-SERIESIG
           PERFORM GrabarContadores
           PERFORM GrabarRegistroFactura.
       BuscarLibre.
           MOVE NUMFACT TO NFAC
           READ FACTURA
              INVALID KEY MOVE "S" TO FACTLIBRE
              NOT INVALID KEY CONTINUE
           END-READ.
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

      ** Detalle en FACTLIN.DAT: una linea por bono con el plato del **
      ** bono, los comensales y el precio concertado.                **

       GrabarLineasAgencia.
           MOVE 0 TO LINFACTLIN
           PERFORM GrabarUnaLineaAgencia VARYING TB-I FROM 1 BY 1
              UNTIL TB-I > TB-N OR TB-I > 99.
       GrabarUnaLineaAgencia.
           ADD 1 TO LINFACTLIN
           MOVE NFACAGEN TO FL-NFAC
           MOVE LINFACTLIN TO FL-LINEA
           MOVE AG-PLATO TO FL-NUMPLATO
           MOVE SPACES TO FL-NOM
           STRING "BONO " DELIMITED BY SIZE
                  TB-BONO(TB-I) DELIMITED BY SIZE
                  INTO FL-NOM
           END-STRING
           MOVE TB-PAX(TB-I) TO FL-CANTIDAD
           MOVE TB-PRECIO(TB-I) TO FL-PVP
           MOVE TB-IMPORTE(TB-I) TO FL-TOTAL
           MOVE 0 TO FL-FORMATO
           WRITE REG-FACTLIN INVALID KEY CONTINUE
           END-WRITE.

      ** Suma la factura de la agencia en los totales de venta por  **
      ** dia; FACTLIN se cierra mientras VENTDIA.COB lee sus lineas. **

       ApuntarVentaDia.
           CLOSE DETFAC
           ACCEPT PV-HORA FROM TIME
           MOVE "+" TO PV-SIGNO
           MOVE "V" TO PV-ORIGEN
           CALL "VENTDIA.COB" USING REG-FAC PETVENTA
           OPEN I-O DETFAC.
       MarcarBonos.
           PERFORM MarcarUnBono VARYING TB-I FROM 1 BY 1
              UNTIL TB-I > TB-N.
       MarcarUnBono.
           MOVE TB-CLAVE(TB-I) TO BN-CLAVE
           READ BONOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE NFACAGEN TO BN-NFAC
                 REWRITE REG-BN INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
       ImprimirFacturaAgencia.
           PERFORM ImprimirMarcaFormacion
           WRITE LINEAIMP FROM LINEMPRE1 BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINEMPRE2 BEFORE ADVANCING 2 LINE
           MOVE FSERIE TO AF-SERIE
           MOVE FNUMSERIE TO AF-NUMSERIE
           MOVE NFACAGEN TO AF-NFAC
           MOVE FH-DIA TO AF-DIA
           MOVE FH-MES TO AF-MES
           MOVE FH-ANO TO AF-ANO
           WRITE LINEAIMP FROM LINAGFAC1 BEFORE ADVANCING 1 LINE
           PERFORM LeerRegimenIva
           MOVE FH-ANO TO ANOCAJA
           PERFORM MirarCriterioCaja
           IF ENCAJA = "S"
              WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 1
                 LINE
           END-IF
           MOVE AG-GIF TO AF-GIF
           MOVE AG-GIF TO CGIF
           READ CLIENTES
              INVALID KEY MOVE "(SIN FICHA)" TO AF-NOMBRE
              NOT INVALID KEY MOVE CNOMBRE TO AF-NOMBRE
           END-READ
           WRITE LINEAIMP FROM LINAGFAC2 BEFORE ADVANCING 1 LINE
           MOVE AG-CODIGO TO AF-AGENCIA
           MOVE AG-NOMBRE TO AF-AGNOMBRE
           MOVE ANOMES TO AF-ANOMES
           WRITE LINEAIMP FROM LINAGFAC3 BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM LINAGCAB BEFORE ADVANCING 1 LINE
           PERFORM ImprimirBonoFactura VARYING TB-I FROM 1 BY 1
              UNTIL TB-I > TB-N
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           PERFORM ImprimirIvaAgencia VARYING RATIVA FROM 1 BY 1
              UNTIL RATIVA > 3
           IF IVAINCLUIDO = "S"
              WRITE LINEAIMP FROM LINIVAINCAG BEFORE ADVANCING 1 LINE
           END-IF
           MOVE TOTALFAC TO AF-TOTAL
           WRITE LINEAIMP FROM TOTAGFAC BEFORE ADVANCING 4 LINE.
       ImprimirBonoFactura.
           MOVE TB-FECHA(TB-I) TO FECHAHOY8
           MOVE FH-DIA TO AF-BNDIA
           MOVE FH-MES TO AF-BNMES
           MOVE FH-ANO TO AF-BNANO
           MOVE TB-MESA(TB-I) TO AF-BNMESA
           MOVE TB-BONO(TB-I) TO AF-BNBONO
           MOVE TB-PAX(TB-I) TO AF-BNPAX
           MOVE TB-PRECIO(TB-I) TO AF-BNPRECIO
           MOVE TB-IMPORTE(TB-I) TO AF-BNIMPORTE
           WRITE LINEAIMP FROM LINAGBONO BEFORE ADVANCING 1 LINE.
       ImprimirIvaAgencia.
           IF SI-BASE(RATIVA) NOT = 0
              MOVE SI-BASE(RATIVA) TO AF-BASE
              MOVE IVARATE(RATIVA) TO AF-RATE
              MOVE SI-CUOTA(RATIVA) TO AF-CUOTA
              WRITE LINEAIMP FROM LINIVAAG BEFORE ADVANCING 1 LINE
           END-IF.

      ** Liquidacion de comisiones del mes, facturados o no: la      **
      ** comision de cada bono es su porcentaje (el de la mesa al    **
      ** cobrarla) sobre el importe sin IVA. Totales por agencia y   **
      ** del mes.                                                    **

       LIQUIDARAGEN.
           PERFORM PedirMesAgencia
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 PERFORM LeerEmpresa
                 PERFORM ImprimirMarcaFormacion
                 WRITE LINEAIMP FROM LINEMPRE1 BEFORE ADVANCING 1 LINE
                 WRITE LINEAIMP FROM LINEMPRE2 BEFORE ADVANCING 2 LINE
                 MOVE ANOMES TO LQ-ANOMES
                 WRITE LINEAIMP FROM LINLIQ1 BEFORE ADVANCING 2 LINE
                 MOVE 0 TO LQTOTIMP LQTOTCOM
                 OPEN INPUT AGENCIA
                 OPEN INPUT BONOS
                 PERFORM IniciarAgencias
                 PERFORM LiquidarUnaAgencia UNTIL FINAG = "S"
                 CLOSE BONOS
                 CLOSE AGENCIA
                 MOVE LQTOTIMP TO LQ-GIMPORTE
                 MOVE LQTOTCOM TO LQ-GCOMISION
                 WRITE LINEAIMP FROM LINLIQGEN BEFORE ADVANCING 2 LINE
              END-IF
              CLOSE LISTADO
              DISPLAY "LIQUIDACION IMPRESA" LINE 14 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       LiquidarUnaAgencia.
           PERFORM LeerAgencia
           IF FINAG = "N"
              MOVE 0 TO LQBONOS LQPAX LQIMPORTE LQCOMISION
              PERFORM IniciarBonos
              PERFORM LiquidarUnBono UNTIL FINBN = "S"
              IF LQBONOS > 0
                 MOVE LQBONOS TO LQ-TBONOS
                 MOVE LQPAX TO LQ-TPAX
                 MOVE LQIMPORTE TO LQ-TIMPORTE
                 MOVE LQCOMISION TO LQ-TCOMISION
                 WRITE LINEAIMP FROM LINLIQTOT BEFORE ADVANCING 1 LINE
                 WRITE LINEAIMP FROM LINLIQTOT2 BEFORE
                    ADVANCING 2 LINE
                 ADD LQIMPORTE TO LQTOTIMP
                 ADD LQCOMISION TO LQTOTCOM
              END-IF
           END-IF.
       LiquidarUnBono.
           PERFORM LeerBono
           IF FINBN = "N"
              IF LQBONOS = 0
                 MOVE AG-CODIGO TO LQ-AGENCIA
                 MOVE AG-NOMBRE TO LQ-AGNOMBRE
                 WRITE LINEAIMP FROM LINLIQAG BEFORE ADVANCING 1 LINE
                 WRITE LINEAIMP FROM LINLIQCAB BEFORE ADVANCING 1 LINE
              END-IF
              MOVE BN-TIPOIVA TO TIPOLIN
              IF TIPOLIN = 0 OR TIPOLIN > 3
                 MOVE 1 TO TIPOLIN
              END-IF
              IF IVAINCLUIDO = "S"
                 COMPUTE COMBASE ROUNDED = BN-IMPORTE
                    / (1 + IVARATE(TIPOLIN) / 100)
              ELSE
                 MOVE BN-IMPORTE TO COMBASE
              END-IF
              COMPUTE COMIMPORTE ROUNDED = COMBASE * BN-COMISION / 100
              ADD 1 TO LQBONOS
              ADD BN-PAX TO LQPAX
              ADD BN-IMPORTE TO LQIMPORTE
              ADD COMIMPORTE TO LQCOMISION
              MOVE BN-FECHA TO FECHAHOY8
              MOVE FH-DIA TO LQ-BNDIA
              MOVE FH-MES TO LQ-BNMES
              MOVE FH-ANO TO LQ-BNANO
              MOVE BN-MESA TO LQ-BNMESA
              MOVE BN-BONO TO LQ-BNBONO
              MOVE BN-PAX TO LQ-BNPAX
              MOVE BN-IMPORTE TO LQ-BNIMPORTE
              MOVE BN-COMISION TO LQ-BNPCT
              MOVE COMIMPORTE TO LQ-BNCOMISION
              MOVE BN-NFAC TO LQ-BNNFAC
              WRITE LINEAIMP FROM LINLIQBONO BEFORE ADVANCING 1 LINE
           END-IF.
       LeerEmpresa.
           MOVE SPACES TO RE-EMNOMBRE RE-EMDIRECCION
           MOVE SPACES TO RE-EMPOBLACION RE-EMNIF
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 MOVE EM-NOMBRE TO RE-EMNOMBRE
                 MOVE EM-NIF TO RE-EMNIF
                 MOVE EM-DIRECCION TO RE-EMDIRECCION
                 MOVE EM-POBLACION TO RE-EMPOBLACION
              END-IF
              CLOSE EMPRESA
           END-IF.

      ** Tipos de IVA y precios con o sin IVA, como LeerIva de MESA. **

       LeerIva.
           MOVE 6 TO IVARATE(1)
           MOVE 10 TO IVARATE(2)
           MOVE 4 TO IVARATE(3)
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
                 ELSE
                    MOVE "N" TO IVAINCLUIDO
                 END-IF
              END-IF
              CLOSE PARAMFAC
           END-IF.

      ** Usuario y nivel de la sesion (SESION.DAT de LOGIN.COB).    **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
                 MOVE SE-NIVEL  TO SESNIVEL
              END-IF
              CLOSE SESION
           END-IF.

      ** Registro encadenado de facturacion, el mismo calculo de    **
      ** MESA.CBL y que comprueba REGVERI.CBL.                       **

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
           MOVE SPACES TO RF-AGENCIA
           STRING RUTADATOS DELIMITED BY " "
                  "AGENCIA.DAT" DELIMITED BY SIZE
                  INTO RF-AGENCIA
           END-STRING
           MOVE SPACES TO RF-BONOS
           STRING RUTADATOS DELIMITED BY " "
                  "BONOS.DAT" DELIMITED BY SIZE
                  INTO RF-BONOS
           END-STRING
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
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-PARAM
           STRING RUTADATOS DELIMITED BY " "
                  "PARAM.DAT" DELIMITED BY SIZE
                  INTO RF-PARAM
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
           MOVE SPACES TO RF-REGISFAC
           STRING RUTADATOS DELIMITED BY " "
                  "REGISFAC.DAT" DELIMITED BY SIZE
                  INTO RF-REGISFAC
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
