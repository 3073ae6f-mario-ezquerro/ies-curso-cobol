       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEJAS.
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
           SELECT OPTIONAL QUEJAS ASSIGN TO DISK RF-QUEJAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QJ-NUM
           FILE STATUS IS ERRORQJ.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES.
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES.
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL VALES ASSIGN TO DISK RF-VALES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VALENUM.
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
      * Registro de quejas, hojas de reclamaciones oficiales y
      * felicitaciones de clientes: de donde vienen, que factura,
      * mesa, camarero y platos tocan, de que tratan y como se
      * resolvieron (abono de FACT.CBL o vale de VALES.CBL). Las
      * hojas oficiales llevan la fecha limite de respuesta.
       FD QUEJAS LABEL RECORD STANDARD.
       01 REG-QJ.
           02 QJ-NUM PIC 9(5).
           02 QJ-FECHA PIC 9(8).
           02 QJ-TIPO PIC X.
              88 QJ-QUEJA VALUE "Q".
              88 QJ-HOJA VALUE "H".
              88 QJ-FELICITA VALUE "F".
           02 QJ-CANAL PIC X.
              88 QJ-CANAL-VALIDO VALUES "P" "T" "C" "I".
           02 QJ-GIF PIC X(9).
           02 QJ-NFAC PIC 9(8).
           02 QJ-MESA PIC 99.
           02 QJ-CAMARERO PIC 9(3).
           02 QJ-PLATOS.
              03 QJ-PLATO PIC 9(3) OCCURS 3.
           02 QJ-CATEGORIA PIC X.
           02 QJ-DESCRIP PIC X(60).
           02 QJ-LIMITE PIC 9(8).
           02 QJ-RESOLUCION PIC X(60).
           02 QJ-COMPENSA PIC X.
              88 QJ-SIN-COMPENSAR VALUE "N" " ".
              88 QJ-CON-ABONO VALUE "A".
              88 QJ-CON-VALE VALUE "V".
              88 QJ-CON-INVITACION VALUE "I".
           02 QJ-ABONO PIC 9(8).
           02 QJ-VALE PIC 9(5).
           02 QJ-IMPORTE PIC 9(5)V99.
           02 QJ-FRESPUESTA PIC 9(8).
           02 QJ-USUARIO PIC 9(3).
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 9(2).
              03 FMES PIC 9(2).
              03 FANO PIC 9(4).
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
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
       FD VALES LABEL RECORD STANDARD.
       01 REG-VALE.
           02 VALENUM       PIC 9(5).
           02 VALE-IMPORTE  PIC 9(4)V99.
           02 VALE-SALDO    PIC 9(4)V99.
           02 VALE-COMPRADOR PIC X(29).
           02 VALE-FECHA    PIC 9(8).
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
       77 RF-QUEJAS PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-CLIENTES PIC X(42).
       77 RF-PLATOS PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-VALES PIC X(42).
       77 ERRORQJ PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINMES PIC X.
       77 QUEJALIBRE PIC X.
       77 QUEJAPRUEBA PIC 9(6).
       77 QUEJAPEDIDA PIC 9(5).
       77 SESCODIGO PIC 9(3).
       77 HOY PIC 9(8).
       77 DIASHOY PIC 9(7).
       77 DIASLIM PIC 9(7).
       77 DIASQUEDAN PIC S9(5).
       77 PL PIC 9.
       77 CT PIC 99.
       77 NC PIC 9(4).
       77 ZCOC PIC 9(4).
       77 ZRES PIC 9.
       77 MESPEDIDO PIC 99.
       77 ANOPEDIDO PIC 9(4).
       77 PENDIENTES PIC 9(4).
       77 NQUEJAS PIC 9(4).
       77 NHOJAS PIC 9(4).
       77 NFELICITA PIC 9(4).
       77 TOTCOMPENSA PIC 9(7)V99.
      * Plazo de respuesta a una hoja de reclamaciones oficial, en
      * dias naturales desde que la rellena el cliente; la fecha
      * limite que propone se puede corregir a mano en cada hoja.
       77 PLAZOHOJA PIC 99 VALUE 30.
       01 TABLA-CATS.
           02 FILLER PIC X(7) VALUE "CSELFIO".
       01 CATSR REDEFINES TABLA-CATS.
           02 CAT-LETRA PIC X OCCURS 7.
       01 TABLA-NOMCATS.
           02 FILLER PIC X(14) VALUE "COCINA".
           02 FILLER PIC X(14) VALUE "SERVICIO".
           02 FILLER PIC X(14) VALUE "ESPERA".
           02 FILLER PIC X(14) VALUE "LIMPIEZA".
           02 FILLER PIC X(14) VALUE "FACTURA/PRECIO".
           02 FILLER PIC X(14) VALUE "INSTALACIONES".
           02 FILLER PIC X(14) VALUE "OTROS".
       01 NOMCATSR REDEFINES TABLA-NOMCATS.
           02 CAT-NOMBRE PIC X(14) OCCURS 7.
      * Cuentas del informe mensual: por categoria, por camarero y
      * por plato (por su codigo), separando quejas y felicitaciones.
       01 CuentaCategorias.
           02 CC-ENT OCCURS 7.
              03 CC-QUEJAS PIC 9(4).
              03 CC-FELICITA PIC 9(4).
              03 CC-COMPENSA PIC 9(7)V99.
       01 CuentaCamareros.
           02 CK-ENT OCCURS 999.
              03 CK-QUEJAS PIC 9(4).
              03 CK-FELICITA PIC 9(4).
       01 CuentaPlatos.
           02 CPL-ENT OCCURS 999.
              03 CPL-QUEJAS PIC 9(4).
              03 CPL-FELICITA PIC 9(4).
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 L-IMPORTE PIC ZZ.ZZ9,99.
       01 CABPLAZOS.
           02 FILLER PIC X(40) VALUE
              "  HOJAS DE RECLAMACIONES SIN RESPONDER  ".
           02 FILLER PIC X(5) VALUE " HOY ".
           02 PZ-HOY PIC 9(8).
       01 CABPLAZOS2.
           02 FILLER PIC X(40) VALUE
              "  NUM.  FECHA     LIMITE   QUEDAN  CLIEN".
           02 FILLER PIC X(40) VALUE
              "TE / DESCRIPCION                        ".
       01 LINPLAZO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PZ-NUM PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 PZ-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 PZ-LIMITE PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 PZ-QUEDAN PIC ----9.
           02 FILLER PIC X VALUE SPACES.
           02 PZ-VENCIDA PIC X(7).
           02 FILLER PIC X VALUE SPACES.
           02 PZ-TEXTO PIC X(38).
       01 LINTOTPLAZO.
           02 FILLER PIC X(24) VALUE "  HOJAS SIN RESPONDER: ".
           02 PZ-CUANTAS PIC ZZZ9.
       01 CABMES.
           02 FILLER PIC X(40) VALUE
              "  QUEJAS Y FELICITACIONES DE CLIENTES   ".
           02 FILLER PIC X(5) VALUE " MES ".
           02 IM-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 IM-ANO PIC 9(4).
       01 LINMESTOT.
           02 FILLER PIC X(10) VALUE "  QUEJAS: ".
           02 IM-QUEJAS PIC ZZZ9.
           02 FILLER PIC X(22) VALUE "  HOJAS OFICIALES: ".
           02 IM-HOJAS PIC ZZZ9.
           02 FILLER PIC X(19) VALUE "  FELICITACIONES: ".
           02 IM-FELICITA PIC ZZZ9.
       01 CABSECCION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IS-TITULO PIC X(30).
           02 FILLER PIC X(28) VALUE "      QUEJAS  FELICITAC.   ".
           02 IS-TITCOMP PIC X(12).
       01 LINSECCION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IS-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 IS-NOMBRE PIC X(26).
           02 FILLER PIC X(6) VALUE SPACES.
           02 IS-QUEJAS PIC ZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 IS-FELICITA PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 IS-COMPENSA PIC Z.ZZZ.ZZ9,99.
       01 LINMESCOMP.
           02 FILLER PIC X(40) VALUE
              "  TOTAL COMPENSADO A CLIENTES:          ".
           02 IM-COMPENSA PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           ACCEPT HOY FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "QUEJAS Y RECLAMACIONES DE CLIENTES" LINE 2
              POSITION 5
           DISPLAY "A=ANOTAR  R=RESOLVER  P=PLAZOS DE HOJAS" LINE 4
              POSITION 5
           DISPLAY "M=INFORME MENSUAL  S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "A" OR "a"
              PERFORM ANOTAR
           END-IF
           IF OPCION = "R" OR "r"
              PERFORM RESOLVER
           END-IF
           IF OPCION = "P" OR "p"
              PERFORM PLAZOS
           END-IF
           IF OPCION = "M" OR "m"
              PERFORM INFORMEMES
           END-IF.

      ** Alta de una queja, hoja oficial o felicitacion. Con el     **
      ** numero de factura se traen la mesa, el camarero y el NIF   **
      ** del cliente; a la hoja oficial se le propone la fecha      **
      ** limite de respuesta.                                       **

       ANOTAR.
           OPEN I-O QUEJAS
           MOVE "N" TO QUEJALIBRE
           PERFORM BuscarLibre VARYING QUEJAPRUEBA FROM 1 BY 1
              UNTIL QUEJALIBRE = "S" OR QUEJAPRUEBA > 99999
           IF QUEJALIBRE = "S"
              MOVE HOY TO QJ-FECHA
              MOVE "Q" TO QJ-TIPO
              MOVE "P" TO QJ-CANAL
              MOVE SPACES TO QJ-GIF
              MOVE 0 TO QJ-NFAC
              MOVE 0 TO QJ-MESA
              MOVE 0 TO QJ-CAMARERO
              MOVE 0 TO QJ-PLATO(1)
              MOVE 0 TO QJ-PLATO(2)
              MOVE 0 TO QJ-PLATO(3)
              MOVE "C" TO QJ-CATEGORIA
              MOVE SPACES TO QJ-DESCRIP
              MOVE 0 TO QJ-LIMITE
              MOVE SPACES TO QJ-RESOLUCION
              MOVE "N" TO QJ-COMPENSA
              MOVE 0 TO QJ-ABONO
              MOVE 0 TO QJ-VALE
              MOVE 0 TO QJ-IMPORTE
              MOVE 0 TO QJ-FRESPUESTA
              MOVE SESCODIGO TO QJ-USUARIO
              PERFORM PedirQueja
              IF TECLAF NOT = 27 AND QJ-DESCRIP NOT = SPACES
                 WRITE REG-QJ INVALID KEY CONTINUE
                 END-WRITE
                 DISPLAY "ANOTADA CON EL NUMERO" LINE 22 POSITION 5
                 DISPLAY QJ-NUM LINE 22 POSITION 27
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF
           CLOSE QUEJAS
           MOVE 0 TO TECLAF.
       BuscarLibre.
           MOVE QUEJAPRUEBA TO QJ-NUM
           READ QUEJAS
              INVALID KEY MOVE "S" TO QUEJALIBRE
              NOT INVALID KEY CONTINUE
           END-READ.
       PedirQueja.
           DISPLAY "NUMERO:" LINE 7 POSITION 5
           DISPLAY QJ-NUM LINE 7 POSITION 24
           DISPLAY "FECHA (AAAAMMDD):" LINE 8 POSITION 5
           ACCEPT QJ-FECHA LINE 8 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "Q=QUEJA H=HOJA OFICIAL F=FELICITACION:" LINE 9
              POSITION 5
           PERFORM WITH TEST AFTER UNTIL QJ-QUEJA OR QJ-HOJA
              OR QJ-FELICITA OR TECLAF = 27
              ACCEPT QJ-TIPO LINE 9 POSITION 45 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF TECLAF NOT = 27
              DISPLAY "CANAL P=PRESENCIAL T=TELEF. C=CORREO I=INTERNET:"
                 LINE 10 POSITION 5
              PERFORM WITH TEST AFTER UNTIL QJ-CANAL-VALIDO
                 ACCEPT QJ-CANAL LINE 10 POSITION 55 NO BEEP UPDATE
                 END-ACCEPT
              END-PERFORM
              DISPLAY "FACTURA (0=NINGUNA):" LINE 11 POSITION 5
              ACCEPT QJ-NFAC LINE 11 POSITION 26 NO BEEP UPDATE
              END-ACCEPT
              IF QJ-NFAC NOT = 0
                 PERFORM TraerFactura
              END-IF
              DISPLAY "NIF CLIENTE:" LINE 12 POSITION 5
              ACCEPT QJ-GIF LINE 12 POSITION 26 NO BEEP UPDATE
              END-ACCEPT
              PERFORM MostrarCliente
              DISPLAY "MESA:" LINE 13 POSITION 5
              ACCEPT QJ-MESA LINE 13 POSITION 26 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "CAMARERO:" LINE 13 POSITION 31
              ACCEPT QJ-CAMARERO LINE 13 POSITION 41 NO BEEP UPDATE
              END-ACCEPT
              PERFORM MostrarCamarero
              DISPLAY "PLATOS:" LINE 14 POSITION 5
              ACCEPT QJ-PLATO(1) LINE 14 POSITION 26 NO BEEP UPDATE
              END-ACCEPT
              ACCEPT QJ-PLATO(2) LINE 14 POSITION 31 NO BEEP UPDATE
              END-ACCEPT
              ACCEPT QJ-PLATO(3) LINE 14 POSITION 36 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "C=COCINA S=SERVICIO E=ESPERA L=LIMPIEZA"
                 LINE 15 POSITION 5
              DISPLAY "F=FACTURA I=INSTALACIONES O=OTROS" LINE 16
                 POSITION 5
              DISPLAY "CATEGORIA:" LINE 17 POSITION 5
              MOVE 0 TO CT
              PERFORM PedirCategoria UNTIL CT NOT = 0
              DISPLAY "DESCRIPCION:" LINE 18 POSITION 5
              ACCEPT QJ-DESCRIP LINE 19 POSITION 5 NO BEEP TAB
                 UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND QJ-HOJA
              IF QJ-LIMITE = 0
                 MOVE QJ-FECHA TO FECHACALC
                 PERFORM AvanzarLimite VARYING NC FROM 1 BY 1
                    UNTIL NC > PLAZOHOJA
                 MOVE FECHACALC TO QJ-LIMITE
              END-IF
              DISPLAY "RESPONDER ANTES DE:" LINE 20 POSITION 5
              ACCEPT QJ-LIMITE LINE 20 POSITION 26 NO BEEP UPDATE
              END-ACCEPT
           END-IF.
       TraerFactura.
           OPEN INPUT FACTURA
           MOVE QJ-NFAC TO NFAC
           READ FACTURA
              INVALID KEY
                 DISPLAY "(NO EXISTE ESA FACTURA)" LINE 11 POSITION 36
              NOT INVALID KEY
                 MOVE FMESA TO QJ-MESA
                 MOVE FCAMARERO TO QJ-CAMARERO
                 IF QJ-GIF = SPACES AND FGIF NOT = 0
                    MOVE FGIF TO QJ-GIF
                 END-IF
                 DISPLAY FFECHA LINE 11 POSITION 36
           END-READ
           CLOSE FACTURA.
       MostrarCliente.
           MOVE SPACES TO CNOMBRE
           IF QJ-GIF NOT = SPACES
              OPEN INPUT CLIENTES
              MOVE QJ-GIF TO CGIF
              READ CLIENTES
                 INVALID KEY MOVE "(CLIENTE NO DADO DE ALTA)"
                    TO CNOMBRE
                 NOT INVALID KEY CONTINUE
              END-READ
              CLOSE CLIENTES
           END-IF
           DISPLAY CNOMBRE LINE 12 POSITION 36.
       MostrarCamarero.
           MOVE SPACES TO UNOMBRE
           IF QJ-CAMARERO NOT = 0
              OPEN INPUT USUARIOS
              MOVE QJ-CAMARERO TO UCODIGO
              READ USUARIOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY CONTINUE
              END-READ
              CLOSE USUARIOS
           END-IF
           DISPLAY UNOMBRE LINE 13 POSITION 46.
       PedirCategoria.
           ACCEPT QJ-CATEGORIA LINE 17 POSITION 26 NO BEEP UPDATE
           END-ACCEPT
           PERFORM BuscarCategoria.
       BuscarCategoria.
           MOVE 0 TO CT
           PERFORM MirarCategoria VARYING PL FROM 1 BY 1
              UNTIL PL > 7.
       MirarCategoria.
           IF QJ-CATEGORIA = CAT-LETRA(PL)
              MOVE PL TO CT
           END-IF.
       AvanzarLimite.
           ADD 1 TO FC-DIA
           MOVE "N" TO FINMES
           IF FC-MES = 4 OR 6 OR 9 OR 11
              IF FC-DIA > 30
                 MOVE "S" TO FINMES
              END-IF
           END-IF
           IF FC-MES = 2
              DIVIDE FC-ANO BY 4 GIVING ZCOC REMAINDER ZRES
              IF ZRES = 0
                 IF FC-DIA > 29
                    MOVE "S" TO FINMES
                 END-IF
              ELSE
                 IF FC-DIA > 28
                    MOVE "S" TO FINMES
                 END-IF
              END-IF
           END-IF
           IF FC-DIA > 31
              MOVE "S" TO FINMES
           END-IF
           IF FINMES = "S"
              MOVE 1 TO FC-DIA
              ADD 1 TO FC-MES
              IF FC-MES > 12
                 MOVE 1 TO FC-MES
                 ADD 1 TO FC-ANO
              END-IF
           END-IF.

      ** Resolucion de una queja: que se hizo, con que se compenso  **
      ** al cliente (factura de abono o vale regalo, que se         **
      ** comprueban y dan el importe) y cuando se le respondio.     **

       RESOLVER.
           DISPLAY "NUMERO DE QUEJA:" LINE 7 POSITION 5
           MOVE 0 TO QUEJAPEDIDA
           ACCEPT QUEJAPEDIDA LINE 7 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND QUEJAPEDIDA NOT = 0
              OPEN I-O QUEJAS
              MOVE QUEJAPEDIDA TO QJ-NUM
              READ QUEJAS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESA QUEJA" LINE 8 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM PedirResolucion
                    IF TECLAF NOT = 27
                       REWRITE REG-QJ INVALID KEY CONTINUE
                       END-REWRITE
                       DISPLAY "RESOLUCION GRABADA" LINE 22 POSITION 5
                       ACCEPT TECLA NO BEEP
                       END-ACCEPT
                    END-IF
              END-READ
              CLOSE QUEJAS
           END-IF
           MOVE 0 TO TECLAF.
       PedirResolucion.
           DISPLAY QJ-FECHA LINE 8 POSITION 5
           DISPLAY QJ-TIPO LINE 8 POSITION 15
           DISPLAY QJ-DESCRIP LINE 9 POSITION 5
           IF QJ-HOJA
              DISPLAY "LIMITE DE RESPUESTA:" LINE 8 POSITION 20
              DISPLAY QJ-LIMITE LINE 8 POSITION 41
           END-IF
           DISPLAY "RESOLUCION:" LINE 11 POSITION 5
           ACCEPT QJ-RESOLUCION LINE 12 POSITION 5 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              DISPLAY "COMPENSACION N=NINGUNA A=ABONO V=VALE"
                 LINE 13 POSITION 5
              DISPLAY "I=INVITACION:" LINE 13 POSITION 43
              PERFORM WITH TEST AFTER UNTIL QJ-COMPENSA = "N" OR "A"
                 OR "V" OR "I"
                 ACCEPT QJ-COMPENSA LINE 13 POSITION 57 NO BEEP
                    UPDATE
                 END-ACCEPT
              END-PERFORM
              IF QJ-SIN-COMPENSAR
                 MOVE 0 TO QJ-ABONO
                 MOVE 0 TO QJ-VALE
                 MOVE 0 TO QJ-IMPORTE
              END-IF
              IF QJ-CON-ABONO
                 MOVE 0 TO QJ-VALE
                 PERFORM PedirAbono
              END-IF
              IF QJ-CON-VALE
                 MOVE 0 TO QJ-ABONO
                 PERFORM PedirVale
              END-IF
              IF QJ-CON-INVITACION
                 MOVE 0 TO QJ-ABONO
                 MOVE 0 TO QJ-VALE
                 DISPLAY "IMPORTE:" LINE 14 POSITION 5
                 ACCEPT QJ-IMPORTE LINE 14 POSITION 26 NO BEEP UPDATE
                 END-ACCEPT
              END-IF
              IF QJ-FRESPUESTA = 0
                 MOVE HOY TO QJ-FRESPUESTA
              END-IF
              DISPLAY "RESPONDIDA EL (0=AUN NO):" LINE 16 POSITION 5
              ACCEPT QJ-FRESPUESTA LINE 16 POSITION 31 NO BEEP UPDATE
              END-ACCEPT
           END-IF.
       PedirAbono.
           DISPLAY "FACTURA DE ABONO:" LINE 14 POSITION 5
           ACCEPT QJ-ABONO LINE 14 POSITION 26 NO BEEP UPDATE
           END-ACCEPT
           OPEN INPUT FACTURA
           MOVE QJ-ABONO TO NFAC
           READ FACTURA
              INVALID KEY
                 DISPLAY "(NO EXISTE ESA FACTURA)" LINE 14 POSITION 36
              NOT INVALID KEY
                 IF FCLASE-ABONO
                    MOVE FPASTA TO QJ-IMPORTE
                    MOVE QJ-IMPORTE TO L-IMPORTE
                    DISPLAY "ABONO DE" LINE 14 POSITION 36
                    DISPLAY L-IMPORTE LINE 14 POSITION 45
                 ELSE
                    DISPLAY "(NO ES UNA FACTURA DE ABONO)" LINE 14
                       POSITION 36
                 END-IF
           END-READ
           CLOSE FACTURA.
       PedirVale.
           DISPLAY "VALE REGALO:" LINE 14 POSITION 5
           ACCEPT QJ-VALE LINE 14 POSITION 26 NO BEEP UPDATE
           END-ACCEPT
           OPEN INPUT VALES
           MOVE QJ-VALE TO VALENUM
           READ VALES
              INVALID KEY
                 DISPLAY "(NO EXISTE ESE VALE)" LINE 14 POSITION 36
              NOT INVALID KEY
                 MOVE VALE-IMPORTE TO QJ-IMPORTE
                 MOVE QJ-IMPORTE TO L-IMPORTE
                 DISPLAY "VALE DE" LINE 14 POSITION 36
                 DISPLAY L-IMPORTE LINE 14 POSITION 45
           END-READ
           CLOSE VALES.

      ** Hojas de reclamaciones oficiales aun sin responder, con    **
      ** los dias que quedan hasta su fecha limite (negativos si ya **
      ** se paso).                                                  **

       PLAZOS.
           MOVE HOY TO FECHACALC
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA
           MOVE 0 TO PENDIENTES
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE HOY TO PZ-HOY
           WRITE LINEAIMP FROM CABPLAZOS BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABPLAZOS2 BEFORE ADVANCING 1 LINE
           MOVE "N" TO FIN
           OPEN INPUT QUEJAS
           IF ERRORQJ NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM PlazoUnaQueja UNTIL FIN = "S"
           IF ERRORQJ = "00"
              CLOSE QUEJAS
           END-IF
           MOVE PENDIENTES TO PZ-CUANTAS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINTOTPLAZO BEFORE ADVANCING 1 LINE
           CLOSE LISTADO
           DISPLAY "HOJAS SIN RESPONDER:" LINE 7 POSITION 5
           DISPLAY PENDIENTES LINE 7 POSITION 26
           DISPLAY "LISTADO IMPRESO" LINE 8 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       PlazoUnaQueja.
           READ QUEJAS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND QJ-HOJA AND QJ-FRESPUESTA = 0
              ADD 1 TO PENDIENTES
              MOVE QJ-LIMITE TO FECHACALC
              COMPUTE DIASLIM = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              COMPUTE DIASQUEDAN = DIASLIM - DIASHOY
              MOVE QJ-NUM TO PZ-NUM
              MOVE QJ-FECHA TO PZ-FECHA
              MOVE QJ-LIMITE TO PZ-LIMITE
              MOVE DIASQUEDAN TO PZ-QUEDAN
              MOVE SPACES TO PZ-VENCIDA
              IF DIASQUEDAN < 0
                 MOVE "VENCIDA" TO PZ-VENCIDA
              END-IF
              MOVE QJ-DESCRIP TO PZ-TEXTO
              IF QJ-GIF NOT = SPACES
                 MOVE QJ-GIF TO PZ-TEXTO
              END-IF
              WRITE LINEAIMP FROM LINPLAZO BEFORE ADVANCING 1 LINE
              IF QJ-GIF NOT = SPACES
                 MOVE SPACES TO LINPLAZO
                 MOVE QJ-DESCRIP TO PZ-TEXTO
                 WRITE LINEAIMP FROM LINPLAZO BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.

      ** Informe de un mes: cuantas quejas, hojas y felicitaciones  **
      ** hubo, agrupadas por categoria, por camarero y por plato,   **
      ** y lo que se compenso a los clientes.                       **

       INFORMEMES.
           DISPLAY "MES:" LINE 7 POSITION 5
           DISPLAY "ANO:" LINE 7 POSITION 15
           MOVE HOY TO FECHACALC
           MOVE FC-MES TO MESPEDIDO
           MOVE FC-ANO TO ANOPEDIDO
           ACCEPT MESPEDIDO LINE 7 POSITION 10 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              ACCEPT ANOPEDIDO LINE 7 POSITION 20 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              PERFORM ContarMes
              PERFORM ImprimirMes
              DISPLAY "INFORME IMPRESO" LINE 9 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ContarMes.
           MOVE 0 TO NQUEJAS
           MOVE 0 TO NHOJAS
           MOVE 0 TO NFELICITA
           MOVE 0 TO TOTCOMPENSA
           PERFORM LimpiarCategoria VARYING CT FROM 1 BY 1
              UNTIL CT > 7
           PERFORM LimpiarCodigo VARYING NC FROM 1 BY 1
              UNTIL NC > 999
           MOVE "N" TO FIN
           OPEN INPUT QUEJAS
           IF ERRORQJ NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM ContarUnaQueja UNTIL FIN = "S"
           IF ERRORQJ = "00"
              CLOSE QUEJAS
           END-IF.
       LimpiarCategoria.
           MOVE 0 TO CC-QUEJAS(CT)
           MOVE 0 TO CC-FELICITA(CT)
           MOVE 0 TO CC-COMPENSA(CT).
       LimpiarCodigo.
           MOVE 0 TO CK-QUEJAS(NC)
           MOVE 0 TO CK-FELICITA(NC)
           MOVE 0 TO CPL-QUEJAS(NC)
           MOVE 0 TO CPL-FELICITA(NC).
       ContarUnaQueja.
           READ QUEJAS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE QJ-FECHA TO FECHACALC
              IF FC-MES = MESPEDIDO AND FC-ANO = ANOPEDIDO
                 PERFORM SumarQueja
              END-IF
           END-IF.
       SumarQueja.
           IF QJ-QUEJA
              ADD 1 TO NQUEJAS
           END-IF
           IF QJ-HOJA
              ADD 1 TO NHOJAS
           END-IF
           IF QJ-FELICITA
              ADD 1 TO NFELICITA
           END-IF
           ADD QJ-IMPORTE TO TOTCOMPENSA
           PERFORM BuscarCategoria
           IF CT = 0
              MOVE 7 TO CT
           END-IF
           IF QJ-FELICITA
              ADD 1 TO CC-FELICITA(CT)
           ELSE
              ADD 1 TO CC-QUEJAS(CT)
           END-IF
           ADD QJ-IMPORTE TO CC-COMPENSA(CT)
           IF QJ-CAMARERO NOT = 0
              IF QJ-FELICITA
                 ADD 1 TO CK-FELICITA(QJ-CAMARERO)
              ELSE
                 ADD 1 TO CK-QUEJAS(QJ-CAMARERO)
              END-IF
           END-IF
           PERFORM SumarPlato VARYING PL FROM 1 BY 1 UNTIL PL > 3.
       SumarPlato.
           IF QJ-PLATO(PL) NOT = 0
              MOVE QJ-PLATO(PL) TO NC
              IF QJ-FELICITA
                 ADD 1 TO CPL-FELICITA(NC)
              ELSE
                 ADD 1 TO CPL-QUEJAS(NC)
              END-IF
           END-IF.
       ImprimirMes.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE MESPEDIDO TO IM-MES
           MOVE ANOPEDIDO TO IM-ANO
           WRITE LINEAIMP FROM CABMES BEFORE ADVANCING 2 LINE
           MOVE NQUEJAS TO IM-QUEJAS
           MOVE NHOJAS TO IM-HOJAS
           MOVE NFELICITA TO IM-FELICITA
           WRITE LINEAIMP FROM LINMESTOT BEFORE ADVANCING 2 LINE
           MOVE "POR CATEGORIA" TO IS-TITULO
           MOVE "  COMPENSADO" TO IS-TITCOMP
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           PERFORM ImprimirCategoria VARYING CT FROM 1 BY 1
              UNTIL CT > 7
           MOVE TOTCOMPENSA TO IM-COMPENSA
           WRITE LINEAIMP FROM LINMESCOMP BEFORE ADVANCING 2 LINE
           MOVE "POR CAMARERO" TO IS-TITULO
           MOVE SPACES TO IS-TITCOMP
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           OPEN INPUT USUARIOS
           PERFORM ImprimirCamarero VARYING NC FROM 1 BY 1
              UNTIL NC > 999
           CLOSE USUARIOS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE "POR PLATO" TO IS-TITULO
           WRITE LINEAIMP FROM CABSECCION BEFORE ADVANCING 1 LINE
           OPEN INPUT PLATOS
           PERFORM ImprimirPlato VARYING NC FROM 1 BY 1
              UNTIL NC > 999
           CLOSE PLATOS
           CLOSE LISTADO.
       ImprimirCategoria.
           IF CC-QUEJAS(CT) NOT = 0 OR CC-FELICITA(CT) NOT = 0
              MOVE CT TO IS-CODIGO
              MOVE CAT-NOMBRE(CT) TO IS-NOMBRE
              MOVE CC-QUEJAS(CT) TO IS-QUEJAS
              MOVE CC-FELICITA(CT) TO IS-FELICITA
              MOVE CC-COMPENSA(CT) TO IS-COMPENSA
              WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirCamarero.
           IF CK-QUEJAS(NC) NOT = 0 OR CK-FELICITA(NC) NOT = 0
              MOVE NC TO UCODIGO
              READ USUARIOS
                 INVALID KEY MOVE SPACES TO UNOMBRE
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE NC TO IS-CODIGO
              MOVE UNOMBRE TO IS-NOMBRE
              MOVE CK-QUEJAS(NC) TO IS-QUEJAS
              MOVE CK-FELICITA(NC) TO IS-FELICITA
              WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE
           END-IF.
       ImprimirPlato.
           IF CPL-QUEJAS(NC) NOT = 0 OR CPL-FELICITA(NC) NOT = 0
              MOVE NC TO NUMPLATO
              READ PLATOS
                 INVALID KEY MOVE SPACES TO NOM
                 NOT INVALID KEY CONTINUE
              END-READ
              MOVE NC TO IS-CODIGO
              MOVE NOM TO IS-NOMBRE
              MOVE CPL-QUEJAS(NC) TO IS-QUEJAS
              MOVE CPL-FELICITA(NC) TO IS-FELICITA
              WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE
           END-IF.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB), que queda   **
      ** como quien anoto la queja.                                  **

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
           MOVE SPACES TO RF-QUEJAS
           STRING RUTADATOS DELIMITED BY " "
                  "QUEJAS.DAT" DELIMITED BY SIZE
                  INTO RF-QUEJAS
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
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
           END-STRING
           MOVE SPACES TO RF-VALES
           STRING RUTADATOS DELIMITED BY " "
                  "VALES.DAT" DELIMITED BY SIZE
                  INTO RF-VALES
           END-STRING.
