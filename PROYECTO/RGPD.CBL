       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGPD.
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
           SELECT OPTIONAL CLIENTES ASSIGN TO DISK RF-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGIF
           ALTERNATE RECORD KEY IS CNOMBRE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CCIUDAD WITH DUPLICATES
           FILE STATUS IS ERRORCLI.
           SELECT OPTIONAL CLIHIST ASSIGN TO DISK RF-CLIHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCH.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL FACTHIST ASSIGN TO DISK RF-FACTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HFNFAC
           FILE STATUS IS ERRORFH.
           SELECT OPTIONAL RESERVA ASSIGN TO DISK RF-RESERVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-PAGINA
           ALTERNATE RECORD KEY IS RS-FECHA WITH DUPLICATES
           FILE STATUS IS ERRORRES.
           SELECT OPTIONAL RESHIST ASSIGN TO DISK RF-RESHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRH.
           SELECT OPTIONAL PUNTOS ASSIGN TO DISK RF-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PT-GIF
           FILE STATUS IS ERRORPT.
           SELECT OPTIONAL PUNTOSMV ASSIGN TO DISK RF-PUNTOSMV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPM.
           SELECT OPTIONAL MANDATOS ASSIGN TO DISK RF-MANDATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MD-GIF
           FILE STATUS IS ERRORMD.
           SELECT OPTIONAL EXTRACTO ASSIGN TO DISK "CLIEXTR.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREX.
           SELECT OPTIONAL EMAILOUT ASSIGN TO DISK NOMBREEMAIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREML.
           SELECT OPTIONAL RGPDACT ASSIGN TO DISK RF-RGPDACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-CLAVE
           FILE STATUS IS ERRORAC.
           SELECT OPTIONAL RGPDLOG ASSIGN TO DISK RF-RGPDLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORLG.
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
              88 CLI-DOMICILIADO VALUE "S".
           02 CDTOPCT    PIC 99.
           02 CLIMITE    PIC 9(6)V99.
      * Versiones anteriores de cada ficha de cliente (CLIE.CBL).
       FD CLIHIST LABEL RECORD STANDARD.
       01 REG-CLIHIST.
           02 HCGIF       PIC X(9).
           02 HCNOMBRE    PIC X(29).
           02 HCDIRECCION PIC X(40).
           02 HCNUMERO    PIC X(3).
           02 HCCIUDAD    PIC X(15).
           02 HCCP        PIC X(6).
           02 HCPROVIN    PIC X(15).
           02 HCTELEFONO  PIC X(9).
           02 HCEMAIL     PIC X(30).
           02 HFECHAMOD PIC 9(8).
           02 HCBANCO     PIC X(20).
           02 HCDOMICIL   PIC X.
           02 HCDTOPCT    PIC 99.
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
       FD FACTHIST LABEL RECORD STANDARD.
       01 REG-FACH.
           02 HFNFAC PIC 9(8).
           02 HFGIF  PIC 9(9).
           02 HFFECHA.
              03 HFDIA PIC 99.
              03 HFMES PIC 99.
              03 HFANO PIC 9999.
           02 HFPASTA  PIC 9(6)V99.
           02 HFPAGADA PIC X.
           02 HFRESTO PIC X(108).
       FD RESERVA LABEL RECORD STANDARD.
       01 REG-RES.
           02 RS-NOMBRE PIC X(30).
           02 RS-DIRECCION PIC X(25).
           02 RS-LOCALIDAD PIC X(15).
           02 RS-TELEFONO PIC X(10).
           02 RS-PROVINCIA PIC X(10).
           02 RS-COMENSALES PIC 99.
           02 RS-NIF PIC X(9).
           02 RS-PAGINA PIC 9(5).
           02 RS-FECHA PIC 9(8).
           02 RS-TIPONOTA PIC X.
           02 RS-ANOTACIONES.
              03 RS-NOTAS PIC X(63) OCCURS 8.
           02 RS-SENAL PIC 9(4)V99.
           02 RS-SENALMET PIC X.
           02 RS-SENALFECHA PIC 9(8).
           02 RS-TURNO PIC X.
           02 RS-HORA PIC 9(4).
       FD RESHIST LABEL RECORD STANDARD.
       01 REG-RESHIST.
           02 RH-NOMBRE PIC X(30).
           02 RH-DIRECCION PIC X(25).
           02 RH-LOCALIDAD PIC X(15).
           02 RH-TELEFONO PIC X(10).
           02 RH-PROVINCIA PIC X(10).
           02 RH-COMENSALES PIC 99.
           02 RH-NIF PIC X(9).
           02 RH-PAGINA PIC 9(5).
           02 RH-FECHA PIC 9(8).
           02 RH-TIPONOTA PIC X.
           02 RH-ANOTACIONES.
              03 RH-NOTAS PIC X(63) OCCURS 8.
           02 RH-SENAL PIC 9(4)V99.
           02 RH-SENALMET PIC X.
           02 RH-SENALFECHA PIC 9(8).
           02 RH-TURNO PIC X.
           02 RH-HORA PIC 9(4).
           02 RH-NOPRESENT PIC X.
       FD PUNTOS LABEL RECORD STANDARD.
       01 REG-PT.
           02 PT-GIF PIC 9(9).
           02 PT-SALDO PIC S9(6).
       FD PUNTOSMV LABEL RECORD STANDARD.
       01 REG-PMV.
           02 PM-FECHA PIC 9(8).
           02 PM-HORA PIC 9(8).
           02 PM-GIF PIC 9(9).
           02 PM-NFAC PIC 9(8).
           02 PM-PUNTOS PIC S9(6).
           02 PM-TIPO PIC X.
              88 PUNTOS-GANADOS VALUE "G".
              88 PUNTOS-CANJE VALUE "C".
       FD MANDATOS LABEL RECORD STANDARD.
       01 REG-MD.
           02 MD-GIF PIC X(9).
           02 MD-REF PIC X(16).
           02 MD-IBAN PIC X(24).
           02 MD-FIRMA PIC 9(8).
           02 MD-ESTADO PIC X.
              88 MANDATO-FIRMADO VALUE "F".
              88 MANDATO-CANCELADO VALUE "C".
              88 MANDATO-AGOTADO VALUE "A".
           02 MD-USADA PIC X.
      * Ultimo extracto para mailing de MAILING.CBL: una linea por
      * cliente que empieza por su NIF y un punto y coma.
       FD EXTRACTO LABEL RECORD STANDARD.
       01 REG-EXTRACTO.
           02 EX-GIF PIC X(9).
           02 EX-RESTO PIC X(171).
      * Mensajes del buzon de salida: BZ (factura) y EN (encuesta)
      * por numero de factura, RC y RR (avisos de reserva) por
      * pagina de reserva.
       FD EMAILOUT LABEL RECORD STANDARD.
       01 REG-EMAIL PIC X(80).
      * Fichero de trabajo de la anonimizacion, rehecho en cada
      * pasada: "G"/"N"/"T" = GIF de factura, NIF o telefono con
      * actividad reciente; "F" = GIF con alguna factura; "X"/"Y"/
      * "Z" = NIF, GIF y telefono de los clientes que se anonimizan;
      * "B" = NIF de los que se borran del todo.
       FD RGPDACT LABEL RECORD STANDARD.
       01 REG-AC.
           02 AC-CLAVE.
              03 AC-TIPO PIC X.
              03 AC-VALOR PIC X(10).
      * Registro de anonimizaciones: una linea por cliente tratado
      * ("C" = se conserva la identidad fiscal por sus facturas,
      * "B" = borrado del todo, sin NIF) y un resumen "R" por pasada
      * con la fecha de corte y cuantos registros se tocaron.
       FD RGPDLOG LABEL RECORD STANDARD.
       01 REG-LG.
           02 LG-FECHA PIC 9(8).
           02 LG-HORA PIC 9(8).
           02 LG-USUARIO PIC 9(3).
           02 LG-TIPO PIC X.
              88 LG-CONSERVADO VALUE "C".
              88 LG-BORRADO VALUE "B".
              88 LG-RESUMEN VALUE "R".
           02 LG-GIF PIC X(9).
           02 LG-CORTE PIC 9(8).
           02 LG-NCLIENTES PIC 9(5).
           02 LG-NHIST PIC 9(5).
           02 LG-NRESERVAS PIC 9(5).
           02 LG-NPUNTOS PIC 9(5).
           02 LG-NMANDATOS PIC 9(5).
           02 LG-NEXTRACTO PIC 9(5).
           02 LG-NBUZON PIC 9(5).
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
       77 RF-CLIENTES PIC X(42).
       77 RF-CLIHIST PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTHIST PIC X(42).
       77 RF-RESERVA PIC X(42).
       77 RF-RESHIST PIC X(42).
       77 RF-PUNTOS PIC X(42).
       77 RF-PUNTOSMV PIC X(42).
       77 RF-MANDATOS PIC X(42).
       77 RF-RGPDACT PIC X(42).
       77 RF-RGPDLOG PIC X(42).
       77 NOMBREEMAIL PIC X(44).
       77 ERRORCLI PIC XX.
       77 ERRORCH PIC XX.
       77 ERRORFAC PIC XX.
       77 ERRORFH PIC XX.
       77 ERRORRES PIC XX.
       77 ERRORRH PIC XX.
       77 ERRORPT PIC XX.
       77 ERRORPM PIC XX.
       77 ERRORMD PIC XX.
       77 ERROREX PIC XX.
       77 ERROREML PIC XX.
       77 ERRORAC PIC XX.
       77 ERRORLG PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 CONFIRMA PIC X.
       77 SESCODIGO PIC 9(3).
       77 SESNIVEL PIC 9.
       77 NIFPEDIDO PIC X(9).
       77 TELPEDIDO PIC X(10).
       77 HAYFICHA PIC X.
       77 HAYCLAVE PIC X.
       77 ACTIVO PIC X.
       77 CAMBIADO PIC X.
       77 COINCIDE PIC X.
       77 MODOBUZON PIC X.
       77 PREFBUZON PIC XX.
       77 NUMBUZON PIC 9(8).
       77 PAGBUZON PIC 9(5).
       77 NT PIC 9.
       77 ANOSINACT PIC 9.
       77 FECHACORTE PIC 9(8).
       77 FECHACOMP PIC 9(8).
       77 FANOC PIC 9(4).
       77 HORASIS PIC 9(8).
       77 PRIMERAFAC PIC 9(8).
       77 ULTIMAFAC PIC 9(8).
       77 NUMFACTURAS PIC 9(5).
       77 TOTFACTURAS PIC 9(8)V99.
       77 CUANTOS PIC 9(5).
       77 NREPASADOS PIC 9(5).
       77 NCONSERVADOS PIC 9(5).
       77 NBORRADOS PIC 9(5).
       77 NHIST PIC 9(5).
       77 NRESERVAS PIC 9(5).
       77 NPUNTOS PIC 9(5).
       77 NMANDATOS PIC 9(5).
       77 NEXTRACTO PIC 9(5).
       77 NBUZON PIC 9(5).
       01 FechaHoy.
           02 HOY-ANO PIC 9(4).
           02 HOY-MES PIC 99.
           02 HOY-DIA PIC 99.
       01 HOY REDEFINES FechaHoy PIC 9(8).
      * El GIF numerico de facturas y puntos visto como texto, para
      * buscarlo en el fichero de trabajo.
       01 GifConversion.
           02 GIFNUM PIC 9(9).
       01 GifAlfa REDEFINES GifConversion.
           02 GIFALF PIC X(9).
       01 NotasReserva.
           02 NR-NOTA PIC X(63) OCCURS 8.
       01 CABACC.
           02 FILLER PIC X(40) VALUE
              "  INFORME DE DATOS PERSONALES (DERECHO D".
           02 FILLER PIC X(20) VALUE "E ACCESO)   FECHA: ".
           02 AA-FECHA PIC 99/99/9999.
       01 CABACC2.
           02 FILLER PIC X(17) VALUE "  BUSQUEDA: NIF ".
           02 AA-NIF PIC X(9).
           02 FILLER PIC X(12) VALUE "  TELEFONO ".
           02 AA-TELEF PIC X(10).
       01 LINSECCION.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AA-SECCION PIC X(60).
       01 LINDATO.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AA-ETIQ PIC X(22).
           02 AA-DATO PIC X(50).
       01 LINHISTA.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AA-HFECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 AA-HNOMBRE PIC X(29).
           02 FILLER PIC X VALUE SPACES.
           02 AA-HTELEF PIC X(9).
           02 FILLER PIC X VALUE SPACES.
           02 AA-HEMAIL PIC X(26).
       01 LINRESA.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AA-RFECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 AA-RNOMBRE PIC X(30).
           02 FILLER PIC X VALUE SPACES.
           02 AA-RTELEF PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AA-RCOMENS PIC Z9.
           02 FILLER PIC X(6) VALUE " PAX  ".
           02 AA-RARCH PIC X(9).
       01 LINNOTA.
           02 FILLER PIC X(8) VALUE SPACES.
           02 AA-NOTA PIC X(63).
       01 LINPMVA.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AA-PFECHA PIC 9(8).
           02 FILLER PIC X(10) VALUE "  FACTURA ".
           02 AA-PNFAC PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AA-PPUNTOS PIC -ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AA-PTIPO PIC X(8).
       01 LINFACA.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "FACTURAS: ".
           02 AA-NFACT PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  IMPORTE: ".
           02 AA-TFACT PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(8) VALUE "  DEL ".
           02 AA-PRIMERA PIC 9(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 AA-ULTIMA PIC 9(8).
       01 L-NUMERO PIC ZZZZ9.
       01 L-SALDO PIC -ZZZZZ9.
       01 L-IMPORTE PIC ZZZ.ZZ9,99.
       01 CABANON.
           02 FILLER PIC X(40) VALUE
              "  ANONIMIZACION DE CLIENTES INACTIVOS   ".
           02 FILLER PIC X(8) VALUE "FECHA: ".
           02 AN-FECHA PIC 99/99/9999.
       01 CABANON2.
           02 FILLER PIC X(40) VALUE
              "  SIN ACTIVIDAD DESDE EL (AAAAMMDD):    ".
           02 AN-CORTE PIC 9(8).
       01 LINANON.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AN-ETIQ PIC X(44).
           02 AN-NUM PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           MOVE " " TO OPCION
           PERFORM MENURGPD UNTIL OPCION = "X" OR "x" OR TECLAF = 27
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENURGPD.
           DISPLAY " " ERASE
           DISPLAY "PROTECCION DE DATOS DE LOS CLIENTES" LINE 2
              POSITION 5
           DISPLAY "A = INFORME DE ACCESO (TODO LO QUE HAY DE UNO)"
              LINE 4 POSITION 5
           DISPLAY "N = ANONIMIZAR CLIENTES SIN ACTIVIDAD" LINE 5
              POSITION 5
           DISPLAY "X = SALIR" LINE 6 POSITION 5
           DISPLAY "OPCION:" LINE 8 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 8 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "A" PERFORM INFORMEACCESO
              WHEN "a" PERFORM INFORMEACCESO
              WHEN "N" PERFORM ANONIMIZAR
              WHEN "n" PERFORM ANONIMIZAR
           END-EVALUATE.

      ** Derecho de acceso: se busca por NIF o por telefono y se     **
      ** imprime todo lo que guardamos de esa persona: ficha y su    **
      ** historial, reservas (con sus notas), puntos, mandato SEPA,  **
      ** facturas, ultimo extracto de mailing y mensajes del buzon.  **

       INFORMEACCESO.
           DISPLAY "NIF DEL CLIENTE:" LINE 10 POSITION 5
           MOVE SPACES TO NIFPEDIDO
           ACCEPT NIFPEDIDO LINE 10 POSITION 27 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "O SU TELEFONO:" LINE 11 POSITION 5
           MOVE SPACES TO TELPEDIDO
           IF TECLAF NOT = 27
              ACCEPT TELPEDIDO LINE 11 POSITION 27 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              AND (NIFPEDIDO NOT = SPACES OR TELPEDIDO NOT = SPACES)
              MOVE "I" TO MODOBUZON
              ACCEPT FechaHoy FROM DATE YYYYMMDD
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 COMPUTE AA-FECHA = HOY-DIA * 1000000
                    + HOY-MES * 10000 + HOY-ANO
                 WRITE LINEAIMP FROM CABACC BEFORE ADVANCING 1 LINE
                 MOVE NIFPEDIDO TO AA-NIF
                 MOVE TELPEDIDO TO AA-TELEF
                 WRITE LINEAIMP FROM CABACC2 BEFORE ADVANCING 2 LINE
                 PERFORM AccesoFicha
                 PERFORM AccesoHistorico
                 PERFORM AccesoReservas
                 PERFORM AccesoPuntos
                 PERFORM AccesoMandato
                 PERFORM AccesoFacturas
                 PERFORM AccesoExtracto
              END-IF
              CLOSE LISTADO
              DISPLAY "INFORME IMPRESO" LINE 13 POSITION 5 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImprimirSeccion.
           WRITE LINEAIMP FROM LINSECCION BEFORE ADVANCING 1 LINE.
       ImprimirDato.
           WRITE LINEAIMP FROM LINDATO BEFORE ADVANCING 1 LINE.
       ImprimirSinDatos.
           MOVE "(SIN DATOS)" TO AA-ETIQ
           MOVE SPACES TO AA-DATO
           PERFORM ImprimirDato.

      ** Ficha del cliente: por NIF directamente o, si solo dan el   **
      ** telefono, la primera ficha con ese telefono; lo que falte   **
      ** de NIF o telefono se completa con la ficha encontrada.      **

       AccesoFicha.
           MOVE "FICHA DE CLIENTE" TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE "N" TO HAYFICHA
           OPEN INPUT CLIENTES
           IF ERRORCLI = "00"
              IF NIFPEDIDO NOT = SPACES
                 MOVE NIFPEDIDO TO CGIF
                 READ CLIENTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO HAYFICHA
                 END-READ
              ELSE
                 MOVE "N" TO FIN
                 MOVE SPACES TO CGIF
                 START CLIENTES KEY IS NOT < CGIF
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM BuscarPorTelefono UNTIL FIN = "S"
              END-IF
              IF HAYFICHA = "S"
                 PERFORM ImprimirFicha
              END-IF
              CLOSE CLIENTES
           END-IF
           IF HAYFICHA = "N"
              PERFORM ImprimirSinDatos
           END-IF.
       BuscarPorTelefono.
           READ CLIENTES NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CTELEFONO = TELPEDIDO
              MOVE "S" TO HAYFICHA
              MOVE "S" TO FIN
           END-IF.
       ImprimirFicha.
           IF NIFPEDIDO = SPACES
              MOVE CGIF TO NIFPEDIDO
           END-IF
           IF TELPEDIDO = SPACES
              MOVE CTELEFONO TO TELPEDIDO
           END-IF
           MOVE "NIF:" TO AA-ETIQ
           MOVE CGIF TO AA-DATO
           PERFORM ImprimirDato
           MOVE "NOMBRE:" TO AA-ETIQ
           MOVE CNOMBRE TO AA-DATO
           PERFORM ImprimirDato
           MOVE "DIRECCION:" TO AA-ETIQ
           MOVE SPACES TO AA-DATO
           STRING CDIRECCION DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CNUMERO DELIMITED BY SIZE
                  INTO AA-DATO
           END-STRING
           PERFORM ImprimirDato
           MOVE "POBLACION:" TO AA-ETIQ
           MOVE SPACES TO AA-DATO
           STRING CCP DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  CCIUDAD DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  CPROVIN DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
                  INTO AA-DATO
           END-STRING
           PERFORM ImprimirDato
           MOVE "TELEFONO:" TO AA-ETIQ
           MOVE CTELEFONO TO AA-DATO
           PERFORM ImprimirDato
           MOVE "CORREO ELECTRONICO:" TO AA-ETIQ
           MOVE CEMAIL TO AA-DATO
           PERFORM ImprimirDato
           MOVE "CUENTA BANCARIA:" TO AA-ETIQ
           MOVE CBANCO TO AA-DATO
           PERFORM ImprimirDato
           MOVE "DOMICILIADO:" TO AA-ETIQ
           IF CLI-DOMICILIADO
              MOVE "SI" TO AA-DATO
           ELSE
              MOVE "NO" TO AA-DATO
           END-IF
           PERFORM ImprimirDato
           MOVE "AUSENCIAS EN RESERVAS:" TO AA-ETIQ
           MOVE CNOSHOWS TO L-NUMERO
           MOVE L-NUMERO TO AA-DATO
           PERFORM ImprimirDato
           MOVE "LIMITE DE CREDITO:" TO AA-ETIQ
           MOVE CLIMITE TO L-IMPORTE
           MOVE L-IMPORTE TO AA-DATO
           PERFORM ImprimirDato.

      ** Versiones anteriores de la ficha guardadas en CLIHIST.DAT.  **

       AccesoHistorico.
           MOVE "CAMBIOS ANTERIORES DE LA FICHA" TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE 0 TO CUANTOS
           IF NIFPEDIDO NOT = SPACES
              OPEN INPUT CLIHIST
              IF ERRORCH = "00"
                 MOVE "N" TO FIN
                 PERFORM LeerHistoricoAcceso UNTIL FIN = "S"
                 CLOSE CLIHIST
              END-IF
           END-IF
           IF CUANTOS = 0
              PERFORM ImprimirSinDatos
           END-IF.
       LeerHistoricoAcceso.
           READ CLIHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HCGIF = NIFPEDIDO
              ADD 1 TO CUANTOS
              MOVE HFECHAMOD TO AA-HFECHA
              MOVE HCNOMBRE TO AA-HNOMBRE
              MOVE HCTELEFONO TO AA-HTELEF
              MOVE HCEMAIL TO AA-HEMAIL
              WRITE LINEAIMP FROM LINHISTA BEFORE ADVANCING 1 LINE
           END-IF.

      ** Reservas vivas y archivadas a su NIF o a su telefono, con   **
      ** las anotaciones (alergias, movilidad...) que se tomaron.    **

       AccesoReservas.
           MOVE "RESERVAS" TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE 0 TO CUANTOS
           OPEN INPUT RESERVA
           IF ERRORRES = "00"
              MOVE "N" TO FIN
              MOVE 0 TO RS-PAGINA
              START RESERVA KEY IS NOT < RS-PAGINA
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerReservaAcceso UNTIL FIN = "S"
              CLOSE RESERVA
           END-IF
           OPEN INPUT RESHIST
           IF ERRORRH = "00"
              MOVE "N" TO FIN
              PERFORM LeerResHistAcceso UNTIL FIN = "S"
              CLOSE RESHIST
           END-IF
           IF CUANTOS = 0
              PERFORM ImprimirSinDatos
           END-IF.
       LeerReservaAcceso.
           READ RESERVA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE "N" TO COINCIDE
              IF NIFPEDIDO NOT = SPACES AND RS-NIF = NIFPEDIDO
                 MOVE "S" TO COINCIDE
              END-IF
              IF TELPEDIDO NOT = SPACES AND RS-TELEFONO = TELPEDIDO
                 MOVE "S" TO COINCIDE
              END-IF
              IF COINCIDE = "S"
                 ADD 1 TO CUANTOS
                 MOVE RS-FECHA TO AA-RFECHA
                 MOVE RS-NOMBRE TO AA-RNOMBRE
                 MOVE RS-TELEFONO TO AA-RTELEF
                 MOVE RS-COMENSALES TO AA-RCOMENS
                 MOVE SPACES TO AA-RARCH
                 WRITE LINEAIMP FROM LINRESA BEFORE ADVANCING 1 LINE
                 MOVE RS-ANOTACIONES TO NotasReserva
                 PERFORM ImprimirNota VARYING NT FROM 1 BY 1
                    UNTIL NT > 8
                 MOVE RS-PAGINA TO PAGBUZON
                 PERFORM BuzonReserva
              END-IF
           END-IF.
       LeerResHistAcceso.
           READ RESHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE "N" TO COINCIDE
              IF NIFPEDIDO NOT = SPACES AND RH-NIF = NIFPEDIDO
                 MOVE "S" TO COINCIDE
              END-IF
              IF TELPEDIDO NOT = SPACES AND RH-TELEFONO = TELPEDIDO
                 MOVE "S" TO COINCIDE
              END-IF
              IF COINCIDE = "S"
                 ADD 1 TO CUANTOS
                 MOVE RH-FECHA TO AA-RFECHA
                 MOVE RH-NOMBRE TO AA-RNOMBRE
                 MOVE RH-TELEFONO TO AA-RTELEF
                 MOVE RH-COMENSALES TO AA-RCOMENS
                 MOVE "ARCHIVADA" TO AA-RARCH
                 WRITE LINEAIMP FROM LINRESA BEFORE ADVANCING 1 LINE
                 MOVE RH-ANOTACIONES TO NotasReserva
                 PERFORM ImprimirNota VARYING NT FROM 1 BY 1
                    UNTIL NT > 8
              END-IF
           END-IF.
       ImprimirNota.
           IF NR-NOTA(NT) NOT = SPACES
              MOVE NR-NOTA(NT) TO AA-NOTA
              WRITE LINEAIMP FROM LINNOTA BEFORE ADVANCING 1 LINE
           END-IF.

      ** Saldo de puntos y cada movimiento de PUNTOSMV.DAT.          **

       AccesoPuntos.
           MOVE "PUNTOS DE FIDELIZACION" TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE 0 TO CUANTOS
           IF NIFPEDIDO NOT = SPACES
              MOVE NIFPEDIDO TO GIFNUM
              OPEN INPUT PUNTOS
              IF ERRORPT = "00"
                 MOVE GIFNUM TO PT-GIF
                 READ PUNTOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO CUANTOS
                       MOVE "SALDO DE PUNTOS:" TO AA-ETIQ
                       MOVE PT-SALDO TO L-SALDO
                       MOVE L-SALDO TO AA-DATO
                       PERFORM ImprimirDato
                 END-READ
                 CLOSE PUNTOS
              END-IF
              OPEN INPUT PUNTOSMV
              IF ERRORPM = "00"
                 MOVE "N" TO FIN
                 PERFORM LeerPuntosAcceso UNTIL FIN = "S"
                 CLOSE PUNTOSMV
              END-IF
           END-IF
           IF CUANTOS = 0
              PERFORM ImprimirSinDatos
           END-IF.
       LeerPuntosAcceso.
           READ PUNTOSMV AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND PM-GIF = GIFNUM
              ADD 1 TO CUANTOS
              MOVE PM-FECHA TO AA-PFECHA
              MOVE PM-NFAC TO AA-PNFAC
              MOVE PM-PUNTOS TO AA-PPUNTOS
              IF PUNTOS-CANJE
                 MOVE "CANJE" TO AA-PTIPO
              ELSE
                 MOVE "GANADOS" TO AA-PTIPO
              END-IF
              WRITE LINEAIMP FROM LINPMVA BEFORE ADVANCING 1 LINE
           END-IF.

      ** Mandato SEPA de domiciliacion (MANDATO.CBL).                **

       AccesoMandato.
           MOVE "MANDATO DE DOMICILIACION SEPA" TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE "N" TO HAYCLAVE
           IF NIFPEDIDO NOT = SPACES
              OPEN INPUT MANDATOS
              IF ERRORMD = "00"
                 MOVE NIFPEDIDO TO MD-GIF
                 READ MANDATOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "S" TO HAYCLAVE
                       MOVE "REFERENCIA:" TO AA-ETIQ
                       MOVE MD-REF TO AA-DATO
                       PERFORM ImprimirDato
                       MOVE "IBAN:" TO AA-ETIQ
                       MOVE MD-IBAN TO AA-DATO
                       PERFORM ImprimirDato
                       MOVE "FECHA DE FIRMA:" TO AA-ETIQ
                       MOVE MD-FIRMA TO AA-DATO
                       PERFORM ImprimirDato
                 END-READ
                 CLOSE MANDATOS
              END-IF
           END-IF
           IF HAYCLAVE = "N"
              PERFORM ImprimirSinDatos
           END-IF.

      ** Facturas a su nombre (vivas y archivadas): solo cuantas,   **
      ** cuanto y de que fechas, mas los mensajes que aun esten en   **
      ** el buzon de salida. Se conservan por obligacion fiscal.    **

       AccesoFacturas.
           MOVE "FACTURAS (SE CONSERVAN POR OBLIGACION FISCAL)"
              TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE 0 TO NUMFACTURAS TOTFACTURAS ULTIMAFAC
           MOVE 99999999 TO PRIMERAFAC
           IF NIFPEDIDO NOT = SPACES
              MOVE NIFPEDIDO TO GIFNUM
              OPEN INPUT FACTURA
              IF ERRORFAC = "00"
                 MOVE "N" TO FIN
                 MOVE GIFNUM TO FGIF
                 START FACTURA KEY IS NOT < FGIF
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM LeerFacturaAcceso UNTIL FIN = "S"
                 CLOSE FACTURA
              END-IF
              OPEN INPUT FACTHIST
              IF ERRORFH = "00"
                 MOVE "N" TO FIN
                 MOVE 0 TO HFNFAC
                 START FACTHIST KEY IS NOT < HFNFAC
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM LeerFacHistAcceso UNTIL FIN = "S"
                 CLOSE FACTHIST
              END-IF
           END-IF
           IF NUMFACTURAS = 0
              PERFORM ImprimirSinDatos
           ELSE
              MOVE NUMFACTURAS TO AA-NFACT
              MOVE TOTFACTURAS TO AA-TFACT
              MOVE PRIMERAFAC TO AA-PRIMERA
              MOVE ULTIMAFAC TO AA-ULTIMA
              WRITE LINEAIMP FROM LINFACA BEFORE ADVANCING 1 LINE
           END-IF.
       LeerFacturaAcceso.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FGIF NOT = GIFNUM
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE FANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE FECHACOMP = FANOC * 10000 + FMES * 100 + FDIA
              PERFORM ContarFacturaAcceso
              ADD FPASTA TO TOTFACTURAS
              MOVE NFAC TO NUMBUZON
              PERFORM BuzonFactura
           END-IF.
       LeerFacHistAcceso.
           READ FACTHIST NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HFGIF = GIFNUM
              MOVE HFANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE FECHACOMP = FANOC * 10000 + HFMES * 100 + HFDIA
              PERFORM ContarFacturaAcceso
              ADD HFPASTA TO TOTFACTURAS
           END-IF.
       ContarFacturaAcceso.
           ADD 1 TO NUMFACTURAS
           IF FECHACOMP < PRIMERAFAC
              MOVE FECHACOMP TO PRIMERAFAC
           END-IF
           IF FECHACOMP > ULTIMAFAC
              MOVE FECHACOMP TO ULTIMAFAC
           END-IF.

      ** Lineas suyas en el ultimo extracto de mailing (CLIEXTR.TXT). **

       AccesoExtracto.
           MOVE "ULTIMO EXTRACTO PARA MAILING" TO AA-SECCION
           PERFORM ImprimirSeccion
           MOVE 0 TO CUANTOS
           IF NIFPEDIDO NOT = SPACES
              OPEN INPUT EXTRACTO
              IF ERROREX = "00"
                 MOVE "N" TO FIN
                 PERFORM LeerExtractoAcceso UNTIL FIN = "S"
                 CLOSE EXTRACTO
              END-IF
           END-IF
           IF CUANTOS = 0
              PERFORM ImprimirSinDatos
           END-IF.
       LeerExtractoAcceso.
           READ EXTRACTO AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EX-GIF = NIFPEDIDO
              ADD 1 TO CUANTOS
              MOVE SPACES TO LINEAIMP
              STRING "    " DELIMITED BY SIZE
                     REG-EXTRACTO DELIMITED BY SIZE
                     INTO LINEAIMP
              END-STRING
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF.

      ** Mensajes del buzon de salida: BZ y EN por factura, RC y RR  **
      ** por pagina de reserva. En el informe se lista cada uno que  **
      ** siga en la carpeta; al anonimizar se deja vacio.            **

       BuzonFactura.
           MOVE "BZ" TO PREFBUZON
           PERFORM NombreBuzonFactura
           PERFORM MirarMensaje
           MOVE "EN" TO PREFBUZON
           PERFORM NombreBuzonFactura
           PERFORM MirarMensaje.
       NombreBuzonFactura.
           MOVE SPACES TO NOMBREEMAIL
           STRING RUTADATOS DELIMITED BY " "
                  PREFBUZON DELIMITED BY SIZE
                  NUMBUZON DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBREEMAIL
           END-STRING.
       BuzonReserva.
           MOVE "RC" TO PREFBUZON
           PERFORM NombreBuzonReserva
           PERFORM MirarMensaje
           MOVE "RR" TO PREFBUZON
           PERFORM NombreBuzonReserva
           PERFORM MirarMensaje.
       NombreBuzonReserva.
           MOVE SPACES TO NOMBREEMAIL
           STRING RUTADATOS DELIMITED BY " "
                  PREFBUZON DELIMITED BY SIZE
                  PAGBUZON DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBREEMAIL
           END-STRING.
       MirarMensaje.
           OPEN INPUT EMAILOUT
           IF ERROREML = "00"
              CLOSE EMAILOUT
              IF MODOBUZON = "I"
                 MOVE "MENSAJE EN EL BUZON:" TO AA-ETIQ
                 MOVE NOMBREEMAIL TO AA-DATO
                 PERFORM ImprimirDato
              ELSE
                 OPEN OUTPUT EMAILOUT
                 CLOSE EMAILOUT
                 ADD 1 TO NBUZON
              END-IF
           END-IF.

      ** Anonimizacion de los clientes sin actividad en N anos (solo **
      ** el encargado). Se apunta en un fichero de trabajo quien ha  **
      ** tenido facturas, reservas, cambios de ficha o puntos desde  **
      ** la fecha de corte (o tiene facturas sin cobrar); al resto:  **
      ** - con facturas, la ficha conserva NIF, nombre y direccion   **
      **   (datos que exige la factura) y pierde telefono, correo,   **
      **   cuenta y condiciones; sin facturas, la ficha se borra;    **
      ** - fuera, su historial de ficha, reservas y sus notas,       **
      **   puntos, mandato, extracto de mailing y buzon.             **
      ** Facturas y registro encadenado de facturas no se tocan.     **

       ANONIMIZAR.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirCorte
           END-IF
           MOVE 0 TO TECLAF.
       PedirCorte.
           DISPLAY "ANOS SIN ACTIVIDAD:" LINE 10 POSITION 5
           MOVE 6 TO ANOSINACT
           ACCEPT ANOSINACT LINE 10 POSITION 27 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ACCEPT FechaHoy FROM DATE YYYYMMDD
           COMPUTE FECHACORTE = (HOY-ANO - ANOSINACT) * 10000
              + HOY-MES * 100 + HOY-DIA
           IF TECLAF NOT = 27 AND ANOSINACT NOT = 0
              DISPLAY "SIN ACTIVIDAD DESDE (AAAAMMDD):" LINE 11
                 POSITION 5
              DISPLAY FECHACORTE LINE 11 POSITION 37
              DISPLAY "SE BORRAN SUS DATOS PERSONALES. SEGURO? S/N:"
                 LINE 12 POSITION 5
              MOVE "N" TO CONFIRMA
              ACCEPT CONFIRMA LINE 12 POSITION 51 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND (CONFIRMA = "S" OR "s")
                 DISPLAY "ANONIMIZANDO, NO APAGUE EL ORDENADOR..."
                    LINE 14 POSITION 5 REVERSE
                 PERFORM PasadaAnonimizacion
              END-IF
           END-IF.
       PasadaAnonimizacion.
           MOVE 0 TO NREPASADOS NCONSERVADOS NBORRADOS NHIST
           MOVE 0 TO NRESERVAS NPUNTOS NMANDATOS NEXTRACTO NBUZON
           MOVE "V" TO MODOBUZON
           ACCEPT HORASIS FROM TIME
           OPEN OUTPUT RGPDACT
           CLOSE RGPDACT
           OPEN I-O RGPDACT
           PERFORM ActividadFacturas
           PERFORM ActividadReservas
           PERFORM ActividadHistorico
           PERFORM ActividadPuntos
           OPEN EXTEND RGPDLOG
           PERFORM RepasarClientes
           IF NCONSERVADOS NOT = 0 OR NBORRADOS NOT = 0
              PERFORM AnonimizarHistorico
              PERFORM AnonimizarReservas
              PERFORM AnonimizarPuntosMov
              PERFORM AnonimizarExtracto
              PERFORM AnonimizarBuzonFacturas
           END-IF
           PERFORM GrabarResumenLog
           CLOSE RGPDLOG
           CLOSE RGPDACT
           PERFORM ImprimirAnonimizacion
           DISPLAY "CLIENTES ANONIMIZADOS:" LINE 16 POSITION 5
           COMPUTE CUANTOS = NCONSERVADOS + NBORRADOS
           DISPLAY CUANTOS LINE 16 POSITION 30
           DISPLAY "RESUMEN IMPRESO Y APUNTADO EN RGPDLOG.DAT" LINE 17
              POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       ApuntarClave.
           WRITE REG-AC INVALID KEY CONTINUE
           END-WRITE.
       MirarClave.
           READ RGPDACT
              INVALID KEY MOVE "N" TO HAYCLAVE
              NOT INVALID KEY MOVE "S" TO HAYCLAVE
           END-READ.

      ** Facturas vivas y archivadas: todo GIF con factura queda     **
      ** como "F"; si es posterior al corte o esta sin cobrar, "G".  **

       ActividadFacturas.
           OPEN INPUT FACTURA
           IF ERRORFAC = "00"
              MOVE "N" TO FIN
              MOVE 0 TO NFAC
              START FACTURA KEY IS NOT < NFAC
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ActividadUnaFactura UNTIL FIN = "S"
              CLOSE FACTURA
           END-IF
           OPEN INPUT FACTHIST
           IF ERRORFH = "00"
              MOVE "N" TO FIN
              MOVE 0 TO HFNFAC
              START FACTHIST KEY IS NOT < HFNFAC
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ActividadUnaHist UNTIL FIN = "S"
              CLOSE FACTHIST
           END-IF.
       ActividadUnaFactura.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FGIF NOT = 0
              MOVE FANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE FECHACOMP = FANOC * 10000 + FMES * 100 + FDIA
              MOVE FGIF TO GIFNUM
              MOVE "F" TO AC-TIPO
              MOVE GIFALF TO AC-VALOR
              PERFORM ApuntarClave
              IF FECHACOMP NOT < FECHACORTE OR FPAGADA = "*"
                 MOVE "G" TO AC-TIPO
                 MOVE GIFALF TO AC-VALOR
                 PERFORM ApuntarClave
              END-IF
           END-IF.
       ActividadUnaHist.
           READ FACTHIST NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HFGIF NOT = 0
              MOVE HFANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE FECHACOMP = FANOC * 10000 + HFMES * 100 + HFDIA
              MOVE HFGIF TO GIFNUM
              MOVE "F" TO AC-TIPO
              MOVE GIFALF TO AC-VALOR
              PERFORM ApuntarClave
              IF FECHACOMP NOT < FECHACORTE OR HFPAGADA = "*"
                 MOVE "G" TO AC-TIPO
                 MOVE GIFALF TO AC-VALOR
                 PERFORM ApuntarClave
              END-IF
           END-IF.

      ** Reservas desde el corte (y todas las futuras): su NIF y su **
      ** telefono cuentan como actividad.                           **

       ActividadReservas.
           OPEN INPUT RESERVA
           IF ERRORRES = "00"
              MOVE "N" TO FIN
              MOVE FECHACORTE TO RS-FECHA
              START RESERVA KEY IS NOT < RS-FECHA
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ActividadUnaReserva UNTIL FIN = "S"
              CLOSE RESERVA
           END-IF
           OPEN INPUT RESHIST
           IF ERRORRH = "00"
              MOVE "N" TO FIN
              PERFORM ActividadUnaResHist UNTIL FIN = "S"
              CLOSE RESHIST
           END-IF.
       ActividadUnaReserva.
           READ RESERVA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              IF RS-NIF NOT = SPACES
                 MOVE "N" TO AC-TIPO
                 MOVE RS-NIF TO AC-VALOR
                 PERFORM ApuntarClave
              END-IF
              IF RS-TELEFONO NOT = SPACES
                 MOVE "T" TO AC-TIPO
                 MOVE RS-TELEFONO TO AC-VALOR
                 PERFORM ApuntarClave
              END-IF
           END-IF.
       ActividadUnaResHist.
           READ RESHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND RH-FECHA NOT < FECHACORTE
              IF RH-NIF NOT = SPACES
                 MOVE "N" TO AC-TIPO
                 MOVE RH-NIF TO AC-VALOR
                 PERFORM ApuntarClave
              END-IF
              IF RH-TELEFONO NOT = SPACES
                 MOVE "T" TO AC-TIPO
                 MOVE RH-TELEFONO TO AC-VALOR
                 PERFORM ApuntarClave
              END-IF
           END-IF.

      ** Cambios de ficha y movimientos de puntos desde el corte.    **

       ActividadHistorico.
           OPEN INPUT CLIHIST
           IF ERRORCH = "00"
              MOVE "N" TO FIN
              PERFORM ActividadUnCambio UNTIL FIN = "S"
              CLOSE CLIHIST
           END-IF.
       ActividadUnCambio.
           READ CLIHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HFECHAMOD NOT < FECHACORTE
              MOVE "N" TO AC-TIPO
              MOVE HCGIF TO AC-VALOR
              PERFORM ApuntarClave
           END-IF.
       ActividadPuntos.
           OPEN INPUT PUNTOSMV
           IF ERRORPM = "00"
              MOVE "N" TO FIN
              PERFORM ActividadUnPunto UNTIL FIN = "S"
              CLOSE PUNTOSMV
           END-IF.
       ActividadUnPunto.
           READ PUNTOSMV AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND PM-FECHA NOT < FECHACORTE
              AND PM-GIF NOT = 0
              MOVE PM-GIF TO GIFNUM
              MOVE "G" TO AC-TIPO
              MOVE GIFALF TO AC-VALOR
              PERFORM ApuntarClave
           END-IF.

      ** Cada ficha sin actividad se anonimiza o se borra, con su    **
      ** saldo de puntos y su mandato, y queda apuntada en el log.   **

       RepasarClientes.
           OPEN I-O CLIENTES
           OPEN I-O PUNTOS
           OPEN I-O MANDATOS
           IF ERRORCLI = "00"
              MOVE "N" TO FIN
              MOVE SPACES TO CGIF
              START CLIENTES KEY IS NOT < CGIF
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM RepasarUnCliente UNTIL FIN = "S"
           END-IF
           CLOSE MANDATOS
           CLOSE PUNTOS
           CLOSE CLIENTES.
       RepasarUnCliente.
           READ CLIENTES NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              ADD 1 TO NREPASADOS
              PERFORM MirarActividad
              IF ACTIVO = "N"
                 PERFORM AnonimizarCliente
              END-IF
           END-IF.
       MirarActividad.
           MOVE "N" TO ACTIVO
           MOVE "N" TO AC-TIPO
           MOVE CGIF TO AC-VALOR
           PERFORM MirarClave
           IF HAYCLAVE = "S"
              MOVE "S" TO ACTIVO
           END-IF
           MOVE CGIF TO GIFNUM
           MOVE "G" TO AC-TIPO
           MOVE GIFALF TO AC-VALOR
           PERFORM MirarClave
           IF HAYCLAVE = "S"
              MOVE "S" TO ACTIVO
           END-IF
           IF CTELEFONO NOT = SPACES
              MOVE "T" TO AC-TIPO
              MOVE CTELEFONO TO AC-VALOR
              PERFORM MirarClave
              IF HAYCLAVE = "S"
                 MOVE "S" TO ACTIVO
              END-IF
           END-IF.
       AnonimizarCliente.
           MOVE "X" TO AC-TIPO
           MOVE CGIF TO AC-VALOR
           PERFORM ApuntarClave
           MOVE CGIF TO GIFNUM
           MOVE "Y" TO AC-TIPO
           MOVE GIFALF TO AC-VALOR
           PERFORM ApuntarClave
           IF CTELEFONO NOT = SPACES
              MOVE "Z" TO AC-TIPO
              MOVE CTELEFONO TO AC-VALOR
              PERFORM ApuntarClave
           END-IF
           IF ERRORPT = "00" OR "05"
              MOVE GIFNUM TO PT-GIF
              DELETE PUNTOS RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO NPUNTOS
              END-DELETE
           END-IF
           IF ERRORMD = "00" OR "05"
              MOVE CGIF TO MD-GIF
              DELETE MANDATOS RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO NMANDATOS
              END-DELETE
           END-IF
           MOVE "F" TO AC-TIPO
           MOVE GIFALF TO AC-VALOR
           PERFORM MirarClave
           IF HAYCLAVE = "S"
              PERFORM ConservarFiscal
           ELSE
              PERFORM BorrarCliente
           END-IF.
       ConservarFiscal.
           MOVE "N" TO CAMBIADO
           IF CTELEFONO NOT = SPACES OR CEMAIL NOT = SPACES
              OR CBANCO NOT = SPACES OR CDOMICIL NOT = SPACES
              OR CNOSHOWS NOT = 0 OR CDTOPCT NOT = 0
              OR CLIMITE NOT = 0
              MOVE "S" TO CAMBIADO
           END-IF
           IF CAMBIADO = "S"
              MOVE SPACES TO CTELEFONO CEMAIL CBANCO CDOMICIL
              MOVE 0 TO CNOSHOWS CDTOPCT CLIMITE
              REWRITE REG-CLI INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO NCONSERVADOS
              MOVE "C" TO LG-TIPO
              MOVE CGIF TO LG-GIF
              PERFORM GrabarLineaLog
           END-IF.
       BorrarCliente.
           MOVE "B" TO AC-TIPO
           MOVE CGIF TO AC-VALOR
           PERFORM ApuntarClave
           DELETE CLIENTES RECORD INVALID KEY CONTINUE
           END-DELETE
           ADD 1 TO NBORRADOS
           MOVE "B" TO LG-TIPO
           MOVE SPACES TO LG-GIF
           PERFORM GrabarLineaLog.

      ** Historial de fichas: fuera todo salvo la fecha del cambio; **
      ** el NIF solo se queda si la ficha sigue por sus facturas.   **

       AnonimizarHistorico.
           OPEN I-O CLIHIST
           IF ERRORCH = "00"
              MOVE "N" TO FIN
              PERFORM AnonimizarUnCambio UNTIL FIN = "S"
              CLOSE CLIHIST
           END-IF.
       AnonimizarUnCambio.
           READ CLIHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HCGIF NOT = SPACES
              MOVE "X" TO AC-TIPO
              MOVE HCGIF TO AC-VALOR
              PERFORM MirarClave
              IF HAYCLAVE = "S"
                 MOVE "B" TO AC-TIPO
                 PERFORM MirarClave
                 MOVE "ANONIMIZADO" TO HCNOMBRE
                 MOVE SPACES TO HCDIRECCION HCNUMERO HCCIUDAD HCCP
                 MOVE SPACES TO HCPROVIN HCTELEFONO HCEMAIL HCBANCO
                 MOVE SPACES TO HCDOMICIL
                 MOVE 0 TO HCDTOPCT
                 IF HAYCLAVE = "S"
                    MOVE SPACES TO HCGIF
                 END-IF
                 REWRITE REG-CLIHIST
                 ADD 1 TO NHIST
              END-IF
           END-IF.

      ** Reservas anteriores al corte a su NIF o a su telefono:     **
      ** fuera nombre, direccion, telefono, NIF y anotaciones; se   **
      ** quedan fecha, turno, comensales y senal para las cuentas.  **

       AnonimizarReservas.
           OPEN I-O RESERVA
           IF ERRORRES = "00"
              MOVE "N" TO FIN
              MOVE 0 TO RS-PAGINA
              START RESERVA KEY IS NOT < RS-PAGINA
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM AnonimizarUnaReserva UNTIL FIN = "S"
              CLOSE RESERVA
           END-IF
           OPEN I-O RESHIST
           IF ERRORRH = "00"
              MOVE "N" TO FIN
              PERFORM AnonimizarUnaResHist UNTIL FIN = "S"
              CLOSE RESHIST
           END-IF.
       AnonimizarUnaReserva.
           READ RESERVA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND RS-FECHA < FECHACORTE
              MOVE "N" TO COINCIDE
              IF RS-NIF NOT = SPACES
                 MOVE "X" TO AC-TIPO
                 MOVE RS-NIF TO AC-VALOR
                 PERFORM MirarClave
                 MOVE HAYCLAVE TO COINCIDE
              END-IF
              IF COINCIDE = "N" AND RS-TELEFONO NOT = SPACES
                 MOVE "Z" TO AC-TIPO
                 MOVE RS-TELEFONO TO AC-VALOR
                 PERFORM MirarClave
                 MOVE HAYCLAVE TO COINCIDE
              END-IF
              IF COINCIDE = "S"
                 MOVE "ANONIMIZADO" TO RS-NOMBRE
                 MOVE SPACES TO RS-DIRECCION RS-LOCALIDAD
                 MOVE SPACES TO RS-TELEFONO RS-PROVINCIA RS-NIF
                 MOVE SPACES TO RS-ANOTACIONES
                 MOVE "N" TO RS-TIPONOTA
                 REWRITE REG-RES INVALID KEY CONTINUE
                 END-REWRITE
                 ADD 1 TO NRESERVAS
                 MOVE RS-PAGINA TO PAGBUZON
                 PERFORM BuzonReserva
              END-IF
           END-IF.
       AnonimizarUnaResHist.
           READ RESHIST AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND RH-FECHA < FECHACORTE
              MOVE "N" TO COINCIDE
              IF RH-NIF NOT = SPACES
                 MOVE "X" TO AC-TIPO
                 MOVE RH-NIF TO AC-VALOR
                 PERFORM MirarClave
                 MOVE HAYCLAVE TO COINCIDE
              END-IF
              IF COINCIDE = "N" AND RH-TELEFONO NOT = SPACES
                 MOVE "Z" TO AC-TIPO
                 MOVE RH-TELEFONO TO AC-VALOR
                 PERFORM MirarClave
                 MOVE HAYCLAVE TO COINCIDE
              END-IF
              IF COINCIDE = "S"
                 MOVE "ANONIMIZADO" TO RH-NOMBRE
                 MOVE SPACES TO RH-DIRECCION RH-LOCALIDAD
                 MOVE SPACES TO RH-TELEFONO RH-PROVINCIA RH-NIF
                 MOVE SPACES TO RH-ANOTACIONES
                 MOVE "N" TO RH-TIPONOTA
                 REWRITE REG-RESHIST
                 ADD 1 TO NRESERVAS
              END-IF
           END-IF.

      ** Movimientos de puntos: pierden el GIF (se quedan la fecha, **
      ** la factura y los puntos para cuadrar el programa).         **

       AnonimizarPuntosMov.
           OPEN I-O PUNTOSMV
           IF ERRORPM = "00"
              MOVE "N" TO FIN
              PERFORM AnonimizarUnPunto UNTIL FIN = "S"
              CLOSE PUNTOSMV
           END-IF.
       AnonimizarUnPunto.
           READ PUNTOSMV AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND PM-GIF NOT = 0
              MOVE PM-GIF TO GIFNUM
              MOVE "Y" TO AC-TIPO
              MOVE GIFALF TO AC-VALOR
              PERFORM MirarClave
              IF HAYCLAVE = "S"
                 MOVE 0 TO PM-GIF
                 REWRITE REG-PMV
                 ADD 1 TO NPUNTOS
              END-IF
           END-IF.

      ** Lineas del ultimo extracto de mailing: se dejan en blanco. **

       AnonimizarExtracto.
           OPEN I-O EXTRACTO
           IF ERROREX = "00"
              MOVE "N" TO FIN
              PERFORM AnonimizarUnExtracto UNTIL FIN = "S"
              CLOSE EXTRACTO
           END-IF.
       AnonimizarUnExtracto.
           READ EXTRACTO AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EX-GIF NOT = SPACES
              MOVE "X" TO AC-TIPO
              MOVE EX-GIF TO AC-VALOR
              PERFORM MirarClave
              IF HAYCLAVE = "S"
                 MOVE SPACES TO REG-EXTRACTO
                 REWRITE REG-EXTRACTO
                 ADD 1 TO NEXTRACTO
              END-IF
           END-IF.

      ** Mensajes de sus facturas que sigan en el buzon de salida.   **

       AnonimizarBuzonFacturas.
           OPEN INPUT FACTURA
           IF ERRORFAC = "00"
              MOVE "N" TO FIN
              MOVE 0 TO NFAC
              START FACTURA KEY IS NOT < NFAC
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BuzonUnaFactura UNTIL FIN = "S"
              CLOSE FACTURA
           END-IF
           OPEN INPUT FACTHIST
           IF ERRORFH = "00"
              MOVE "N" TO FIN
              MOVE 0 TO HFNFAC
              START FACTHIST KEY IS NOT < HFNFAC
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM BuzonUnaHist UNTIL FIN = "S"
              CLOSE FACTHIST
           END-IF.
       BuzonUnaFactura.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND FGIF NOT = 0
              MOVE FGIF TO GIFNUM
              MOVE "Y" TO AC-TIPO
              MOVE GIFALF TO AC-VALOR
              PERFORM MirarClave
              IF HAYCLAVE = "S"
                 MOVE NFAC TO NUMBUZON
                 PERFORM BuzonFactura
              END-IF
           END-IF.
       BuzonUnaHist.
           READ FACTHIST NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND HFGIF NOT = 0
              MOVE HFGIF TO GIFNUM
              MOVE "Y" TO AC-TIPO
              MOVE GIFALF TO AC-VALOR
              PERFORM MirarClave
              IF HAYCLAVE = "S"
                 MOVE HFNFAC TO NUMBUZON
                 PERFORM BuzonFactura
              END-IF
           END-IF.

      ** Log de la pasada en RGPDLOG.DAT y resumen impreso.          **

       GrabarLineaLog.
           IF ERRORLG = "00" OR "05"
              MOVE HOY TO LG-FECHA
              MOVE HORASIS TO LG-HORA
              MOVE SESCODIGO TO LG-USUARIO
              MOVE FECHACORTE TO LG-CORTE
              MOVE 0 TO LG-NCLIENTES LG-NHIST LG-NRESERVAS
              MOVE 0 TO LG-NPUNTOS LG-NMANDATOS LG-NEXTRACTO
              MOVE 0 TO LG-NBUZON
              WRITE REG-LG
           END-IF.
       GrabarResumenLog.
           IF ERRORLG = "00" OR "05"
              MOVE HOY TO LG-FECHA
              MOVE HORASIS TO LG-HORA
              MOVE SESCODIGO TO LG-USUARIO
              MOVE "R" TO LG-TIPO
              MOVE SPACES TO LG-GIF
              MOVE FECHACORTE TO LG-CORTE
              COMPUTE LG-NCLIENTES = NCONSERVADOS + NBORRADOS
              MOVE NHIST TO LG-NHIST
              MOVE NRESERVAS TO LG-NRESERVAS
              MOVE NPUNTOS TO LG-NPUNTOS
              MOVE NMANDATOS TO LG-NMANDATOS
              MOVE NEXTRACTO TO LG-NEXTRACTO
              MOVE NBUZON TO LG-NBUZON
              WRITE REG-LG
           END-IF.
       ImprimirAnonimizacion.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              COMPUTE AN-FECHA = HOY-DIA * 1000000
                 + HOY-MES * 10000 + HOY-ANO
              WRITE LINEAIMP FROM CABANON BEFORE ADVANCING 1 LINE
              MOVE FECHACORTE TO AN-CORTE
              WRITE LINEAIMP FROM CABANON2 BEFORE ADVANCING 2 LINE
              MOVE "CLIENTES REPASADOS" TO AN-ETIQ
              MOVE NREPASADOS TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "FICHAS CON DATOS FISCALES CONSERVADOS" TO AN-ETIQ
              MOVE NCONSERVADOS TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "FICHAS BORRADAS (SIN FACTURAS)" TO AN-ETIQ
              MOVE NBORRADOS TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "CAMBIOS DE FICHA ANONIMIZADOS" TO AN-ETIQ
              MOVE NHIST TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "RESERVAS ANONIMIZADAS" TO AN-ETIQ
              MOVE NRESERVAS TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "SALDOS Y MOVIMIENTOS DE PUNTOS" TO AN-ETIQ
              MOVE NPUNTOS TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "MANDATOS SEPA BORRADOS" TO AN-ETIQ
              MOVE NMANDATOS TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "LINEAS DEL EXTRACTO DE MAILING" TO AN-ETIQ
              MOVE NEXTRACTO TO AN-NUM
              PERFORM ImprimirCuenta
              MOVE "MENSAJES DEL BUZON VACIADOS" TO AN-ETIQ
              MOVE NBUZON TO AN-NUM
              PERFORM ImprimirCuenta
           END-IF
           CLOSE LISTADO.
       ImprimirCuenta.
           WRITE LINEAIMP FROM LINANON BEFORE ADVANCING 1 LINE.

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
           MOVE SPACES TO RF-CLIENTES
           STRING RUTADATOS DELIMITED BY " "
                  "CLIENTES.DAT" DELIMITED BY SIZE
                  INTO RF-CLIENTES
           END-STRING
           MOVE SPACES TO RF-CLIHIST
           STRING RUTADATOS DELIMITED BY " "
                  "CLIHIST.DAT" DELIMITED BY SIZE
                  INTO RF-CLIHIST
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-FACTHIST
           STRING RUTADATOS DELIMITED BY " "
                  "FACTHIST.DAT" DELIMITED BY SIZE
                  INTO RF-FACTHIST
           END-STRING
           MOVE SPACES TO RF-RESERVA
           STRING RUTADATOS DELIMITED BY " "
                  "RESERVA.DAT" DELIMITED BY SIZE
                  INTO RF-RESERVA
           END-STRING
           MOVE SPACES TO RF-RESHIST
           STRING RUTADATOS DELIMITED BY " "
                  "RESHIST.DAT" DELIMITED BY SIZE
                  INTO RF-RESHIST
           END-STRING
           MOVE SPACES TO RF-PUNTOS
           STRING RUTADATOS DELIMITED BY " "
                  "PUNTOS.DAT" DELIMITED BY SIZE
                  INTO RF-PUNTOS
           END-STRING
           MOVE SPACES TO RF-PUNTOSMV
           STRING RUTADATOS DELIMITED BY " "
                  "PUNTOSMV.DAT" DELIMITED BY SIZE
                  INTO RF-PUNTOSMV
           END-STRING
           MOVE SPACES TO RF-MANDATOS
           STRING RUTADATOS DELIMITED BY " "
                  "MANDATOS.DAT" DELIMITED BY SIZE
                  INTO RF-MANDATOS
           END-STRING
           MOVE SPACES TO RF-RGPDACT
           STRING RUTADATOS DELIMITED BY " "
                  "RGPDACT.DAT" DELIMITED BY SIZE
                  INTO RF-RGPDACT
           END-STRING
           MOVE SPACES TO RF-RGPDLOG
           STRING RUTADATOS DELIMITED BY " "
                  "RGPDLOG.DAT" DELIMITED BY SIZE
                  INTO RF-RGPDLOG
           END-STRING.
