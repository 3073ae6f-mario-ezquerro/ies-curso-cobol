       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGASTO.
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
           SELECT OPTIONAL RESFACT ASSIGN TO DISK RF-RESFACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SG-CLAVE
           FILE STATUS IS ERRORSG.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
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
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-RESFACT PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 ERRORSG PIC XX.
       77 ERRORFAC PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 GX PIC 9.
       77 DIASRES PIC 9(6).
       77 DIASANULA PIC 9(6).
       77 FECHAFAC PIC 9(8).
       77 MEDIA PIC 9(6)V99.
       77 PORCENTAJE PIC 9(3)V9.
       77 SINCERRAR PIC 9(5).
       77 SINFACTURA PIC 9(5).
       77 SENALRETENIDA PIC 9(7)V99.
       77 MESASTOTAL PIC 9(6).
       77 CUBTOTAL PIC 9(7).
       77 GASTOTOTAL PIC 9(8)V99.
       77 MESASRES PIC 9(6).
       77 CUBRES PIC 9(7).
       77 MESASLIBRE PIC S9(6).
       77 CUBLIBRE PIC S9(7).
       77 GASTOLIBRE PIC S9(8)V99.
       77 COMPMESAS PIC 9(6).
       77 COMPCUB PIC 9(7).
       77 COMPGASTO PIC 9(8)V99.
       77 HOY PIC 9(8).
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 FECHACALCN REDEFINES FECHACALC PIC 9(8).
       01 FECHAFACDES.
           02 FF-ANO PIC 9(4).
           02 FF-MES PIC 99.
           02 FF-DIA PIC 99.
      * Grupos del informe: 1 todas las reservas, 2 y 3 por turno
      * (comida y cena), 4 a 6 por origen (telefono, web y
      * periodicas).
       01 TABLA-NOMGRUPOS.
           02 FILLER PIC X(30) VALUE
              "TOTAL     COMIDA    CENA      ".
           02 FILLER PIC X(30) VALUE
              "TELEFONO  WEB       PERIODICAS".
       01 NOMGRUPOSR REDEFINES TABLA-NOMGRUPOS.
           02 NOMGRUPO PIC X(10) OCCURS 6.
      * Por grupo: reservas del periodo, comensales reservados (sin
      * contar las anuladas), no presentadas, anuladas el mismo dia
      * o la vispera, y de las sentadas y ya facturadas los
      * comensales reales, el gasto de sus facturas y la senal que
      * se les desconto.
       01 TablaGrupos.
           02 TG-GRUPO OCCURS 6.
              03 TG-RESERVAS PIC 9(5).
              03 TG-PAXRES PIC 9(6).
              03 TG-NOSHOWS PIC 9(5).
              03 TG-TARDIAS PIC 9(5).
              03 TG-FACTURADAS PIC 9(5).
              03 TG-PAXREAL PIC 9(6).
              03 TG-GASTO PIC 9(8)V99.
              03 TG-SENAL PIC 9(7)V99.
       01 CABRG.
           02 FILLER PIC X(40) VALUE
              "  GASTO Y ASISTENCIA DE LAS RESERVAS    ".
       01 CABRG2.
           02 FILLER PIC X(9) VALUE "  DESDE: ".
           02 RG-DESDE PIC 9(8).
           02 FILLER PIC X(9) VALUE "  HASTA: ".
           02 RG-HASTA PIC 9(8).
       01 CABCOL.
           02 FILLER PIC X(37) VALUE
              "  GRUPO       RES PAX.RS PAX.RL %NOSH".
           02 FILLER PIC X(33) VALUE
              " %ANUL  GTO/RES GTO/CUB     SENAL".
       01 LINGRUPO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LG-NOMBRE PIC X(10).
           02 LG-RESERVAS PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-PAXRES PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-PAXREAL PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-NOSHOW PIC ZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-TARDIA PIC ZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-MEDIARES PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LG-MEDIACUB PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LG-SENAL PIC ZZZZZ9,99.
       01 LINPENDIENTES.
           02 FILLER PIC X(27) VALUE "  SENTADAS SIN FACTURA:    ".
           02 LP-SINFACTURA PIC ZZZZ9.
           02 FILLER PIC X(24) VALUE "    ARCHIVADAS SIN MARCA".
           02 FILLER PIC X(2) VALUE ": ".
           02 LP-SINCERRAR PIC ZZZZ9.
       01 LINRETENIDA.
           02 FILLER PIC X(40) VALUE
              "  SENALES DE NO PRESENTADOS (INGRESO):  ".
           02 LR-RETENIDA PIC ZZZZZZ9,99.
       01 CABCOMPARA.
           02 FILLER PIC X(41) VALUE
              "  CLIENTES        MESAS    CUB      GASTO".
           02 FILLER PIC X(17) VALUE
              " GTO/MESA GTO/CUB".
       01 LINCOMPARA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LC-NOMBRE PIC X(12).
           02 FILLER PIC X VALUE SPACES.
           02 LC-MESAS PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LC-CUB PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LC-GASTO PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LC-MEDIA PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LC-MEDIACUB PIC ZZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "GASTO Y ASISTENCIA DE LAS RESERVAS" LINE 2
              POSITION 5
           DISPLAY "DESDE (AAAAMMDD):" LINE 4 POSITION 5
           MOVE 0 TO DESDE
           ACCEPT DESDE LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HASTA (AAAAMMDD):" LINE 5 POSITION 5
           ACCEPT HASTA FROM DATE YYYYMMDD
           ACCEPT HASTA LINE 5 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND DESDE NOT = 0 AND DESDE NOT > HASTA
              PERFORM LimpiarGrupo VARYING GX FROM 1 BY 1 UNTIL GX > 6
              PERFORM AcumularReservas
              PERFORM AcumularFacturas
              PERFORM ImprimirInforme
              DISPLAY "INFORME IMPRESO" LINE 7 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       LimpiarGrupo.
           MOVE 0 TO TG-RESERVAS(GX) TG-PAXRES(GX) TG-NOSHOWS(GX)
           MOVE 0 TO TG-TARDIAS(GX) TG-FACTURADAS(GX) TG-PAXREAL(GX)
           MOVE 0 TO TG-GASTO(GX) TG-SENAL(GX).

      ** Seguimiento de las reservas del periodo (RESFACT.DAT, por  **
      ** fecha): cada una cuenta en el total, en su turno y en su   **
      ** origen. Las facturas de las cuentas divididas se suman     **
      ** aparte para poder restarlas de las de mesa.                **

       AcumularReservas.
           MOVE 0 TO SINCERRAR SINFACTURA SENALRETENIDA
           MOVE 0 TO MESASRES CUBRES
           ACCEPT HOY FROM DATE YYYYMMDD
           OPEN INPUT RESFACT
           IF ERRORSG = "00"
              MOVE DESDE TO SG-FECHA
              MOVE 0 TO SG-PAGINA
              MOVE "N" TO FIN
              START RESFACT KEY IS NOT < SG-CLAVE
                 INVALID KEY MOVE "S" TO FIN
              END-START
              PERFORM LeerReserva UNTIL FIN = "S"
              CLOSE RESFACT
           END-IF.
       LeerReserva.
           READ RESFACT NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND SG-FECHA > HASTA
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              PERFORM ClasificarReserva
           END-IF.
       ClasificarReserva.
           MOVE 1 TO GX
           PERFORM SumarReserva
           EVALUATE SG-TURNO
              WHEN "C" MOVE 2 TO GX
                       PERFORM SumarReserva
              WHEN "N" MOVE 3 TO GX
                       PERFORM SumarReserva
           END-EVALUATE
           EVALUATE SG-ORIGEN
              WHEN "T" MOVE 4 TO GX
                       PERFORM SumarReserva
              WHEN "W" MOVE 5 TO GX
                       PERFORM SumarReserva
              WHEN "F" MOVE 6 TO GX
                       PERFORM SumarReserva
           END-EVALUATE
           IF SG-PENDIENTE AND SG-FECHA < HOY
              ADD 1 TO SINCERRAR
           END-IF
           IF SG-SENTADA AND SG-NFAC = 0
              ADD 1 TO SINFACTURA
           END-IF
           IF SG-NOPRESENT
              ADD SG-SENAL TO SENALRETENIDA
           END-IF
           IF SG-SENTADA AND SG-NFAC NOT = 0
              ADD SG-NFACTS TO MESASRES
              COMPUTE CUBRES = CUBRES + SG-REALES * SG-NFACTS
           END-IF.
       SumarReserva.
           ADD 1 TO TG-RESERVAS(GX)
           IF NOT SG-ANULADA
              ADD SG-RESERVADOS TO TG-PAXRES(GX)
           END-IF
           IF SG-NOPRESENT
              ADD 1 TO TG-NOSHOWS(GX)
           END-IF
           IF SG-ANULADA
              MOVE SG-FECHA TO FECHACALCN
              COMPUTE DIASRES = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              MOVE SG-FANULA TO FECHACALCN
              COMPUTE DIASANULA = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              IF DIASANULA + 1 NOT < DIASRES
                 ADD 1 TO TG-TARDIAS(GX)
              END-IF
           END-IF
           IF SG-SENTADA AND SG-NFAC NOT = 0
              ADD 1 TO TG-FACTURADAS(GX)
              ADD SG-REALES TO TG-PAXREAL(GX)
              ADD SG-GASTO TO TG-GASTO(GX)
              ADD SG-SENAL TO TG-SENAL(GX)
           END-IF.

      ** Facturas de mesa del periodo (sin abonos ni facturas de    **
      ** mostrador o reparto): lo que no es de una reserva sentada  **
      ** es de clientes sin reserva. Con la cuenta dividida cada    **
      ** factura lleva los comensales de toda la mesa, por eso se   **
      ** restan tantas veces como facturas tuvo la reserva.         **

       AcumularFacturas.
           MOVE 0 TO MESASTOTAL CUBTOTAL GASTOTOTAL
           OPEN INPUT FACTURA
           IF ERRORFAC = "00"
              MOVE "N" TO FIN
              PERFORM LeerFactura UNTIL FIN = "S"
              CLOSE FACTURA
           END-IF
           COMPUTE MESASLIBRE = MESASTOTAL - MESASRES
           COMPUTE CUBLIBRE = CUBTOTAL - CUBRES
           COMPUTE GASTOLIBRE = GASTOTOTAL - TG-GASTO(1)
           IF MESASLIBRE < 0
              MOVE 0 TO MESASLIBRE
           END-IF
           IF CUBLIBRE < 0
              MOVE 0 TO CUBLIBRE
           END-IF
           IF GASTOLIBRE < 0
              MOVE 0 TO GASTOLIBRE
           END-IF.
       LeerFactura.
           READ FACTURA NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE FANO TO FF-ANO
              MOVE FMES TO FF-MES
              MOVE FDIA TO FF-DIA
              MOVE FECHAFACDES TO FECHAFAC
              IF FECHAFAC NOT < DESDE AND FECHAFAC NOT > HASTA
                 AND FMESA NOT = 0 AND NOT FCLASE-ABONO
                 AND FABONODE = 0
                 ADD 1 TO MESASTOTAL
                 ADD FCOMENSALES TO CUBTOTAL
                 ADD FPASTA TO GASTOTOTAL
              END-IF
           END-IF.

      ** Informe: una linea por grupo con los comensales reservados **
      ** frente a los reales, los porcentajes de no presentados y   **
      ** de anuladas a ultima hora sobre las reservas, el gasto     **
      ** medio por reserva y por cubierto y la senal descontada; y  **
      ** debajo la comparacion entre las mesas con y sin reserva.   **

       ImprimirInforme.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              WRITE LINEAIMP FROM CABRG BEFORE ADVANCING 1 LINE
              MOVE DESDE TO RG-DESDE
              MOVE HASTA TO RG-HASTA
              WRITE LINEAIMP FROM CABRG2 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCOL BEFORE ADVANCING 2 LINE
              PERFORM ImprimirGrupo VARYING GX FROM 1 BY 1
                 UNTIL GX > 6
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE SINFACTURA TO LP-SINFACTURA
              MOVE SINCERRAR TO LP-SINCERRAR
              WRITE LINEAIMP FROM LINPENDIENTES BEFORE ADVANCING 1 LINE
              MOVE SENALRETENIDA TO LR-RETENIDA
              WRITE LINEAIMP FROM LINRETENIDA BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCOMPARA BEFORE ADVANCING 2 LINE
              MOVE "CON RESERVA" TO LC-NOMBRE
              MOVE TG-FACTURADAS(1) TO COMPMESAS
              MOVE TG-PAXREAL(1) TO COMPCUB
              MOVE TG-GASTO(1) TO COMPGASTO
              PERFORM ImprimirComparacion
              MOVE "SIN RESERVA" TO LC-NOMBRE
              MOVE MESASLIBRE TO COMPMESAS
              MOVE CUBLIBRE TO COMPCUB
              MOVE GASTOLIBRE TO COMPGASTO
              PERFORM ImprimirComparacion
           END-IF
           CLOSE LISTADO.
       ImprimirGrupo.
           MOVE NOMGRUPO(GX) TO LG-NOMBRE
           MOVE TG-RESERVAS(GX) TO LG-RESERVAS
           MOVE TG-PAXRES(GX) TO LG-PAXRES
           MOVE TG-PAXREAL(GX) TO LG-PAXREAL
           MOVE 0 TO PORCENTAJE
           IF TG-RESERVAS(GX) NOT = 0
              COMPUTE PORCENTAJE ROUNDED =
                 TG-NOSHOWS(GX) * 100 / TG-RESERVAS(GX)
           END-IF
           MOVE PORCENTAJE TO LG-NOSHOW
           MOVE 0 TO PORCENTAJE
           IF TG-RESERVAS(GX) NOT = 0
              COMPUTE PORCENTAJE ROUNDED =
                 TG-TARDIAS(GX) * 100 / TG-RESERVAS(GX)
           END-IF
           MOVE PORCENTAJE TO LG-TARDIA
           MOVE 0 TO MEDIA
           IF TG-FACTURADAS(GX) NOT = 0
              COMPUTE MEDIA ROUNDED = TG-GASTO(GX) / TG-FACTURADAS(GX)
           END-IF
           MOVE MEDIA TO LG-MEDIARES
           MOVE 0 TO MEDIA
           IF TG-PAXREAL(GX) NOT = 0
              COMPUTE MEDIA ROUNDED = TG-GASTO(GX) / TG-PAXREAL(GX)
           END-IF
           MOVE MEDIA TO LG-MEDIACUB
           MOVE TG-SENAL(GX) TO LG-SENAL
           WRITE LINEAIMP FROM LINGRUPO BEFORE ADVANCING 1 LINE.

      ** Linea de la comparacion: las medias son por mesa (reserva  **
      ** facturada o factura sin reserva) y por cubierto.           **

       ImprimirComparacion.
           MOVE COMPMESAS TO LC-MESAS
           MOVE COMPCUB TO LC-CUB
           MOVE COMPGASTO TO LC-GASTO
           MOVE 0 TO MEDIA
           IF COMPMESAS NOT = 0
              COMPUTE MEDIA ROUNDED = COMPGASTO / COMPMESAS
                 ON SIZE ERROR MOVE 999999,99 TO MEDIA
              END-COMPUTE
           END-IF
           MOVE MEDIA TO LC-MEDIA
           MOVE 0 TO MEDIA
           IF COMPCUB NOT = 0
              COMPUTE MEDIA ROUNDED = COMPGASTO / COMPCUB
                 ON SIZE ERROR MOVE 999999,99 TO MEDIA
              END-COMPUTE
           END-IF
           MOVE MEDIA TO LC-MEDIACUB
           WRITE LINEAIMP FROM LINCOMPARA BEFORE ADVANCING 1 LINE.

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
           MOVE SPACES TO RF-RESFACT
           STRING RUTADATOS DELIMITED BY " "
                  "RESFACT.DAT" DELIMITED BY SIZE
                  INTO RF-RESFACT
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING.
