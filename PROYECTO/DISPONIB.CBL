       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPONIB.
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
           SELECT OPTIONAL RESERVA ASSIGN TO DISK RF-RESERVA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAGINA
           ALTERNATE RECORD KEY IS FECHA WITH DUPLICATES
           FILE STATUS IS ERRORRES.
           SELECT OPTIONAL CALCIER ASSIGN TO DISK RF-CALCIER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCAL.
           SELECT OPTIONAL EVENTOS ASSIGN TO DISK RF-EVENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-NUM
           FILE STATUS IS ERROREV.
           SELECT OPTIONAL DISPWEB ASSIGN TO DISK RF-DISPWEB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDW.
       DATA DIVISION.
       FILE SECTION.
      * Ruta de la carpeta de datos compartida (ver RESERVA.CBL).
       FD DATOSDIR LABEL RECORD STANDARD.
       01 REG-DATOSDIR.
           02 PD-RUTA PIC X(30).
       FD RESERVA LABEL RECORD STANDARD.
       01 REG-RES.
           02 NOMBRE PIC X(30).
           02 DIRECCION PIC X(25).
           02 LOCALIDAD PIC X(15).
           02 TELEFONO PIC X(10).
           02 PROVINCIA PIC X(10).
           02 COMENSALES PIC 99.
           02 NIF PIC X(9).
           02 PAGINA PIC 9(5).
           02 FECHA.
               03 ANO PIC 9(4).
               03 MES PIC 99.
               03 DIA PIC 99.
           02 TIPONOTA PIC X.
           02 ANOTACIONES.
               03 NOTAS PIC X(63) OCCURS 8.
           02 SENAL PIC 9(4)V99.
           02 SENALMET PIC X.
           02 SENALFECHA PIC 9(8).
           02 TURNO PIC X.
              88 TURNO-COMIDA VALUE "C".
              88 TURNO-CENA   VALUE "N".
           02 HORA PIC 9(4).
      * Calendario de dias de cierre mantenido por FESTIVOS.CBL.
       FD CALCIER LABEL RECORD STANDARD.
       01 REG-CALCIER.
           02 CD-TIPO PIC X.
              88 CIERRE-SEMANAL VALUE "S".
              88 CIERRE-FESTIVO VALUE "F".
              88 CIERRE-RANGO   VALUE "R".
           02 CD-DIASEM PIC 9.
           02 CD-DESDE PIC 9(8).
           02 CD-HASTA PIC 9(8).
      * Eventos y banquetes de EVENTOS.CBL; el confirmado se queda el
      * salon ese dia y la web no debe aceptar reservas en el.
       FD EVENTOS LABEL RECORD STANDARD.
       01 REG-EV.
           02 EV-NUM PIC 9(5).
           02 EV-PRESUP PIC 9(5).
           02 EV-FECHA PIC 9(8).
           02 EV-ZONA PIC X.
           02 EV-COMENSALES PIC 9(3).
           02 EV-MENUDESC PIC X(30).
           02 EV-PRECIOCUB PIC 9(4)V99.
           02 EV-ESTADO PIC X.
              88 EVENTO-TENTATIVO VALUE "T".
              88 EVENTO-CONFIRMADO VALUE "C".
              88 EVENTO-FACTURADO VALUE "F".
      * Disponibilidad que se sube a la web: una linea por fecha y
      * turno con el estado (A abierto, C cerrado), las plazas que
      * quedan y el motivo del cierre (F calendario, E evento).
       FD DISPWEB LABEL RECORD STANDARD.
       01 REG-DW.
           02 DW-FECHA PIC 9(8).
           02 DW-TURNO PIC X.
           02 DW-ESTADO PIC X.
           02 DW-PLAZAS PIC 9(3).
           02 DW-MOTIVO PIC X.
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-RESERVA PIC X(42).
       77 RF-CALCIER PIC X(42).
       77 RF-EVENTOS PIC X(42).
       77 RF-DISPWEB PIC X(42).
       77 ERRORRES PIC XX.
       77 ERRORCAL PIC XX.
       77 ERROREV PIC XX.
       77 ERRORDW PIC XX.
      * Dias que se publican a partir de hoy, y el aforo de la casa
      * por turno (el mismo AFOROCASA de RESERVA.CBL).
       77 DIASWEB PIC 999 VALUE 60.
       77 AFOROCASA PIC 999 VALUE 60.
       77 ND PIC 999.
       77 FIN PIC X.
       77 FINCAL PIC X.
       77 FINAFORO PIC X.
       77 DIACERRADO PIC X.
       77 HAYEVENTO PIC X.
       77 CUBCOMIDA PIC 9(4).
       77 CUBCENA PIC 9(4).
       77 CUPOTURNO PIC S9(4).
       77 FECHACOMP8 PIC 9(8).
       77 NE PIC 999.
       77 IE PIC 999.
       01 TablaEventos.
           02 TE-FECHA PIC 9(8) OCCURS 200.
       01 WFECHA.
           02 WANO PIC 9(4).
           02 WMES PIC 99.
           02 WDIA PIC 99.
       01 DatosDiaSemana.
           02 ZQ PIC 9(4).
           02 ZM PIC 9(4).
           02 ZK PIC 9(4).
           02 ZJ PIC 9(4).
           02 ZH PIC 9(6).
           02 ZT0 PIC 9(6).
           02 ZT1 PIC 9(6).
           02 ZT2 PIC 9(6).
           02 ZT3 PIC 9(6).
           02 ZCOC PIC 9(6).
           02 ZRES PIC 9.
           02 DIASEMANA PIC 9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT WFECHA FROM DATE YYYYMMDD
           PERFORM CargarEventos
           OPEN INPUT RESERVA
           OPEN OUTPUT DISPWEB
           IF ERRORDW = "00"
              PERFORM PublicarDia VARYING ND FROM 1 BY 1
                 UNTIL ND > DIASWEB
              CLOSE DISPWEB
           END-IF
           IF ERRORRES = "00"
              CLOSE RESERVA
           END-IF
           EXIT PROGRAM.

      ** Las dos lineas de un dia (comida y cena) con el hueco que   **
      ** queda en cada turno, y paso al dia siguiente.               **

       PublicarDia.
           PERFORM ComprobarCerrado
           MOVE "N" TO HAYEVENTO
           PERFORM MirarEvento VARYING IE FROM 1 BY 1 UNTIL IE > NE
           PERFORM SumarDia
           MOVE WFECHA TO DW-FECHA
           MOVE "C" TO DW-TURNO
           COMPUTE CUPOTURNO = AFOROCASA - CUBCOMIDA
           PERFORM GrabarLinea
           MOVE "N" TO DW-TURNO
           COMPUTE CUPOTURNO = AFOROCASA - CUBCENA
           PERFORM GrabarLinea
           PERFORM AvanzarFecha.
       GrabarLinea.
           MOVE "A" TO DW-ESTADO
           MOVE " " TO DW-MOTIVO
           IF CUPOTURNO < 0
              MOVE 0 TO CUPOTURNO
           END-IF
           MOVE CUPOTURNO TO DW-PLAZAS
           IF HAYEVENTO = "S"
              MOVE "C" TO DW-ESTADO
              MOVE "E" TO DW-MOTIVO
              MOVE 0 TO DW-PLAZAS
           END-IF
           IF DIACERRADO = "S"
              MOVE "C" TO DW-ESTADO
              MOVE "F" TO DW-MOTIVO
              MOVE 0 TO DW-PLAZAS
           END-IF
           WRITE REG-DW.

      ** Cubiertos ya reservados del dia por turno, con el mismo     **
      ** criterio de AvisarAforo de RESERVA.CBL: la reserva sin      **
      ** turno cuenta en la comida.                                  **

       SumarDia.
           MOVE 0 TO CUBCOMIDA CUBCENA
           MOVE "N" TO FINAFORO
           IF ERRORRES NOT = "00"
              MOVE "S" TO FINAFORO
           ELSE
              MOVE WFECHA TO FECHA
              START RESERVA KEY IS = FECHA
                 INVALID KEY MOVE "S" TO FINAFORO
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM SumarReserva UNTIL FINAFORO = "S".
       SumarReserva.
           READ RESERVA NEXT AT END MOVE "S" TO FINAFORO
           END-READ.
           IF FINAFORO = "N" AND FECHA NOT = WFECHA
              MOVE "S" TO FINAFORO
           END-IF.
           IF FINAFORO = "N"
              IF TURNO-CENA
                 ADD COMENSALES TO CUBCENA
              ELSE
                 ADD COMENSALES TO CUBCOMIDA
              END-IF
           END-IF.

      ** Fechas de los eventos confirmados de hoy en adelante, para  **
      ** no tener que recorrer EVENTOS.DAT en cada dia publicado.    **

       CargarEventos.
           MOVE 0 TO NE
           MOVE "N" TO FIN
           OPEN INPUT EVENTOS
           IF ERROREV NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM CargarUnEvento UNTIL FIN = "S"
           IF ERROREV = "00"
              CLOSE EVENTOS
           END-IF.
       CargarUnEvento.
           READ EVENTOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EVENTO-CONFIRMADO
              AND EV-FECHA NOT < WFECHA AND NE < 200
              ADD 1 TO NE
              MOVE EV-FECHA TO TE-FECHA(NE)
           END-IF.
       MirarEvento.
           IF TE-FECHA(IE) = WFECHA
              MOVE "S" TO HAYEVENTO
           END-IF.

      ** Dia cerrado segun CALCIER.DAT: cierre semanal por dia de la **
      ** semana, festivo o rango de vacaciones (como en RESERVA.CBL). **

       ComprobarCerrado.
           MOVE "N" TO DIACERRADO
           PERFORM CalcularDiaSemana
           MOVE WFECHA TO FECHACOMP8
           MOVE "N" TO FINCAL
           OPEN INPUT CALCIER
           IF ERRORCAL NOT = "00"
              MOVE "S" TO FINCAL
           END-IF
           PERFORM MirarCierre UNTIL FINCAL = "S"
           IF ERRORCAL = "00"
              CLOSE CALCIER
           END-IF.
       MirarCierre.
           READ CALCIER AT END MOVE "S" TO FINCAL
           END-READ.
           IF FINCAL = "N"
              IF CIERRE-SEMANAL AND CD-DIASEM = DIASEMANA
                 MOVE "S" TO DIACERRADO
              END-IF
              IF (CIERRE-FESTIVO OR CIERRE-RANGO)
                 AND FECHACOMP8 NOT < CD-DESDE
                 AND FECHACOMP8 NOT > CD-HASTA
                 MOVE "S" TO DIACERRADO
              END-IF
           END-IF.

      *** Dia de la semana de WFECHA (1 = lunes ... 7 = domingo)     ***
      *** por la congruencia de Zeller.                              ***

       CalcularDiaSemana.
           MOVE WDIA TO ZQ
           MOVE WMES TO ZM
           MOVE WANO TO ZJ
           IF ZM < 3
              ADD 12 TO ZM
              SUBTRACT 1 FROM ZJ
           END-IF
           DIVIDE ZJ BY 100 GIVING ZJ REMAINDER ZK
           COMPUTE ZT0 = 13 * (ZM + 1)
           DIVIDE ZT0 BY 5 GIVING ZT1
           DIVIDE ZK BY 4 GIVING ZT2
           DIVIDE ZJ BY 4 GIVING ZT3
           COMPUTE ZH = ZQ + ZT1 + ZK + ZT2 + ZT3 + (5 * ZJ)
           DIVIDE ZH BY 7 GIVING ZCOC REMAINDER ZRES
           EVALUATE ZRES
              WHEN 0 MOVE 6 TO DIASEMANA
              WHEN 1 MOVE 7 TO DIASEMANA
              WHEN OTHER COMPUTE DIASEMANA = ZRES - 1
           END-EVALUATE.

      * Dia siguiente con el arrastre de meses de 28/29/30/31 dias
      * (el mismo criterio de VerDias de los demas programas).
       AvanzarFecha.
           ADD 1 TO WDIA
           MOVE "N" TO FIN
           IF WMES = 4 OR 6 OR 9 OR 11
              IF WDIA > 30
                 MOVE "S" TO FIN
              END-IF
           END-IF
           IF WMES = 2
              DIVIDE WANO BY 4 GIVING ZCOC REMAINDER ZRES
              IF ZRES = 0
                 IF WDIA > 29
                    MOVE "S" TO FIN
                 END-IF
              ELSE
                 IF WDIA > 28
                    MOVE "S" TO FIN
                 END-IF
              END-IF
           END-IF
           IF WDIA > 31
              MOVE "S" TO FIN
           END-IF
           IF FIN = "S"
              MOVE 1 TO WDIA
              ADD 1 TO WMES
              IF WMES > 12
                 MOVE 1 TO WMES
                 ADD 1 TO WANO
              END-IF
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **
      ** El fichero de disponibilidad va tambien a la carpeta      **
      ** compartida, de donde lo sube a la web el PC de la oficina.**

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
           MOVE SPACES TO RF-RESERVA
           STRING RUTADATOS DELIMITED BY " "
                  "RESERVA.DAT" DELIMITED BY SIZE
                  INTO RF-RESERVA
           END-STRING
           MOVE SPACES TO RF-CALCIER
           STRING RUTADATOS DELIMITED BY " "
                  "CALCIER.DAT" DELIMITED BY SIZE
                  INTO RF-CALCIER
           END-STRING
           MOVE SPACES TO RF-EVENTOS
           STRING RUTADATOS DELIMITED BY " "
                  "EVENTOS.DAT" DELIMITED BY SIZE
                  INTO RF-EVENTOS
           END-STRING
           MOVE SPACES TO RF-DISPWEB
           STRING RUTADATOS DELIMITED BY " "
                  "DISPONIB.TXT" DELIMITED BY SIZE
                  INTO RF-DISPWEB
           END-STRING.
