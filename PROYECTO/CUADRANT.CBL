       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRANT.
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
           SELECT OPTIONAL CUADRO ASSIGN TO DISK RF-CUADRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLAVE
           FILE STATUS IS ERRORCU.
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
      * Cuadrante del personal: lo previsto para cada empleado y
      * dia. Turno (T) con su entrada y salida, y una segunda
      * entrada y salida si es partido (0 = turno seguido); libre
      * (L), vacaciones (V) o baja (B). Sin registro = sin cuadrar.
       FD CUADRO LABEL RECORD STANDARD.
       01 REG-CU.
           02 CU-CLAVE.
              03 CU-CODIGO PIC 9(3).
              03 CU-FECHA PIC 9(8).
           02 CU-TIPO PIC X.
              88 CUADRO-TURNO VALUE "T".
              88 CUADRO-LIBRE VALUE "L".
              88 CUADRO-VACACIONES VALUE "V".
              88 CUADRO-BAJA VALUE "B".
           02 CU-ENTRADA PIC 9(4).
           02 CU-SALIDA PIC 9(4).
           02 CU-ENTRADA2 PIC 9(4).
           02 CU-SALIDA2 PIC 9(4).
      * Fichajes del personal (FICHAJE.CBL): entrada (E) o salida
      * (S) por apunte, clavada por empleado + fecha + hora.
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
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CUADRO PIC X(42).
       77 RF-FICHAJES PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 ERRORCU PIC XX.
       77 ERRORFJ PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 EXISTE PIC X.
       77 FIN PIC X.
       77 FINUSU PIC X.
       77 FINFJ PIC X.
       77 CODPEDIDO PIC 9(3).
       77 FECHAINI PIC 9(8).
       77 FECHAFIN PIC 9(8).
       77 FECHACOMP8 PIC 9(8).
       77 DIAPLAN PIC 9.
       77 LINEA PIC 99.
       77 TIPODIA PIC X.
           88 TIPO-VALIDO VALUES "T" "L" "V" "B" " ".
      * Margen en minutos antes de dar por tarde o anticipada.
       77 TOLERANCIA PIC 99 VALUE 5.
       77 MINPREVISTO PIC 9(5).
       77 MINREAL PIC 9(5).
       77 PRIMERAENT PIC 9(6).
       77 ULTSALIDA PIC 9(6).
       77 CUANTOSFJ PIC 9(3).
       77 SALIDAPREV PIC 9(4).
       77 HAYPARTIDO PIC X.
       77 TOTTARDE PIC 9(4).
       77 TOTANTES PIC 9(4).
       77 TOTFALTA PIC 9(4).
       77 TOTSINTURNO PIC 9(4).
       01 FechaPlanDes.
           02 FP-ANO PIC 9(4).
           02 FP-MES PIC 99.
           02 FP-DIA PIC 99.
       01 HORAHHMM.
           02 HM-HORA PIC 99.
           02 HM-MIN PIC 99.
       01 HORADES.
           02 HD-HORA PIC 99.
           02 HD-MIN PIC 99.
           02 HD-SEG PIC 99.
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
       01 TABLA-NOMDIAS.
           02 FILLER PIC X(21) VALUE
              "LUNMARMIEJUEVIESABDOM".
       01 NOMDIASR REDEFINES TABLA-NOMDIAS.
           02 NOMDIA PIC X(3) OCCURS 7.
      * La semana de un empleado, cargada para el cuadrante.
       01 TablaSemana.
           02 SM-DIA OCCURS 7.
              03 SM-FECHA PIC 9(8).
              03 SM-TIPO PIC X.
              03 SM-ENTRADA PIC 9(4).
              03 SM-SALIDA PIC 9(4).
              03 SM-ENTRADA2 PIC 9(4).
              03 SM-SALIDA2 PIC 9(4).
       01 CELDATURNO.
           02 CT-ENTRADA PIC 9(4).
           02 FILLER PIC X VALUE "-".
           02 CT-SALIDA PIC 9(4).
       01 CABCUADRO.
           02 FILLER PIC X(36) VALUE
              "  CUADRANTE DEL PERSONAL, SEMANA DEL".
           02 FILLER PIC X VALUE SPACES.
           02 CQ-FECHAINI PIC 9(8).
       01 CABDIAS.
           02 FILLER PIC X(10) VALUE "  EMPLEADO".
           02 CD-CELDA OCCURS 7.
              03 FILLER PIC X.
              03 CD-NOM PIC X(3).
              03 FILLER PIC X.
              03 CD-DIA PIC 99.
              03 FILLER PIC X.
              03 CD-MES PIC 99.
       01 LINCUADRO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CQ-NOMBRE PIC X(8).
           02 CQ-CELDA OCCURS 7.
              03 FILLER PIC X.
              03 CQ-TEXTO PIC X(9).
       01 CABCOMP.
           02 FILLER PIC X(34) VALUE
              "  CUADRANTE CONTRA FICHAJES DEL   ".
           02 CC-DESDE PIC 9(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 CC-HASTA PIC 9(8).
       01 CABCOMP2.
           02 FILLER PIC X(40) VALUE
              "  EMP NOMBRE           FECHA    INCIDEN".
           02 FILLER PIC X(30) VALUE
              "CIA              PREV REAL MIN".
       01 LINCOMP.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CC-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 CC-NOMBRE PIC X(16).
           02 FILLER PIC X VALUE SPACES.
           02 CC-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 CC-INCIDENCIA PIC X(22).
           02 FILLER PIC X VALUE SPACES.
           02 CC-PREVISTO PIC X(4).
           02 FILLER PIC X VALUE SPACES.
           02 CC-REAL PIC X(4).
           02 FILLER PIC X VALUE SPACES.
           02 CC-MINUTOS PIC ZZZ9.
       01 TOTCOMP.
           02 FILLER PIC X(10) VALUE "  TARDE: ".
           02 CC-TOTTARDE PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  ANTICIPADA: ".
           02 CC-TOTANTES PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "  NO FICHO: ".
           02 CC-TOTFALTA PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "  SIN TURNO:  ".
           02 CC-TOTSINTURNO PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "CUADRANTE DEL PERSONAL" LINE 2 POSITION 5
           DISPLAY "P=PLANIFICAR  I=IMPRIMIR  C=CONTRA FICHAJES"
              LINE 4 POSITION 5
           DISPLAY "S=SALIR:" LINE 4 POSITION 50
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 59 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "P" OR "p"
              PERFORM PLANIFICAR
           END-IF
           IF OPCION = "I" OR "i"
              PERFORM IMPRIMIRCUADRO
           END-IF
           IF OPCION = "C" OR "c"
              PERFORM COMPARAR
           END-IF.

      ** Semana de un empleado desde la fecha dada: por cada dia el  **
      ** tipo (T=turno L=libre V=vacaciones B=baja, blanco = quitar) **
      ** y, si es turno, entrada y salida en HHMM, mas la segunda    **
      ** entrada y salida si el turno es partido.                    **

       PLANIFICAR.
           DISPLAY "EMPLEADO:" LINE 6 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 6 POSITION 16 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN INPUT USUARIOS
              MOVE CODPEDIDO TO UCODIGO
              READ USUARIOS
                 INVALID KEY MOVE "N" TO EXISTE
                 NOT INVALID KEY MOVE "S" TO EXISTE
              END-READ
              CLOSE USUARIOS
              IF EXISTE = "N" OR NOT USUARIO-ACTIVO
                 DISPLAY "NO ES DE LA PLANTILLA" LINE 6 POSITION 22
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 DISPLAY UNOMBRE LINE 6 POSITION 22
                 PERFORM PlanificarSemana
              END-IF
           END-IF
           MOVE 0 TO TECLAF.
       PlanificarSemana.
           DISPLAY "SEMANA QUE EMPIEZA EL (AAAAMMDD):" LINE 7
              POSITION 5
           ACCEPT FECHAINI FROM DATE YYYYMMDD
           ACCEPT FECHAINI LINE 7 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              DISPLAY "DIA FECHA     TIPO ENTRA SALE ENTRA SALE"
                 LINE 9 POSITION 5
              OPEN I-O CUADRO
              MOVE FECHAINI TO FechaPlanDes
              PERFORM PlanificarDia VARYING DIAPLAN FROM 1 BY 1
                 UNTIL DIAPLAN > 7 OR TECLAF = 27
              CLOSE CUADRO
              IF TECLAF NOT = 27
                 DISPLAY "SEMANA GRABADA" LINE 19 POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF.
       PlanificarDia.
           COMPUTE FECHACOMP8 = FP-ANO * 10000 + FP-MES * 100
              + FP-DIA
           PERFORM DiaDeLaSemana
           COMPUTE LINEA = 9 + DIAPLAN
           DISPLAY NOMDIA(DIASEMANA) LINE LINEA POSITION 5
           DISPLAY FECHACOMP8 LINE LINEA POSITION 9
           MOVE CODPEDIDO TO CU-CODIGO
           MOVE FECHACOMP8 TO CU-FECHA
           READ CUADRO
              INVALID KEY
                 MOVE "N" TO EXISTE
                 MOVE " " TO CU-TIPO
                 MOVE 0 TO CU-ENTRADA CU-SALIDA
                 MOVE 0 TO CU-ENTRADA2 CU-SALIDA2
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ
           MOVE CODPEDIDO TO CU-CODIGO
           MOVE FECHACOMP8 TO CU-FECHA
           MOVE CU-TIPO TO TIPODIA
           PERFORM WITH TEST AFTER UNTIL TIPO-VALIDO OR TECLAF = 27
              ACCEPT TIPODIA LINE LINEA POSITION 20 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF TECLAF NOT = 27
              MOVE TIPODIA TO CU-TIPO
              IF CUADRO-TURNO
                 PERFORM PedirHorasTurno
              ELSE
                 MOVE 0 TO CU-ENTRADA CU-SALIDA
                 MOVE 0 TO CU-ENTRADA2 CU-SALIDA2
              END-IF
              PERFORM GrabarDia
           END-IF
           PERFORM AvanzarFecha.
       PedirHorasTurno.
           ACCEPT CU-ENTRADA LINE LINEA POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ACCEPT CU-SALIDA LINE LINEA POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ACCEPT CU-ENTRADA2 LINE LINEA POSITION 36 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ACCEPT CU-SALIDA2 LINE LINEA POSITION 42 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF CU-ENTRADA2 = 0
              MOVE 0 TO CU-SALIDA2
           END-IF.
       GrabarDia.
           IF CU-TIPO = " "
              IF EXISTE = "S"
                 DELETE CUADRO RECORD
              END-IF
           ELSE
              IF EXISTE = "S"
                 REWRITE REG-CU INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-CU INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF.

      ** Cuadrante de la semana para el tablon del personal: una     **
      ** fila por empleado de la plantilla y una casilla por dia;    **
      ** los turnos partidos sacan su segundo tramo en otra fila.    **

       IMPRIMIRCUADRO.
           DISPLAY "SEMANA QUE EMPIEZA EL (AAAAMMDD):" LINE 6
              POSITION 5
           ACCEPT FECHAINI FROM DATE YYYYMMDD
           ACCEPT FECHAINI LINE 6 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 MOVE FECHAINI TO CQ-FECHAINI
                 WRITE LINEAIMP FROM CABCUADRO BEFORE ADVANCING 2 LINE
                 MOVE FECHAINI TO FechaPlanDes
                 PERFORM PrepararDia VARYING DIAPLAN FROM 1 BY 1
                    UNTIL DIAPLAN > 7
                 WRITE LINEAIMP FROM CABDIAS BEFORE ADVANCING 2 LINE
                 OPEN INPUT CUADRO
                 OPEN INPUT USUARIOS
                 MOVE 0 TO UCODIGO
                 MOVE "N" TO FINUSU
                 START USUARIOS KEY IS > UCODIGO
                    INVALID KEY MOVE "S" TO FINUSU
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM CuadroEmpleado UNTIL FINUSU = "S"
                 CLOSE USUARIOS
                 CLOSE CUADRO
              END-IF
              CLOSE LISTADO
              DISPLAY "CUADRANTE IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       PrepararDia.
           COMPUTE SM-FECHA(DIAPLAN) = FP-ANO * 10000 + FP-MES * 100
              + FP-DIA
           PERFORM DiaDeLaSemana
           MOVE NOMDIA(DIASEMANA) TO CD-NOM(DIAPLAN)
           MOVE FP-DIA TO CD-DIA(DIAPLAN)
           MOVE FP-MES TO CD-MES(DIAPLAN)
           PERFORM AvanzarFecha.
       CuadroEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FINUSU
           END-READ.
           IF FINUSU = "N" AND USUARIO-ACTIVO
              MOVE "N" TO HAYPARTIDO
              PERFORM CargarDia VARYING DIAPLAN FROM 1 BY 1
                 UNTIL DIAPLAN > 7
              MOVE UNOMBRE TO CQ-NOMBRE
              PERFORM CeldaPrimera VARYING DIAPLAN FROM 1 BY 1
                 UNTIL DIAPLAN > 7
              WRITE LINEAIMP FROM LINCUADRO BEFORE ADVANCING 1 LINE
              IF HAYPARTIDO = "S"
                 MOVE SPACES TO CQ-NOMBRE
                 PERFORM CeldaSegunda VARYING DIAPLAN FROM 1 BY 1
                    UNTIL DIAPLAN > 7
                 WRITE LINEAIMP FROM LINCUADRO BEFORE ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF.
       CargarDia.
           MOVE UCODIGO TO CU-CODIGO
           MOVE SM-FECHA(DIAPLAN) TO CU-FECHA
           READ CUADRO
              INVALID KEY
                 MOVE " " TO SM-TIPO(DIAPLAN)
                 MOVE 0 TO SM-ENTRADA(DIAPLAN) SM-SALIDA(DIAPLAN)
                 MOVE 0 TO SM-ENTRADA2(DIAPLAN) SM-SALIDA2(DIAPLAN)
              NOT INVALID KEY
                 MOVE CU-TIPO TO SM-TIPO(DIAPLAN)
                 MOVE CU-ENTRADA TO SM-ENTRADA(DIAPLAN)
                 MOVE CU-SALIDA TO SM-SALIDA(DIAPLAN)
                 MOVE CU-ENTRADA2 TO SM-ENTRADA2(DIAPLAN)
                 MOVE CU-SALIDA2 TO SM-SALIDA2(DIAPLAN)
                 IF CUADRO-TURNO AND CU-ENTRADA2 NOT = 0
                    MOVE "S" TO HAYPARTIDO
                 END-IF
           END-READ.
       CeldaPrimera.
           EVALUATE SM-TIPO(DIAPLAN)
              WHEN "T"
                 MOVE SM-ENTRADA(DIAPLAN) TO CT-ENTRADA
                 MOVE SM-SALIDA(DIAPLAN) TO CT-SALIDA
                 MOVE CELDATURNO TO CQ-TEXTO(DIAPLAN)
              WHEN "L"
                 MOVE "  LIBRE" TO CQ-TEXTO(DIAPLAN)
              WHEN "V"
                 MOVE " VACACION" TO CQ-TEXTO(DIAPLAN)
              WHEN "B"
                 MOVE "   BAJA" TO CQ-TEXTO(DIAPLAN)
              WHEN OTHER
                 MOVE "    -" TO CQ-TEXTO(DIAPLAN)
           END-EVALUATE.
       CeldaSegunda.
           IF SM-TIPO(DIAPLAN) = "T" AND SM-ENTRADA2(DIAPLAN) NOT = 0
              MOVE SM-ENTRADA2(DIAPLAN) TO CT-ENTRADA
              MOVE SM-SALIDA2(DIAPLAN) TO CT-SALIDA
              MOVE CELDATURNO TO CQ-TEXTO(DIAPLAN)
           ELSE
              MOVE SPACES TO CQ-TEXTO(DIAPLAN)
           END-IF.

      ** Cuadrante contra fichajes entre dos fechas: llegadas tarde  **
      ** y salidas anticipadas sobre el turno (con TOLERANCIA        **
      ** minutos de margen), dias de turno sin fichar y dias         **
      ** fichados sin turno (libre, vacaciones, baja o sin cuadrar). **

       COMPARAR.
           DISPLAY "DESDE (AAAAMMDD):" LINE 6 POSITION 5
           ACCEPT FECHAINI FROM DATE YYYYMMDD
           ACCEPT FECHAINI LINE 6 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HASTA (AAAAMMDD):" LINE 7 POSITION 5
           MOVE FECHAINI TO FECHAFIN
           ACCEPT FECHAFIN LINE 7 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND FECHAFIN NOT < FECHAINI
              MOVE 0 TO TOTTARDE TOTANTES TOTFALTA TOTSINTURNO
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 MOVE FECHAINI TO CC-DESDE
                 MOVE FECHAFIN TO CC-HASTA
                 WRITE LINEAIMP FROM CABCOMP BEFORE ADVANCING 1 LINE
                 WRITE LINEAIMP FROM CABCOMP2 BEFORE ADVANCING 2 LINE
                 OPEN INPUT CUADRO
                 OPEN INPUT FICHAJES
                 OPEN INPUT USUARIOS
                 MOVE 0 TO UCODIGO
                 MOVE "N" TO FINUSU
                 START USUARIOS KEY IS > UCODIGO
                    INVALID KEY MOVE "S" TO FINUSU
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM CompararEmpleado UNTIL FINUSU = "S"
                 CLOSE USUARIOS
                 IF ERRORFJ = "00"
                    CLOSE FICHAJES
                 END-IF
                 CLOSE CUADRO
                 MOVE TOTTARDE TO CC-TOTTARDE
                 MOVE TOTANTES TO CC-TOTANTES
                 MOVE TOTFALTA TO CC-TOTFALTA
                 MOVE TOTSINTURNO TO CC-TOTSINTURNO
                 WRITE LINEAIMP FROM TOTCOMP BEFORE ADVANCING 2 LINE
              END-IF
              CLOSE LISTADO
              DISPLAY "INFORME IMPRESO" LINE 9 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       CompararEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FINUSU
           END-READ.
           IF FINUSU = "N"
              MOVE FECHAINI TO FechaPlanDes
              MOVE FECHAINI TO FECHACOMP8
              PERFORM CompararDia UNTIL FECHACOMP8 > FECHAFIN
           END-IF.
       CompararDia.
           MOVE UCODIGO TO CU-CODIGO
           MOVE FECHACOMP8 TO CU-FECHA
           READ CUADRO
              INVALID KEY MOVE " " TO CU-TIPO
           END-READ
           PERFORM LeerFichajesDia
           MOVE UCODIGO TO CC-CODIGO
           MOVE UNOMBRE TO CC-NOMBRE
           MOVE FECHACOMP8 TO CC-FECHA
           IF CUADRO-TURNO
              PERFORM CompararTurno
           ELSE
              IF CUANTOSFJ NOT = 0
                 PERFORM FichadoSinTurno
              END-IF
           END-IF
           PERFORM AvanzarFecha
           COMPUTE FECHACOMP8 = FP-ANO * 10000 + FP-MES * 100
              + FP-DIA.
       LeerFichajesDia.
           MOVE 0 TO CUANTOSFJ
           MOVE 999999 TO PRIMERAENT
           MOVE 0 TO ULTSALIDA
           MOVE "N" TO FINFJ
           IF ERRORFJ NOT = "00"
              MOVE "S" TO FINFJ
           END-IF
           IF FINFJ = "N"
              MOVE UCODIGO TO FJ-CODIGO
              MOVE FECHACOMP8 TO FJ-FECHA
              MOVE 0 TO FJ-HORA
              START FICHAJES KEY IS NOT < FJ-CLAVE
                 INVALID KEY MOVE "S" TO FINFJ
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM LeerUnFichaje UNTIL FINFJ = "S".
       LeerUnFichaje.
           READ FICHAJES NEXT AT END MOVE "S" TO FINFJ
           END-READ.
           IF FINFJ = "N" AND (FJ-CODIGO NOT = UCODIGO
              OR FJ-FECHA NOT = FECHACOMP8)
              MOVE "S" TO FINFJ
           END-IF.
           IF FINFJ = "N"
              ADD 1 TO CUANTOSFJ
              IF FICHAJE-ENTRADA AND FJ-HORA < PRIMERAENT
                 MOVE FJ-HORA TO PRIMERAENT
              END-IF
              IF FICHAJE-SALIDA
                 MOVE FJ-HORA TO ULTSALIDA
              END-IF
           END-IF.
       CompararTurno.
           IF CUANTOSFJ = 0
              MOVE "NO FICHO, TENIA TURNO" TO CC-INCIDENCIA
              MOVE CU-ENTRADA TO CC-PREVISTO
              MOVE SPACES TO CC-REAL
              MOVE 0 TO CC-MINUTOS
              WRITE LINEAIMP FROM LINCOMP BEFORE ADVANCING 1 LINE
              ADD 1 TO TOTFALTA
           ELSE
              PERFORM MirarLlegada
              PERFORM MirarSalida
           END-IF.
       MirarLlegada.
           IF PRIMERAENT NOT = 999999
              MOVE CU-ENTRADA TO HORAHHMM
              COMPUTE MINPREVISTO = HM-HORA * 60 + HM-MIN
              MOVE PRIMERAENT TO HORADES
              COMPUTE MINREAL = HD-HORA * 60 + HD-MIN
              IF MINREAL > MINPREVISTO + TOLERANCIA
                 MOVE "LLEGADA TARDE" TO CC-INCIDENCIA
                 MOVE CU-ENTRADA TO CC-PREVISTO
                 MOVE HD-HORA TO HM-HORA
                 MOVE HD-MIN TO HM-MIN
                 MOVE HORAHHMM TO CC-REAL
                 COMPUTE CC-MINUTOS = MINREAL - MINPREVISTO
                 WRITE LINEAIMP FROM LINCOMP BEFORE ADVANCING 1 LINE
                 ADD 1 TO TOTTARDE
              END-IF
           END-IF.

      * La salida prevista es la del segundo tramo si el turno es
      * partido. Un turno que acaba pasada la medianoche no se mira,
      * porque la salida cae ya en el fichaje del dia siguiente.
       MirarSalida.
           IF CU-ENTRADA2 NOT = 0
              MOVE CU-SALIDA2 TO SALIDAPREV
           ELSE
              MOVE CU-SALIDA TO SALIDAPREV
           END-IF
           IF ULTSALIDA NOT = 0 AND SALIDAPREV > CU-ENTRADA
              MOVE SALIDAPREV TO HORAHHMM
              COMPUTE MINPREVISTO = HM-HORA * 60 + HM-MIN
              MOVE ULTSALIDA TO HORADES
              COMPUTE MINREAL = HD-HORA * 60 + HD-MIN
              IF MINREAL + TOLERANCIA < MINPREVISTO
                 MOVE "SALIDA ANTICIPADA" TO CC-INCIDENCIA
                 MOVE SALIDAPREV TO CC-PREVISTO
                 MOVE HD-HORA TO HM-HORA
                 MOVE HD-MIN TO HM-MIN
                 MOVE HORAHHMM TO CC-REAL
                 COMPUTE CC-MINUTOS = MINPREVISTO - MINREAL
                 WRITE LINEAIMP FROM LINCOMP BEFORE ADVANCING 1 LINE
                 ADD 1 TO TOTANTES
              END-IF
           END-IF.
       FichadoSinTurno.
           EVALUATE TRUE
              WHEN CUADRO-LIBRE
                 MOVE "FICHO EN DIA LIBRE" TO CC-INCIDENCIA
              WHEN CUADRO-VACACIONES
                 MOVE "FICHO EN VACACIONES" TO CC-INCIDENCIA
              WHEN CUADRO-BAJA
                 MOVE "FICHO ESTANDO DE BAJA" TO CC-INCIDENCIA
              WHEN OTHER
                 MOVE "FICHO SIN CUADRANTE" TO CC-INCIDENCIA
           END-EVALUATE
           MOVE SPACES TO CC-PREVISTO
           MOVE SPACES TO CC-REAL
           IF PRIMERAENT NOT = 999999
              MOVE PRIMERAENT TO HORADES
              MOVE HD-HORA TO HM-HORA
              MOVE HD-MIN TO HM-MIN
              MOVE HORAHHMM TO CC-REAL
           END-IF
           MOVE 0 TO CC-MINUTOS
           WRITE LINEAIMP FROM LINCOMP BEFORE ADVANCING 1 LINE
           ADD 1 TO TOTSINTURNO.

      * Dia siguiente con el arrastre de meses de 28/29/30/31 dias
      * (el mismo criterio de VerDias de los demas programas).
       AvanzarFecha.
           ADD 1 TO FP-DIA
           MOVE "N" TO FIN
           IF FP-MES = 4 OR 6 OR 9 OR 11
              IF FP-DIA > 30
                 MOVE "S" TO FIN
              END-IF
           END-IF
           IF FP-MES = 2
              DIVIDE FP-ANO BY 4 GIVING ZCOC REMAINDER ZRES
              IF ZRES = 0
                 IF FP-DIA > 29
                    MOVE "S" TO FIN
                 END-IF
              ELSE
                 IF FP-DIA > 28
                    MOVE "S" TO FIN
                 END-IF
              END-IF
           END-IF
           IF FP-DIA > 31
              MOVE "S" TO FIN
           END-IF
           IF FIN = "S"
              MOVE 1 TO FP-DIA
              ADD 1 TO FP-MES
              IF FP-MES > 12
                 MOVE 1 TO FP-MES
                 ADD 1 TO FP-ANO
              END-IF
           END-IF.
       DiaDeLaSemana.
           MOVE FP-DIA TO ZQ
           MOVE FP-MES TO ZM
           MOVE FP-ANO TO ZJ
           PERFORM CalcularDiaSemana.
       CalcularDiaSemana.
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
           MOVE SPACES TO RF-CUADRO
           STRING RUTADATOS DELIMITED BY " "
                  "CUADRO.DAT" DELIMITED BY SIZE
                  INTO RF-CUADRO
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
           END-STRING.
