       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPOS.
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
           SELECT OPTIONAL EQUIPOS ASSIGN TO DISK RF-EQUIPOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQ-CODIGO
           FILE STATUS IS ERROREQ.
           SELECT OPTIONAL MANTPREV ASSIGN TO DISK RF-MANTPREV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-CLAVE
           FILE STATUS IS ERRORMP.
           SELECT OPTIONAL EQUIPLOG ASSIGN TO DISK RF-EQUIPLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IV-CLAVE
           FILE STATUS IS ERRORIV.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
           SELECT OPTIONAL FACPROV ASSIGN TO DISK RF-FACPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-NUM
           FILE STATUS IS ERRORFP.
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
      * Maquinaria de cocina y sala: lavavajillas, camaras,
      * extractor... con sus datos de placa, a quien se compro y
      * hasta cuando esta en garantia. Los de baja no se avisan.
       FD EQUIPOS LABEL RECORD STANDARD.
       01 REG-EQ.
           02 EQ-CODIGO PIC 9(3).
           02 EQ-NOMBRE PIC X(26).
           02 EQ-MARCA PIC X(15).
           02 EQ-MODELO PIC X(15).
           02 EQ-SERIE PIC X(20).
           02 EQ-PROVEEDOR PIC 9(3).
           02 EQ-FCOMPRA PIC 9(8).
           02 EQ-FGARANTIA PIC 9(8).
           02 EQ-ACTIVO PIC X.
              88 EQUIPO-ACTIVO VALUE "S".
      * Plan de mantenimiento preventivo: cada tarea de un equipo
      * (limpiar filtros, revisar gas, limpiar campana...) con su
      * frecuencia en dias, cuando se hizo por ultima vez y el
      * ultimo dia en que LOGIN.CBL la dio por vencida.
       FD MANTPREV LABEL RECORD STANDARD.
       01 REG-MP.
           02 MP-CLAVE.
              03 MP-EQUIPO PIC 9(3).
              03 MP-TAREA PIC 99.
           02 MP-DESCRIP PIC X(30).
           02 MP-CADADIAS PIC 9(3).
           02 MP-ULTIMA PIC 9(8).
           02 MP-AVISADO PIC 9(8).
      * Historial de cada equipo: averias, visitas del tecnico y
      * mantenimientos hechos, con su coste y la factura de
      * proveedor (FACPROV) que los cobra, si la hay.
       FD EQUIPLOG LABEL RECORD STANDARD.
       01 REG-IV.
           02 IV-CLAVE.
              03 IV-EQUIPO PIC 9(3).
              03 IV-FECHA PIC 9(8).
              03 IV-HORA PIC 9(8).
           02 IV-TIPO PIC X.
              88 IV-AVERIA VALUE "A".
              88 IV-VISITA VALUE "V".
              88 IV-PREVENTIVO VALUE "P".
           02 IV-TAREA PIC 99.
           02 IV-DESCRIP PIC X(40).
           02 IV-TECNICO PIC X(20).
           02 IV-COSTE PIC 9(6)V99.
           02 IV-FACPROV PIC 9(6).
           02 IV-USUARIO PIC 9(3).
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD FACPROV LABEL RECORD STANDARD.
       01 REG-FP.
           02 FP-NUM PIC 9(6).
           02 FP-PROVEEDOR PIC 9(3).
           02 FP-NUMPROV PIC X(10).
           02 FP-FECHA PIC 9(8).
           02 FP-VENCE PIC 9(8).
           02 FP-BASE1  PIC 9(6)V99.
           02 FP-CUOTA1 PIC 9(6)V99.
           02 FP-BASE2  PIC 9(6)V99.
           02 FP-CUOTA2 PIC 9(6)V99.
           02 FP-BASE3  PIC 9(6)V99.
           02 FP-CUOTA3 PIC 9(6)V99.
           02 FP-TOTAL PIC 9(6)V99.
           02 FP-PAGADA PIC X.
           02 FP-FECHAPAGO PIC 9(8).
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
       77 RF-EQUIPOS PIC X(42).
       77 RF-MANTPREV PIC X(42).
       77 RF-EQUIPLOG PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 ERROREQ PIC XX.
       77 ERRORMP PIC XX.
       77 ERRORIV PIC XX.
       77 ERRORFP PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINMP PIC X.
       77 FINIV PIC X.
       77 EXISTE PIC X.
       77 SESCODIGO PIC 9(3).
       77 EQUIPOPEDIDO PIC 9(3).
       77 TAREAPEDIDA PIC 99.
       77 LINEA PIC 99.
       77 HOYNUM PIC 9(8).
       77 DIASHOY PIC 9(7).
       77 DIASULT PIC 9(7).
       77 VENCIDAS PIC 9.
       77 TOTVENCIDAS PIC 9(4).
       77 COSTEEQUIPO PIC 9(7)V99.
       77 COSTETOTAL PIC 9(7)V99.
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 FECHADES.
           02 FD-ANO PIC 9(4).
           02 FD-MES PIC 99.
           02 FD-DIA PIC 99.
       01 LINTAREA.
           02 LT-TAREA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LT-DESCRIP PIC X(30).
           02 FILLER PIC X(6) VALUE " CADA ".
           02 LT-CADADIAS PIC ZZ9.
           02 FILLER PIC X(15) VALUE " DIAS  ULTIMA: ".
           02 LT-ULTIMA PIC 9(8).
       01 CABHIST1.
           02 FILLER PIC X(10) VALUE "  EQUIPO: ".
           02 HI-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 HI-NOMBRE PIC X(26).
           02 FILLER PIC X(8) VALUE "  SERIE ".
           02 HI-SERIE PIC X(20).
       01 CABHIST2.
           02 FILLER PIC X(9) VALUE "  MARCA: ".
           02 HI-MARCA PIC X(15).
           02 FILLER PIC X(9) VALUE " MODELO: ".
           02 HI-MODELO PIC X(15).
           02 FILLER PIC X(9) VALUE " PROVEE: ".
           02 HI-PROVEE PIC X(20).
       01 CABHIST3.
           02 FILLER PIC X(10) VALUE "  COMPRA: ".
           02 HI-COMPRA PIC 9(8).
           02 FILLER PIC X(12) VALUE "  GARANTIA: ".
           02 HI-GARANTIA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 HI-ENGARANTIA PIC X(14).
       01 LINHISTP.
           02 FILLER PIC X(4) VALUE SPACES.
           02 HP-TAREA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 HP-DESCRIP PIC X(30).
           02 FILLER PIC X(6) VALUE " CADA ".
           02 HP-CADADIAS PIC ZZ9.
           02 FILLER PIC X(9) VALUE " ULTIMA: ".
           02 HP-ULTIMA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 HP-VENCIDA PIC X(7).
       01 CABHIST4.
           02 FILLER PIC X(40) VALUE
              "  FECHA      T DESCRIPCION              ".
           02 FILLER PIC X(40) VALUE
              "     TECNICO            COSTE  FACTURA  ".
       01 LINHIST.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HL-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 HL-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 HL-ANO PIC 9(4).
           02 FILLER PIC X VALUE SPACES.
           02 HL-TIPO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 HL-DESCRIP PIC X(30).
           02 FILLER PIC X VALUE SPACES.
           02 HL-TECNICO PIC X(14).
           02 FILLER PIC X VALUE SPACES.
           02 HL-COSTE PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 HL-FACPROV PIC ZZZZZ9.
       01 LINTOTHIST.
           02 FILLER PIC X(40) VALUE
              "  COSTE DE AVERIAS Y MANTENIMIENTO:     ".
           02 HT-COSTE PIC Z.ZZZ.ZZ9,99.
       01 CABVENC.
           02 FILLER PIC X(40) VALUE
              "  MANTENIMIENTO PREVENTIVO VENCIDO  HOY ".
           02 VC-HOY PIC 9(8).
       01 LINVENC.
           02 FILLER PIC X(2) VALUE SPACES.
           02 VC-EQUIPO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 VC-NOMEQ PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 VC-TAREA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 VC-DESCRIP PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 VC-ULTIMA PIC 9(8).
       01 LINTOTVENC.
           02 FILLER PIC X(19) VALUE "  TAREAS VENCIDAS: ".
           02 VC-CUANTAS PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "EQUIPOS Y MANTENIMIENTO" LINE 2 POSITION 5
           DISPLAY "E=EQUIPOS  T=TAREAS PREVENTIVAS  A=ANOTAR" LINE 4
              POSITION 5
           DISPLAY "H=HISTORIAL  V=VENCIDAS  S=SALIR:" LINE 5
              POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "E" OR "e"
              PERFORM FICHAEQUIPO
           END-IF
           IF OPCION = "T" OR "t"
              PERFORM TAREAS
           END-IF
           IF OPCION = "A" OR "a"
              PERFORM ANOTAR
           END-IF
           IF OPCION = "H" OR "h"
              PERFORM HISTORIAL
           END-IF
           IF OPCION = "V" OR "v"
              PERFORM LISTARVENCIDAS
           END-IF.

      ** Ficha de un equipo: datos de placa, proveedor, fecha de    **
      ** compra y fin de garantia. Un codigo nuevo da de alta.      **

       FICHAEQUIPO.
           DISPLAY "EQUIPO:" LINE 7 POSITION 5
           MOVE 0 TO EQUIPOPEDIDO
           ACCEPT EQUIPOPEDIDO LINE 7 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND EQUIPOPEDIDO NOT = 0
              OPEN I-O EQUIPOS
              OPEN INPUT PROVEE
              MOVE EQUIPOPEDIDO TO EQ-CODIGO
              READ EQUIPOS
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE EQUIPOPEDIDO TO EQ-CODIGO
                    MOVE SPACES TO EQ-NOMBRE
                    MOVE SPACES TO EQ-MARCA
                    MOVE SPACES TO EQ-MODELO
                    MOVE SPACES TO EQ-SERIE
                    MOVE 0 TO EQ-PROVEEDOR
                    MOVE 0 TO EQ-FCOMPRA
                    MOVE 0 TO EQ-FGARANTIA
                    MOVE "S" TO EQ-ACTIVO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              PERFORM EditarEquipo
              CLOSE PROVEE
              CLOSE EQUIPOS
           END-IF
           MOVE 0 TO TECLAF.
       EditarEquipo.
           DISPLAY "NOMBRE:" LINE 9 POSITION 5
           ACCEPT EQ-NOMBRE LINE 9 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "MARCA:" LINE 10 POSITION 5
           ACCEPT EQ-MARCA LINE 10 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "MODELO:" LINE 11 POSITION 5
           ACCEPT EQ-MODELO LINE 11 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "NUMERO DE SERIE:" LINE 12 POSITION 5
           ACCEPT EQ-SERIE LINE 12 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "PROVEEDOR:" LINE 13 POSITION 5
           ACCEPT EQ-PROVEEDOR LINE 13 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           MOVE EQ-PROVEEDOR TO PR-CODIGO
           READ PROVEE
              INVALID KEY MOVE SPACES TO PR-NOMBRE
              NOT INVALID KEY CONTINUE
           END-READ
           DISPLAY PR-NOMBRE LINE 13 POSITION 30
           DISPLAY "COMPRA (AAAAMMDD):" LINE 14 POSITION 5
           ACCEPT EQ-FCOMPRA LINE 14 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "FIN GARANTIA:" LINE 15 POSITION 5
           ACCEPT EQ-FGARANTIA LINE 15 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "ACTIVO (S/N):" LINE 16 POSITION 5
           PERFORM WITH TEST AFTER UNTIL EQ-ACTIVO = "S" OR "N"
              ACCEPT EQ-ACTIVO LINE 16 POSITION 24 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           IF EXISTE = "S"
              REWRITE REG-EQ INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-EQ INVALID KEY CONTINUE
              END-WRITE
           END-IF
           DISPLAY "EQUIPO GRABADO" LINE 18 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** Tareas preventivas de un equipo, una a una por numero:     **
      ** descripcion (en blanco la quita), cada cuantos dias y      **
      ** cuando se hizo por ultima vez (0 = nunca, ya vencida).     **

       TAREAS.
           DISPLAY "EQUIPO:" LINE 7 POSITION 5
           MOVE 0 TO EQUIPOPEDIDO
           ACCEPT EQUIPOPEDIDO LINE 7 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND EQUIPOPEDIDO NOT = 0
              OPEN INPUT EQUIPOS
              MOVE EQUIPOPEDIDO TO EQ-CODIGO
              READ EQUIPOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE EQUIPO" LINE 8 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    DISPLAY EQ-NOMBRE LINE 7 POSITION 20
                    OPEN I-O MANTPREV
                    PERFORM ListarTareas
                    PERFORM EditarTarea UNTIL TECLAF = 27
                    CLOSE MANTPREV
              END-READ
              CLOSE EQUIPOS
           END-IF
           MOVE 0 TO TECLAF.
       ListarTareas.
           MOVE 9 TO LINEA
           MOVE EQUIPOPEDIDO TO MP-EQUIPO
           MOVE 0 TO MP-TAREA
           MOVE "N" TO FINMP
           START MANTPREV KEY IS NOT < MP-CLAVE
              INVALID KEY MOVE "S" TO FINMP
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM ListarUnaTarea UNTIL FINMP = "S".
       ListarUnaTarea.
           READ MANTPREV NEXT AT END MOVE "S" TO FINMP
           END-READ.
           IF FINMP = "N" AND MP-EQUIPO NOT = EQUIPOPEDIDO
              MOVE "S" TO FINMP
           END-IF.
           IF FINMP = "N" AND LINEA < 19
              MOVE MP-TAREA TO LT-TAREA
              MOVE MP-DESCRIP TO LT-DESCRIP
              MOVE MP-CADADIAS TO LT-CADADIAS
              MOVE MP-ULTIMA TO LT-ULTIMA
              DISPLAY LINTAREA LINE LINEA POSITION 5
              ADD 1 TO LINEA
           END-IF.
       EditarTarea.
           DISPLAY "TAREA (ESC=FIN):" LINE 20 POSITION 5
           MOVE 0 TO TAREAPEDIDA
           ACCEPT TAREAPEDIDA LINE 20 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND TAREAPEDIDA NOT = 0
              MOVE EQUIPOPEDIDO TO MP-EQUIPO
              MOVE TAREAPEDIDA TO MP-TAREA
              READ MANTPREV
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE SPACES TO MP-DESCRIP
                    MOVE 30 TO MP-CADADIAS
                    MOVE 0 TO MP-ULTIMA
                    MOVE 0 TO MP-AVISADO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              MOVE EQUIPOPEDIDO TO MP-EQUIPO
              MOVE TAREAPEDIDA TO MP-TAREA
              DISPLAY "DESCRIPCION (EN BLANCO=QUITAR):" LINE 21
                 POSITION 5
              ACCEPT MP-DESCRIP LINE 21 POSITION 38 NO BEEP TAB
                 UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND MP-DESCRIP NOT = SPACES
                 DISPLAY "CADA CUANTOS DIAS:" LINE 22 POSITION 5
                 PERFORM WITH TEST AFTER UNTIL MP-CADADIAS > 0
                    ACCEPT MP-CADADIAS LINE 22 POSITION 24 NO BEEP
                       UPDATE
                    END-ACCEPT
                 END-PERFORM
                 DISPLAY "ULTIMA VEZ (AAAAMMDD):" LINE 22 POSITION 30
                 ACCEPT MP-ULTIMA LINE 22 POSITION 53 NO BEEP UPDATE
                 END-ACCEPT
              END-IF
              IF TECLAF NOT = 27
                 IF MP-DESCRIP = SPACES
                    IF EXISTE = "S"
                       DELETE MANTPREV RECORD
                    END-IF
                 ELSE
                    IF EXISTE = "S"
                       REWRITE REG-MP INVALID KEY CONTINUE
                       END-REWRITE
                    ELSE
                       WRITE REG-MP INVALID KEY CONTINUE
                       END-WRITE
                    END-IF
                 END-IF
                 DISPLAY " " ERASE
                 DISPLAY "TAREAS PREVENTIVAS DE" LINE 7 POSITION 5
                 DISPLAY EQ-NOMBRE LINE 7 POSITION 27
                 PERFORM ListarTareas
              ELSE
                 MOVE 0 TO TECLAF
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.

      ** Anota en el historial del equipo una averia, una visita    **
      ** del tecnico o un mantenimiento preventivo hecho (que deja  **
      ** la tarea al dia), con su coste y la factura de proveedor   **
      ** que lo cobra; el responsable es el usuario de la sesion.   **

       ANOTAR.
           DISPLAY "EQUIPO:" LINE 7 POSITION 5
           MOVE 0 TO EQUIPOPEDIDO
           ACCEPT EQUIPOPEDIDO LINE 7 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND EQUIPOPEDIDO NOT = 0
              OPEN INPUT EQUIPOS
              MOVE EQUIPOPEDIDO TO EQ-CODIGO
              READ EQUIPOS
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE EQUIPO" LINE 8 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    PERFORM TomarApunte
              END-READ
              CLOSE EQUIPOS
           END-IF
           MOVE 0 TO TECLAF.
       TomarApunte.
           DISPLAY EQ-NOMBRE LINE 7 POSITION 20
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           IF EQ-FGARANTIA NOT < HOYNUM
              DISPLAY "EN GARANTIA HASTA" LINE 8 POSITION 20 REVERSE
              DISPLAY EQ-FGARANTIA LINE 8 POSITION 38 REVERSE
           END-IF
           DISPLAY "A=AVERIA  V=VISITA TECNICO  P=PREVENTIVO:" LINE 9
              POSITION 5
           MOVE "A" TO IV-TIPO
           PERFORM WITH TEST AFTER UNTIL IV-AVERIA OR IV-VISITA
              OR IV-PREVENTIVO OR TECLAF = 27
              ACCEPT IV-TIPO LINE 9 POSITION 48 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           MOVE 0 TO IV-TAREA
           IF TECLAF NOT = 27 AND IV-PREVENTIVO
              DISPLAY "TAREA:" LINE 10 POSITION 5
              ACCEPT IV-TAREA LINE 10 POSITION 12 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              MOVE SPACES TO IV-DESCRIP
              MOVE SPACES TO IV-TECNICO
              MOVE 0 TO IV-COSTE
              MOVE 0 TO IV-FACPROV
              DISPLAY "DESCRIPCION:" LINE 11 POSITION 5
              ACCEPT IV-DESCRIP LINE 11 POSITION 19 NO BEEP TAB UPDATE
              END-ACCEPT
              DISPLAY "TECNICO / EMPRESA:" LINE 12 POSITION 5
              ACCEPT IV-TECNICO LINE 12 POSITION 25 NO BEEP TAB UPDATE
              END-ACCEPT
              DISPLAY "COSTE:" LINE 13 POSITION 5
              ACCEPT IV-COSTE LINE 13 POSITION 25 NO BEEP UPDATE
              END-ACCEPT
              DISPLAY "FACTURA PROVEEDOR (0=NINGUNA):" LINE 14
                 POSITION 5
              ACCEPT IV-FACPROV LINE 14 POSITION 37 NO BEEP UPDATE
              END-ACCEPT
              IF IV-FACPROV NOT = 0
                 PERFORM MostrarFactura
              END-IF
              MOVE EQUIPOPEDIDO TO IV-EQUIPO
              MOVE HOYNUM TO IV-FECHA
              ACCEPT IV-HORA FROM TIME
              MOVE SESCODIGO TO IV-USUARIO
              OPEN I-O EQUIPLOG
              IF ERRORIV = "00" OR "05"
                 WRITE REG-IV INVALID KEY CONTINUE
                 END-WRITE
                 CLOSE EQUIPLOG
              END-IF
              IF IV-PREVENTIVO
                 PERFORM TareaAlDia
              END-IF
              DISPLAY "APUNTE GRABADO" LINE 17 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF.
       MostrarFactura.
           OPEN INPUT FACPROV
           IF ERRORFP = "00"
              MOVE IV-FACPROV TO FP-NUM
              READ FACPROV
                 INVALID KEY
                    DISPLAY "(FACTURA NO DADA DE ALTA)" LINE 15
                       POSITION 5
                 NOT INVALID KEY
                    DISPLAY "FACTURA" LINE 15 POSITION 5
                    DISPLAY FP-NUMPROV LINE 15 POSITION 13
                    DISPLAY "FECHA" LINE 15 POSITION 25
                    DISPLAY FP-FECHA LINE 15 POSITION 31
                    MOVE FP-TOTAL TO HL-COSTE
                    DISPLAY "TOTAL" LINE 15 POSITION 41
                    DISPLAY HL-COSTE LINE 15 POSITION 47
              END-READ
              CLOSE FACPROV
           END-IF.
       TareaAlDia.
           OPEN I-O MANTPREV
           IF ERRORMP = "00"
              MOVE EQUIPOPEDIDO TO MP-EQUIPO
              MOVE IV-TAREA TO MP-TAREA
              READ MANTPREV
                 INVALID KEY
                    DISPLAY "ESA TAREA NO ESTA EN EL PLAN" LINE 16
                       POSITION 5
                 NOT INVALID KEY
                    MOVE HOYNUM TO MP-ULTIMA
                    REWRITE REG-MP INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE MANTPREV
           END-IF.

      ** Historial de un equipo (o de todos): ficha, plan           **
      ** preventivo con lo vencido marcado y todos los apuntes con  **
      ** su coste, y el coste total que lleva.                      **

       HISTORIAL.
           DISPLAY "EQUIPO (0 = TODOS):" LINE 7 POSITION 5
           MOVE 0 TO EQUIPOPEDIDO
           ACCEPT EQUIPOPEDIDO LINE 7 POSITION 25 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              PERFORM CalcularHoy
              MOVE 0 TO COSTETOTAL
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              OPEN INPUT PROVEE
              OPEN INPUT MANTPREV
              OPEN INPUT EQUIPLOG
              MOVE "N" TO FIN
              OPEN INPUT EQUIPOS
              IF ERROREQ NOT = "00"
                 MOVE "S" TO FIN
              END-IF
              IF FIN = "N"
                 MOVE EQUIPOPEDIDO TO EQ-CODIGO
                 START EQUIPOS KEY IS NOT < EQ-CODIGO
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
              END-IF
              PERFORM HistorialUnEquipo UNTIL FIN = "S"
              IF ERROREQ = "00"
                 CLOSE EQUIPOS
              END-IF
              IF EQUIPOPEDIDO = 0
                 MOVE COSTETOTAL TO HT-COSTE
                 WRITE LINEAIMP FROM LINTOTHIST BEFORE ADVANCING 1
                    LINE
              END-IF
              CLOSE EQUIPLOG
              CLOSE MANTPREV
              CLOSE PROVEE
              CLOSE LISTADO
              DISPLAY "HISTORIAL IMPRESO" LINE 9 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       HistorialUnEquipo.
           READ EQUIPOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND EQUIPOPEDIDO NOT = 0
              AND EQ-CODIGO NOT = EQUIPOPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              MOVE EQ-CODIGO TO HI-CODIGO
              MOVE EQ-NOMBRE TO HI-NOMBRE
              MOVE EQ-SERIE TO HI-SERIE
              MOVE EQ-MARCA TO HI-MARCA
              MOVE EQ-MODELO TO HI-MODELO
              MOVE SPACES TO HI-PROVEE
              MOVE EQ-PROVEEDOR TO PR-CODIGO
              READ PROVEE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PR-NOMBRE TO HI-PROVEE
              END-READ
              MOVE EQ-FCOMPRA TO HI-COMPRA
              MOVE EQ-FGARANTIA TO HI-GARANTIA
              MOVE SPACES TO HI-ENGARANTIA
              IF EQ-FGARANTIA NOT < HOYNUM
                 MOVE "(EN GARANTIA)" TO HI-ENGARANTIA
              END-IF
              IF NOT EQUIPO-ACTIVO
                 MOVE "(DE BAJA)" TO HI-ENGARANTIA
              END-IF
              WRITE LINEAIMP FROM CABHIST1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABHIST2 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABHIST3 BEFORE ADVANCING 2 LINE
              MOVE EQ-CODIGO TO MP-EQUIPO
              MOVE 0 TO MP-TAREA
              MOVE "N" TO FINMP
              START MANTPREV KEY IS NOT < MP-CLAVE
                 INVALID KEY MOVE "S" TO FINMP
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM HistorialUnaTarea UNTIL FINMP = "S"
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABHIST4 BEFORE ADVANCING 1 LINE
              MOVE 0 TO COSTEEQUIPO
              MOVE EQ-CODIGO TO IV-EQUIPO
              MOVE 0 TO IV-FECHA
              MOVE 0 TO IV-HORA
              MOVE "N" TO FINIV
              START EQUIPLOG KEY IS NOT < IV-CLAVE
                 INVALID KEY MOVE "S" TO FINIV
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM HistorialUnApunte UNTIL FINIV = "S"
              MOVE COSTEEQUIPO TO HT-COSTE
              WRITE LINEAIMP FROM LINTOTHIST BEFORE ADVANCING 1 LINE
              ADD COSTEEQUIPO TO COSTETOTAL
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 2 LINE
           END-IF.
       HistorialUnaTarea.
           READ MANTPREV NEXT AT END MOVE "S" TO FINMP
           END-READ.
           IF FINMP = "N" AND MP-EQUIPO NOT = EQ-CODIGO
              MOVE "S" TO FINMP
           END-IF.
           IF FINMP = "N"
              MOVE MP-TAREA TO HP-TAREA
              MOVE MP-DESCRIP TO HP-DESCRIP
              MOVE MP-CADADIAS TO HP-CADADIAS
              MOVE MP-ULTIMA TO HP-ULTIMA
              MOVE SPACES TO HP-VENCIDA
              PERFORM MirarVencida
              IF VENCIDAS = 1
                 MOVE "VENCIDA" TO HP-VENCIDA
              END-IF
              WRITE LINEAIMP FROM LINHISTP BEFORE ADVANCING 1 LINE
           END-IF.
       HistorialUnApunte.
           READ EQUIPLOG NEXT AT END MOVE "S" TO FINIV
           END-READ.
           IF FINIV = "N" AND IV-EQUIPO NOT = EQ-CODIGO
              MOVE "S" TO FINIV
           END-IF.
           IF FINIV = "N"
              MOVE IV-FECHA TO FECHADES
              MOVE FD-DIA TO HL-DIA
              MOVE FD-MES TO HL-MES
              MOVE FD-ANO TO HL-ANO
              MOVE IV-TIPO TO HL-TIPO
              MOVE IV-DESCRIP TO HL-DESCRIP
              MOVE IV-TECNICO TO HL-TECNICO
              MOVE IV-COSTE TO HL-COSTE
              MOVE IV-FACPROV TO HL-FACPROV
              WRITE LINEAIMP FROM LINHIST BEFORE ADVANCING 1 LINE
              ADD IV-COSTE TO COSTEEQUIPO
           END-IF.

      ** Listado de las tareas preventivas vencidas de los equipos  **
      ** en activo, el mismo criterio con que avisa LOGIN.CBL.      **

       LISTARVENCIDAS.
           PERFORM CalcularHoy
           MOVE 0 TO TOTVENCIDAS
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE HOYNUM TO VC-HOY
           WRITE LINEAIMP FROM CABVENC BEFORE ADVANCING 2 LINE
           OPEN INPUT EQUIPOS
           MOVE "N" TO FINMP
           OPEN INPUT MANTPREV
           IF ERRORMP NOT = "00"
              MOVE "S" TO FINMP
           END-IF
           PERFORM ListarUnaVencida UNTIL FINMP = "S"
           IF ERRORMP = "00"
              CLOSE MANTPREV
           END-IF
           CLOSE EQUIPOS
           MOVE TOTVENCIDAS TO VC-CUANTAS
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINTOTVENC BEFORE ADVANCING 1 LINE
           CLOSE LISTADO
           DISPLAY "LISTADO IMPRESO" LINE 7 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       ListarUnaVencida.
           READ MANTPREV NEXT AT END MOVE "S" TO FINMP
           END-READ.
           IF FINMP = "N"
              MOVE MP-EQUIPO TO EQ-CODIGO
              READ EQUIPOS
                 INVALID KEY MOVE "N" TO EQ-ACTIVO
                 NOT INVALID KEY CONTINUE
              END-READ
              PERFORM MirarVencida
              IF VENCIDAS = 1 AND EQUIPO-ACTIVO
                 MOVE MP-EQUIPO TO VC-EQUIPO
                 MOVE EQ-NOMBRE TO VC-NOMEQ
                 MOVE MP-TAREA TO VC-TAREA
                 MOVE MP-DESCRIP TO VC-DESCRIP
                 MOVE MP-ULTIMA TO VC-ULTIMA
                 WRITE LINEAIMP FROM LINVENC BEFORE ADVANCING 1 LINE
                 ADD 1 TO TOTVENCIDAS
              END-IF
           END-IF.

      ** Una tarea esta vencida si nunca se hizo o si desde la      **
      ** ultima vez han pasado ya sus dias (meses de 30 dias, como  **
      ** los controles APPCC). Deja VENCIDAS a 1 o a 0.             **

       CalcularHoy.
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE HOYNUM TO FECHACALC
           COMPUTE DIASHOY = FC-ANO * 360 + FC-MES * 30 + FC-DIA.
       MirarVencida.
           MOVE 0 TO VENCIDAS
           IF MP-ULTIMA = 0
              MOVE 1 TO VENCIDAS
           ELSE
              MOVE MP-ULTIMA TO FECHACALC
              COMPUTE DIASULT = FC-ANO * 360 + FC-MES * 30 + FC-DIA
              IF DIASHOY - DIASULT NOT < MP-CADADIAS
                 MOVE 1 TO VENCIDAS
              END-IF
           END-IF.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB), que queda   **
      ** como responsable de cada apunte.                            **

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
           MOVE SPACES TO RF-EQUIPOS
           STRING RUTADATOS DELIMITED BY " "
                  "EQUIPOS.DAT" DELIMITED BY SIZE
                  INTO RF-EQUIPOS
           END-STRING
           MOVE SPACES TO RF-MANTPREV
           STRING RUTADATOS DELIMITED BY " "
                  "MANTPREV.DAT" DELIMITED BY SIZE
                  INTO RF-MANTPREV
           END-STRING
           MOVE SPACES TO RF-EQUIPLOG
           STRING RUTADATOS DELIMITED BY " "
                  "EQUIPLOG.DAT" DELIMITED BY SIZE
                  INTO RF-EQUIPLOG
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-FACPROV
           STRING RUTADATOS DELIMITED BY " "
                  "FACPROV.DAT" DELIMITED BY SIZE
                  INTO RF-FACPROV
           END-STRING.
