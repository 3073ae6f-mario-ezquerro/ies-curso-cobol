           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL INCIDEN ASSIGN TO DISK RF-INCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Empleados, para los anticipos de nomina que salen del cajon.
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
      * Parte de incidencias comun (el mismo de los demas programas).
       FD INCIDEN LABEL RECORD STANDARD.
       01 REG-INC.
           02 INC-PROGRAMA PIC X(8).
           02 INC-FICHERO  PIC X(12).
           02 INC-STATUS   PIC XX.
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORFAC PIC XX.
       77 RF-INCIDEN PIC X(42).
       77 ERRORINC PIC XX.
       77 RF-USUARIOS PIC X(42).
       77 ERRORUSU PIC XX.
       77 EMPANTICIPO PIC 9(3).
       77 ERRORCS PIC XX.
       77 ERRORCM PIC XX.
       77 ERRORREC PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 TEORICO PIC S9(8)V99.
       77 DIFERENCIA PIC S9(7)V99.
       77 LINEA PIC 99.
       01 LINFORMACION.
           02 PIC X(40) VALUE
              " *** FORMACION: SIN VALIDEZ FISCAL ***".
       01 CABCAJA.
           02 FILLER PIC X(18) VALUE "  CAJA DEL DIA    ".
           02 CJ-FECHA PIC 9(8).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM MirarModoFormacion
           PERFORM LeerSesion
           ACCEPT HOY FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           PERFORM MarcarPantallaFormacion
           DISPLAY "CAJA DEL DIA" LINE 2 POSITION 5
           DISPLAY "A=ABRIR  M=MOVIMIENTO  C=CERRAR  V=VER PASADA"
              LINE 4 POSITION 5
           DISPLAY "N=ANTICIPO NOMINA  S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "A" OR "a"
           END-IF
           IF OPCION = "V" OR "v"
              PERFORM VERPASADA
           END-IF
           IF OPCION = "N" OR "n"
              PERFORM ANTICIPO
           END-IF.

      ** Apertura: se apunta el fondo de cambio con que arranca el   **
           END-IF
           MOVE 0 TO TECLAF.

      ** Anticipo de nomina pagado en efectivo: salida de caja con  **
      ** el concepto ANTICIPO EMPLEADO nnn, que NOMINA.CBL recoge    **
      ** al exportar el mes para la gestoria.                       **

       ANTICIPO.
           DISPLAY "EMPLEADO:" LINE 7 POSITION 5
           MOVE 0 TO EMPANTICIPO
           ACCEPT EMPANTICIPO LINE 7 POSITION 16 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND EMPANTICIPO NOT = 0
              OPEN INPUT USUARIOS
              MOVE EMPANTICIPO TO UCODIGO
              READ USUARIOS
                 INVALID KEY
                    MOVE SPACES TO UNOMBRE
                    MOVE "N" TO UACTIVO
              END-READ
              CLOSE USUARIOS
              IF NOT USUARIO-ACTIVO
                 DISPLAY "EMPLEADO NO EXISTE O DADO DE BAJA" LINE 9
                    POSITION 5 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 DISPLAY UNOMBRE LINE 7 POSITION 21
                 DISPLAY "IMPORTE:" LINE 8 POSITION 5
                 MOVE 0 TO CM-IMPORTE
                 ACCEPT CM-IMPORTE LINE 8 POSITION 15 NO BEEP UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
                 IF TECLAF NOT = 27 AND CM-IMPORTE NOT = 0
                    MOVE HOY TO CM-FECHA
                    ACCEPT CM-HORA FROM TIME
                    MOVE "S" TO CM-TIPO
                    MOVE SPACES TO CM-CONCEPTO
                    STRING "ANTICIPO EMPLEADO " DELIMITED BY SIZE
                           EMPANTICIPO DELIMITED BY SIZE
                           INTO CM-CONCEPTO
                    END-STRING
                    MOVE SESCODIGO TO CM-USUARIO
                    OPEN EXTEND CAJAMOV
                    IF ERRORCM = "00" OR "05"
                       WRITE REG-CAJAMOV
                       CLOSE CAJAMOV
                    END-IF
                    DISPLAY "ANTICIPO APUNTADO" LINE 10 POSITION 5
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO TECLAF.

      ** Cierre: se teclea el efectivo contado, se calcula el        **
      ** teorico (fondo + cobros en efectivo + entradas - salidas)   **
      ** y se imprime el parte con la diferencia y quien cierra.     **
           END-IF
           IF ERRORIMP = "00"
              MOVE CS-FECHA TO CJ-FECHA
              PERFORM ImprimirMarcaFormacion
              WRITE LINEAIMP FROM CABCAJA BEFORE ADVANCING 2 LINE
              PERFORM ImprimirMovimientos
              MOVE CS-FONDO TO CJ-FONDO
              CLOSE SESION
           END-IF.

      ** Modo formacion: si LOGIN.CBL dejo la marca de este puesto  **
      ** la pantalla lleva el rotulo FORMACION en la primera linea  **
      ** y lo impreso avisa de que no tiene validez fiscal.         **

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

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING.
