       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPCC.
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
           SELECT OPTIONAL PUNTCTRL ASSIGN TO DISK RF-PUNTCTRL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CODIGO
           FILE STATUS IS ERRORPC.
           SELECT OPTIONAL APPCCLEC ASSIGN TO DISK RF-APPCCLEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LC-CLAVE
           FILE STATUS IS ERRORLC.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL INCIDEN ASSIGN TO DISK RF-INCIDEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORINC.
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
      * Puntos de control del plan APPCC: camaras, congeladores,
      * abatidor, freidoras y limpiezas. Cada uno con su rango de
      * valores admitidos (minimo y maximo a cero = sin rango, solo
      * se apunta que se hizo) y cada cuantos dias hay que tomar la
      * lectura (1 = diaria). Los puntos de baja no se piden.
       FD PUNTCTRL LABEL RECORD STANDARD.
       01 REG-PC.
           02 PC-CODIGO PIC 9(3).
           02 PC-NOMBRE PIC X(26).
           02 PC-TIPO PIC X.
              88 PUNTO-CAMARA VALUE "C".
              88 PUNTO-CONGELADOR VALUE "G".
              88 PUNTO-ABATIDOR VALUE "A".
              88 PUNTO-FREIDORA VALUE "F".
              88 PUNTO-LIMPIEZA VALUE "L".
           02 PC-MINIMO PIC S9(3)V9.
           02 PC-MAXIMO PIC S9(3)V9.
           02 PC-UNIDAD PIC X(3).
           02 PC-CADADIAS PIC 99.
           02 PC-ACTIVO PIC X.
              88 PUNTO-ACTIVO VALUE "S".
      * Lecturas diarias de los puntos de control: quien la tomo,
      * cuando, el valor, si quedo fuera de rango y la medida
      * correctora que se aplico. Clavadas por punto + fecha + hora
      * para sacar el registro mensual de cada punto de una pasada.
       FD APPCCLEC LABEL RECORD STANDARD.
       01 REG-LC.
           02 LC-CLAVE.
              03 LC-PUNTO PIC 9(3).
              03 LC-FECHA PIC 9(8).
              03 LC-HORA PIC 9(8).
           02 LC-USUARIO PIC 9(3).
           02 LC-VALOR PIC S9(3)V9.
           02 LC-FUERA PIC X.
              88 LECTURA-FUERA VALUE "S".
           02 LC-ACCION PIC X(40).
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMP.
           02 EM-NOMBRE    PIC X(30).
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Parte de incidencias comun (el mismo de los demas programas).
       FD INCIDEN LABEL RECORD STANDARD.
       01 REG-INC.
           02 INC-FECHA PIC 9(8).
           02 INC-HORA  PIC 9(8).
           02 INC-PROGRAMA PIC X(8).
           02 INC-FICHERO  PIC X(12).
           02 INC-STATUS   PIC XX.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-PUNTCTRL PIC X(42).
       77 RF-APPCCLEC PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 RF-INCIDEN PIC X(42).
       77 ERRORPC PIC XX.
       77 ERRORLC PIC XX.
       77 ERRORUSU PIC XX.
       77 ERROREMP PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORINC PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 FINLC PIC X.
       77 EXISTEPC PIC X.
       77 SESCODIGO PIC 9(3).
       77 PUNTOPEDIDO PIC 9(3).
       77 VALORLEIDO PIC S9(3)V9.
       77 USUARIOLEC PIC 9(3).
       77 ACCIONLEC PIC X(40).
       77 MESPEDIDO PIC 99.
       77 ANOPEDIDO PIC 9(4).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 LECTURASMES PIC 9(4).
       77 FUERASMES PIC 9(4).
       77 NOMBREEMP PIC X(30).
       77 PUNTOSIMP PIC 9(3).
       01 HORADES.
           02 HD-HORA PIC 99.
           02 HD-MIN PIC 99.
           02 HD-RESTO PIC 9(4).
       01 FECHADES.
           02 FD-ANO PIC 9(4).
           02 FD-MES PIC 99.
           02 FD-DIA PIC 99.
       01 CABREG1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-EMPRESA PIC X(30).
           02 FILLER PIC X(26) VALUE "  REGISTRO APPCC  MES/ANO ".
           02 RG-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 RG-ANO PIC 9(4).
       01 CABREG2.
           02 FILLER PIC X(18) VALUE "  PUNTO CONTROL:  ".
           02 RG-PUNTO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 RG-NOMBRE PIC X(26).
           02 FILLER PIC X(8) VALUE "  TIPO: ".
           02 RG-TIPO PIC X(11).
       01 CABREG3.
           02 FILLER PIC X(18) VALUE "  RANGO ADMITIDO: ".
           02 RG-MINIMO PIC -ZZ9,9.
           02 FILLER PIC X(3) VALUE " A ".
           02 RG-MAXIMO PIC -ZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 RG-UNIDAD PIC X(3).
           02 FILLER PIC X(16) VALUE "   FRECUENCIA: ".
           02 RG-CADADIAS PIC Z9.
           02 FILLER PIC X(5) VALUE " DIAS".
       01 CABREG4.
           02 FILLER PIC X(40) VALUE
              "  FECHA     HORA   VALOR  F  RESPONSABLE".
           02 FILLER PIC X(32) VALUE
              "          MEDIDA CORRECTORA     ".
       01 LINREG.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 RG-LMES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 RG-LANO PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-HORA PIC 99.
           02 FILLER PIC X VALUE ":".
           02 RG-MIN PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 RG-VALOR PIC -ZZ9,9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-FUERA PIC X.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RG-USUARIO PIC X(14).
           02 FILLER PIC X VALUE SPACES.
           02 RG-ACCION PIC X(26).
       01 LINRESREG.
           02 FILLER PIC X(14) VALUE "  LECTURAS:   ".
           02 RG-LECTURAS PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "   FUERA DE RANGO:".
           02 RG-FUERAS PIC ZZZ9.
       01 LINFIRMA.
           02 FILLER PIC X(40) VALUE
              "  REVISADO POR: ____________________    ".
           02 FILLER PIC X(25) VALUE
              "FIRMA: _________________ ".
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
           DISPLAY "AUTOCONTROL APPCC" LINE 2 POSITION 5
           DISPLAY "P=PUNTOS DE CONTROL  L=ANOTAR LECTURA" LINE 4
              POSITION 5
           DISPLAY "R=REGISTRO MENSUAL   S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 36 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "P" OR "p"
              PERFORM PUNTOS
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM LECTURA
           END-IF
           IF OPCION = "R" OR "r"
              PERFORM REGISTRO
           END-IF.

      ** Ficha de un punto de control: nombre, tipo (C camara,     **
      ** G congelador, A abatidor, F freidora, L limpieza), rango  **
      ** admitido con su unidad, frecuencia en dias y si esta de   **
      ** alta. Un codigo nuevo da de alta el punto.                **

       PUNTOS.
           DISPLAY "PUNTO DE CONTROL:" LINE 7 POSITION 5
           MOVE 0 TO PUNTOPEDIDO
           ACCEPT PUNTOPEDIDO LINE 7 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PUNTOPEDIDO NOT = 0
              OPEN I-O PUNTCTRL
              MOVE PUNTOPEDIDO TO PC-CODIGO
              READ PUNTCTRL
                 INVALID KEY
                    MOVE "N" TO EXISTEPC
                    MOVE PUNTOPEDIDO TO PC-CODIGO
                    MOVE SPACES TO PC-NOMBRE
                    MOVE "C" TO PC-TIPO
                    MOVE 0 TO PC-MINIMO
                    MOVE 0 TO PC-MAXIMO
                    MOVE "C" TO PC-UNIDAD
                    MOVE 1 TO PC-CADADIAS
                    MOVE "S" TO PC-ACTIVO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEPC
              END-READ
              PERFORM EditarPunto
              CLOSE PUNTCTRL
           END-IF
           MOVE 0 TO TECLAF.
       EditarPunto.
           DISPLAY "NOMBRE:" LINE 9 POSITION 5
           ACCEPT PC-NOMBRE LINE 9 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "TIPO (C/G/A/F/L):" LINE 10 POSITION 5
           PERFORM WITH TEST AFTER UNTIL PUNTO-CAMARA
              OR PUNTO-CONGELADOR OR PUNTO-ABATIDOR
              OR PUNTO-FREIDORA OR PUNTO-LIMPIEZA
              ACCEPT PC-TIPO LINE 10 POSITION 24 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "MINIMO:" LINE 11 POSITION 5
           ACCEPT PC-MINIMO LINE 11 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "MAXIMO:" LINE 12 POSITION 5
           ACCEPT PC-MAXIMO LINE 12 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "UNIDAD:" LINE 13 POSITION 5
           ACCEPT PC-UNIDAD LINE 13 POSITION 24 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "CADA CUANTOS DIAS:" LINE 14 POSITION 5
           PERFORM WITH TEST AFTER UNTIL PC-CADADIAS > 0
              ACCEPT PC-CADADIAS LINE 14 POSITION 24 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "ACTIVO (S/N):" LINE 15 POSITION 5
           PERFORM WITH TEST AFTER UNTIL PC-ACTIVO = "S" OR "N"
              ACCEPT PC-ACTIVO LINE 15 POSITION 24 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           IF EXISTEPC = "S"
              REWRITE REG-PC INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-PC INVALID KEY CONTINUE
              END-WRITE
           END-IF
           DISPLAY "PUNTO GRABADO" LINE 17 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** Anota una lectura: el responsable es el de la sesion si    **
      ** no se cambia; si el valor cae fuera del rango del punto    **
      ** hay que escribir la medida correctora y el fallo queda     **
      ** tambien en el parte de incidencias.                        **

       LECTURA.
           DISPLAY "PUNTO DE CONTROL:" LINE 7 POSITION 5
           MOVE 0 TO PUNTOPEDIDO
           ACCEPT PUNTOPEDIDO LINE 7 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PUNTOPEDIDO NOT = 0
              OPEN INPUT PUNTCTRL
              MOVE PUNTOPEDIDO TO PC-CODIGO
              READ PUNTCTRL
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE PUNTO" LINE 9 POSITION 5
                       REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 NOT INVALID KEY
                    IF PUNTO-ACTIVO
                       PERFORM TomarLectura
                    ELSE
                       DISPLAY "PUNTO DADO DE BAJA" LINE 9
                          POSITION 5 REVERSE
                       ACCEPT TECLA NO BEEP
                       END-ACCEPT
                    END-IF
              END-READ
              CLOSE PUNTCTRL
           END-IF
           MOVE 0 TO TECLAF.
       TomarLectura.
           DISPLAY PC-NOMBRE LINE 7 POSITION 30
           IF PC-MINIMO NOT = 0 OR PC-MAXIMO NOT = 0
              MOVE PC-MINIMO TO RG-MINIMO
              MOVE PC-MAXIMO TO RG-MAXIMO
              DISPLAY "RANGO:" LINE 8 POSITION 30
              DISPLAY RG-MINIMO LINE 8 POSITION 37
              DISPLAY "A" LINE 8 POSITION 44
              DISPLAY RG-MAXIMO LINE 8 POSITION 46
              DISPLAY PC-UNIDAD LINE 8 POSITION 53
           END-IF
           DISPLAY "RESPONSABLE:" LINE 9 POSITION 5
           MOVE SESCODIGO TO USUARIOLEC
           ACCEPT USUARIOLEC LINE 9 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "VALOR:" LINE 10 POSITION 5
           MOVE 0 TO VALORLEIDO
           ACCEPT VALORLEIDO LINE 10 POSITION 24 NO BEEP UPDATE
           END-ACCEPT
           MOVE "N" TO LC-FUERA
           IF PC-MINIMO NOT = 0 OR PC-MAXIMO NOT = 0
              IF VALORLEIDO < PC-MINIMO OR VALORLEIDO > PC-MAXIMO
                 MOVE "S" TO LC-FUERA
              END-IF
           END-IF
           MOVE SPACES TO ACCIONLEC
           IF LECTURA-FUERA
              DISPLAY "FUERA DE RANGO: MEDIDA CORRECTORA" LINE 11
                 POSITION 5 REVERSE BLINK
              PERFORM WITH TEST AFTER UNTIL ACCIONLEC NOT = SPACES
                 ACCEPT ACCIONLEC LINE 12 POSITION 5 NO BEEP TAB
                    UPDATE
                 END-ACCEPT
              END-PERFORM
           ELSE
              DISPLAY "OBSERVACIONES:" LINE 11 POSITION 5
              ACCEPT ACCIONLEC LINE 12 POSITION 5 NO BEEP TAB UPDATE
              END-ACCEPT
           END-IF
           MOVE PC-CODIGO TO LC-PUNTO
           ACCEPT LC-FECHA FROM DATE YYYYMMDD
           ACCEPT LC-HORA FROM TIME
           MOVE USUARIOLEC TO LC-USUARIO
           MOVE VALORLEIDO TO LC-VALOR
           MOVE ACCIONLEC TO LC-ACCION
           OPEN I-O APPCCLEC
           IF ERRORLC = "00" OR "05"
              WRITE REG-LC INVALID KEY CONTINUE
              END-WRITE
              CLOSE APPCCLEC
           END-IF
           IF LECTURA-FUERA
              PERFORM GrabarIncidencia
           END-IF
           DISPLAY "LECTURA ANOTADA" LINE 14 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** El fallo de control queda en el parte de incidencias comun **
      ** con el punto en el campo de fichero y estado "FR".         **

       GrabarIncidencia.
           MOVE LC-FECHA TO INC-FECHA
           MOVE LC-HORA TO INC-HORA
           MOVE "APPCC" TO INC-PROGRAMA
           MOVE SPACES TO INC-FICHERO
           STRING "PUNTO " DELIMITED BY SIZE
                  LC-PUNTO DELIMITED BY SIZE
                  INTO INC-FICHERO
           END-STRING
           MOVE "FR" TO INC-STATUS
           OPEN EXTEND INCIDEN
           IF ERRORINC = "00" OR "05"
              WRITE REG-INC
              CLOSE INCIDEN
           END-IF.

      ** Registro mensual para el inspector: una hoja por punto de **
      ** control (o solo el pedido) con todas las lecturas del mes, **
      ** quien las tomo, las fuera de rango marcadas con F y su     **
      ** medida correctora, y hueco para la firma de revision.      **

       REGISTRO.
           ACCEPT FECHADES FROM DATE YYYYMMDD
           MOVE FD-MES TO MESPEDIDO
           MOVE FD-ANO TO ANOPEDIDO
           DISPLAY "MES:" LINE 7 POSITION 5
           ACCEPT MESPEDIDO LINE 7 POSITION 12 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "ANO:" LINE 7 POSITION 18
           ACCEPT ANOPEDIDO LINE 7 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "PUNTO (0 = TODOS):" LINE 8 POSITION 5
           MOVE 0 TO PUNTOPEDIDO
           ACCEPT PUNTOPEDIDO LINE 8 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND MESPEDIDO > 0 AND < 13
              COMPUTE MESDESDE = ANOPEDIDO * 10000 + MESPEDIDO * 100
              COMPUTE MESHASTA = MESDESDE + 99
              PERFORM LeerEmpresa
              MOVE 0 TO PUNTOSIMP
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              OPEN INPUT USUARIOS
              OPEN INPUT APPCCLEC
              MOVE "N" TO FIN
              OPEN INPUT PUNTCTRL
              IF ERRORPC NOT = "00"
                 MOVE "S" TO FIN
              END-IF
              IF FIN = "N"
                 MOVE PUNTOPEDIDO TO PC-CODIGO
                 START PUNTCTRL KEY IS NOT < PC-CODIGO
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
              END-IF
              PERFORM RegistroUnPunto UNTIL FIN = "S"
              IF ERRORPC = "00"
                 CLOSE PUNTCTRL
              END-IF
              CLOSE APPCCLEC
              CLOSE USUARIOS
              CLOSE LISTADO
              DISPLAY "HOJAS IMPRESAS:" LINE 10 POSITION 5
              DISPLAY PUNTOSIMP LINE 10 POSITION 21
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       RegistroUnPunto.
           READ PUNTCTRL NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND PUNTOPEDIDO NOT = 0
              AND PC-CODIGO NOT = PUNTOPEDIDO
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              ADD 1 TO PUNTOSIMP
              PERFORM CabeceraRegistro
              MOVE 0 TO LECTURASMES
              MOVE 0 TO FUERASMES
              MOVE PC-CODIGO TO LC-PUNTO
              MOVE MESDESDE TO LC-FECHA
              MOVE 0 TO LC-HORA
              MOVE "N" TO FINLC
              START APPCCLEC KEY IS NOT < LC-CLAVE
                 INVALID KEY MOVE "S" TO FINLC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM RegistroUnaLectura UNTIL FINLC = "S"
              MOVE LECTURASMES TO RG-LECTURAS
              MOVE FUERASMES TO RG-FUERAS
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINRESREG BEFORE ADVANCING 3 LINE
              WRITE LINEAIMP FROM LINFIRMA BEFORE ADVANCING 1 LINE
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE PAGE
           END-IF.
       CabeceraRegistro.
           MOVE NOMBREEMP TO RG-EMPRESA
           MOVE MESPEDIDO TO RG-MES
           MOVE ANOPEDIDO TO RG-ANO
           MOVE PC-CODIGO TO RG-PUNTO
           MOVE PC-NOMBRE TO RG-NOMBRE
           EVALUATE TRUE
              WHEN PUNTO-CAMARA MOVE "CAMARA" TO RG-TIPO
              WHEN PUNTO-CONGELADOR MOVE "CONGELADOR" TO RG-TIPO
              WHEN PUNTO-ABATIDOR MOVE "ABATIDOR" TO RG-TIPO
              WHEN PUNTO-FREIDORA MOVE "FREIDORA" TO RG-TIPO
              WHEN PUNTO-LIMPIEZA MOVE "LIMPIEZA" TO RG-TIPO
              WHEN OTHER MOVE SPACES TO RG-TIPO
           END-EVALUATE
           MOVE PC-MINIMO TO RG-MINIMO
           MOVE PC-MAXIMO TO RG-MAXIMO
           MOVE PC-UNIDAD TO RG-UNIDAD
           MOVE PC-CADADIAS TO RG-CADADIAS
           WRITE LINEAIMP FROM CABREG1 BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABREG2 BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM CABREG3 BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABREG4 BEFORE ADVANCING 1 LINE.
       RegistroUnaLectura.
           READ APPCCLEC NEXT AT END MOVE "S" TO FINLC
           END-READ.
           IF FINLC = "N"
              IF LC-PUNTO NOT = PC-CODIGO OR LC-FECHA > MESHASTA
                 MOVE "S" TO FINLC
              END-IF
           END-IF.
           IF FINLC = "N"
              ADD 1 TO LECTURASMES
              MOVE LC-FECHA TO FECHADES
              MOVE FD-DIA TO RG-DIA
              MOVE FD-MES TO RG-LMES
              MOVE FD-ANO TO RG-LANO
              MOVE LC-HORA TO HORADES
              MOVE HD-HORA TO RG-HORA
              MOVE HD-MIN TO RG-MIN
              MOVE LC-VALOR TO RG-VALOR
              IF LECTURA-FUERA
                 MOVE "F" TO RG-FUERA
                 ADD 1 TO FUERASMES
              ELSE
                 MOVE " " TO RG-FUERA
              END-IF
              MOVE SPACES TO RG-USUARIO
              MOVE LC-USUARIO TO UCODIGO
              READ USUARIOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE UNOMBRE TO RG-USUARIO
              END-READ
              MOVE LC-ACCION TO RG-ACCION
              WRITE LINEAIMP FROM LINREG BEFORE ADVANCING 1 LINE
           END-IF.

      ** Nombre del restaurante para la cabecera de las hojas.      **

       LeerEmpresa.
           MOVE SPACES TO NOMBREEMP
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 MOVE EM-NOMBRE TO NOMBREEMP
              END-IF
              CLOSE EMPRESA
           END-IF.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB), que se     **
      ** propone como responsable de la lectura.                    **

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
           MOVE SPACES TO RF-PUNTCTRL
           STRING RUTADATOS DELIMITED BY " "
                  "PUNTCTRL.DAT" DELIMITED BY SIZE
                  INTO RF-PUNTCTRL
           END-STRING
           MOVE SPACES TO RF-APPCCLEC
           STRING RUTADATOS DELIMITED BY " "
                  "APPCCLEC.DAT" DELIMITED BY SIZE
                  INTO RF-APPCCLEC
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING
           MOVE SPACES TO RF-INCIDEN
           STRING RUTADATOS DELIMITED BY " "
                  "INCIDEN.DAT" DELIMITED BY SIZE
                  INTO RF-INCIDEN
           END-STRING.
