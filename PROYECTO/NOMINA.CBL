       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA.
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
           SELECT OPTIONAL CUADRO ASSIGN TO DISK RF-CUADRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-CLAVE
           FILE STATUS IS ERRORCU.
           SELECT OPTIONAL CAJAMOV ASSIGN TO DISK RF-CAJAMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCM.
           SELECT OPTIONAL COMIDAS ASSIGN TO DISK RF-COMIDAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCP.
           SELECT OPTIONAL NOMENV ASSIGN TO DISK RF-NOMENV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NE-ANOMES
           FILE STATUS IS ERRORNE.
           SELECT OPTIONAL NOMCAMB ASSIGN TO DISK RF-NOMCAMB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORNX.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
           SELECT OPTIONAL EXPNOM ASSIGN TO DISK "NOMINA.TXT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREX.
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
      * Fichajes del personal de FICHAJE.CBL.
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
      * Cuadrante del personal de CUADRANT.CBL: la jornada prevista
      * de cada dia; lo fichado por encima de ella son horas extra.
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
      * Diario de caja: de aqui salen las propinas liquidadas
      * (PROPINAS EMPLEADO nnn) y los anticipos de nomina pagados
      * del cajon (ANTICIPO EMPLEADO nnn).
       FD CAJAMOV LABEL RECORD STANDARD.
       01 REG-CAJAMOV.
           02 CM-FECHA PIC 9(8).
           02 CM-HORA PIC 9(8).
           02 CM-TIPO PIC X.
              88 MOV-ENTRADA VALUE "E".
              88 MOV-SALIDA VALUE "S".
           02 CM-CONCEPTO PIC X(30).
           02 CM-IMPORTE PIC 9(5)V99.
           02 CM-USUARIO PIC 9(3).
      * Comidas de personal de COMIDAP.CBL: salario en especie.
       FD COMIDAS LABEL RECORD STANDARD.
       01 REG-COMIDA.
           02 CP-FECHA PIC 9(8).
           02 CP-HORA PIC 9(8).
           02 CP-EMPLEADO PIC 9(3).
           02 CP-NUMPLATO PIC 9(3).
           02 CP-CANTIDAD PIC 99.
           02 CP-COSTE PIC 9(5)V99.
           02 CP-APUNTADOR PIC 9(3).
      * Meses ya enviados a la gestoria: cuando y quien los mando.
      * Una correccion de fichajes en un mes enviado queda anotada
      * en NOMCAMB.DAT para avisar a la gestoria.
       FD NOMENV LABEL RECORD STANDARD.
       01 REG-NE.
           02 NE-ANOMES PIC 9(6).
           02 NE-FECHA PIC 9(8).
           02 NE-USUARIO PIC 9(3).
           02 NE-EMPLEADOS PIC 9(3).
       FD NOMCAMB LABEL RECORD STANDARD.
       01 REG-NX.
           02 NX-ANOMES PIC 9(6).
           02 NX-EMPLEADO PIC 9(3).
           02 NX-FECHA PIC 9(8).
           02 NX-HORA PIC 9(6).
           02 NX-TIPO PIC X.
           02 NX-ACCION PIC X.
           02 NX-USUARIO PIC 9(3).
           02 NX-FECHACAMBIO PIC 9(8).
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMPRESA.
           02 EM-NOMBRE    PIC X(30).
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
      * Fichero para la gestoria: registros fijos de 100 posiciones,
      * una cabecera (C) con la empresa y el mes, un registro (D)
      * por empleado y un total (T). Horas en centesimas de hora e
      * importes en centimos, sin coma ni signo.
       FD EXPNOM LABEL RECORD STANDARD.
       01 REG-EXPNOM PIC X(100).
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
       77 RF-FICHAJES PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-CUADRO PIC X(42).
       77 RF-CAJAMOV PIC X(42).
       77 RF-COMIDAS PIC X(42).
       77 RF-NOMENV PIC X(42).
       77 RF-NOMCAMB PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 ERRORFJ PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORCU PIC XX.
       77 ERRORCM PIC XX.
       77 ERRORCP PIC XX.
       77 ERRORNE PIC XX.
       77 ERRORNX PIC XX.
       77 ERROREMP PIC XX.
       77 ERROREX PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 SESCODIGO PIC 9(3).
       77 SESNIVEL PIC 9.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 CONFIRMA PIC X.
       77 FIN PIC X.
       77 FINUSU PIC X.
       77 HAYCUADRO PIC X.
       77 YAENVIADO PIC X.
       77 HOY PIC 9(8).
       77 ANOMES PIC 9(6).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 I PIC 9(3).
       77 JORNADA PIC 9(4) VALUE 480.
       77 MINUTOSDIA PIC 9(5).
       77 MINENTRADA PIC 9(5).
       77 MINDIA PIC 9(5).
       77 MINTOTAL PIC 9(6).
       77 MINEXTRA PIC 9(6).
       77 MINNOCHE PIC 9(6).
       77 MINPREVISTO PIC S9(5).
       77 MINTRAMO PIC S9(5).
       77 FECHAACT PIC 9(8).
       77 ULTTIPO PIC X.
       77 IMPARES PIC 9(3).
       77 EMPLEADOS PIC 9(3).
       77 CAMBIOS PIC 9(5).
       77 TOTPROPINAS PIC 9(7)V99.
       77 TOTESPECIE PIC 9(7)V99.
       77 TOTANTICIPOS PIC 9(7)V99.
       77 TOTNORMALES PIC 9(5)V99.
       77 TOTEXTRAS PIC 9(5)V99.
       77 TOTNOCTURNAS PIC 9(5)V99.
       01 HORADES.
           02 HD-HORA PIC 99.
           02 HD-MIN PIC 99.
           02 HD-SEG PIC 99.
       01 HORACU.
           02 HC-HORA PIC 99.
           02 HC-MIN PIC 99.
      * Conceptos de caja que apuntan a un empleado: texto fijo de
      * 18 posiciones seguido de su codigo.
       01 CONCEPTOEMP.
           02 CE-TEXTO PIC X(18).
           02 CE-CODIGO PIC X(3).
           02 CE-CODIGON REDEFINES CE-CODIGO PIC 9(3).
           02 FILLER PIC X(9).
       01 TablaNomina.
           02 TE-EMPLEADO OCCURS 999.
              03 TE-PROPINAS PIC 9(6)V99.
              03 TE-ANTICIPOS PIC 9(6)V99.
              03 TE-ESPECIE PIC 9(6)V99.
       01 NOMCAB.
           02 FILLER PIC X VALUE "C".
           02 CN-NIF PIC X(9).
           02 CN-EMPRESA PIC X(30).
           02 CN-ANOMES PIC 9(6).
           02 CN-FECHA PIC 9(8).
           02 FILLER PIC X(46) VALUE SPACES.
       01 NOMDET.
           02 FILLER PIC X VALUE "D".
           02 DN-CODIGO PIC 9(3).
           02 DN-NOMBRE PIC X(20).
           02 DN-NORMALES PIC 9(3)V99.
           02 DN-EXTRAS PIC 9(3)V99.
           02 DN-NOCTURNAS PIC 9(3)V99.
           02 DN-PROPINAS PIC 9(6)V99.
           02 DN-ESPECIE PIC 9(6)V99.
           02 DN-ANTICIPOS PIC 9(6)V99.
           02 DN-AVISO PIC X.
           02 FILLER PIC X(36) VALUE SPACES.
       01 NOMTOT.
           02 FILLER PIC X VALUE "T".
           02 TT-EMPLEADOS PIC 9(3).
           02 TT-PROPINAS PIC 9(7)V99.
           02 TT-ESPECIE PIC 9(7)V99.
           02 TT-ANTICIPOS PIC 9(7)V99.
           02 FILLER PIC X(69) VALUE SPACES.
       01 CABNOM1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RN-EMPRESA PIC X(30).
           02 FILLER PIC X(20) VALUE "  NOMINAS DEL MES   ".
           02 RN-ANOMES PIC 9(6).
       01 CABNOM2.
           02 FILLER PIC X(40) VALUE
              "  COD NOMBRE          NORMAL  EXTRA  NOC".
           02 FILLER PIC X(40) VALUE
              "HE PROPINAS  ESPECIE ANTICIPO           ".
       01 LINNOM.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RN-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 RN-NOMBRE PIC X(15).
           02 RN-NORMALES PIC ZZZ9,99.
           02 RN-EXTRAS PIC ZZZ9,99.
           02 RN-NOCTURNAS PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-PROPINAS PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-ESPECIE PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-ANTICIPOS PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-AVISO PIC X(8).
       01 LINTOTNOM.
           02 FILLER PIC X(21) VALUE "  TOTAL              ".
           02 RN-TNORMALES PIC ZZZ9,99.
           02 RN-TEXTRAS PIC ZZZ9,99.
           02 RN-TNOCTURNAS PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-TPROPINAS PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-TESPECIE PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 RN-TANTICIPOS PIC ZZZZ9,99.
       01 LINENVIO.
           02 FILLER PIC X(30) VALUE
              "  ENVIADO A LA GESTORIA EL    ".
           02 RN-FECHA PIC 9(8).
           02 FILLER PIC X(14) VALUE "  EMPLEADOS:  ".
           02 RN-EMPLEADOS PIC ZZ9.
       01 LINFIRMA.
           02 FILLER PIC X(40) VALUE
              "  PREPARADO POR: ____________________   ".
           02 FILLER PIC X(30) VALUE
              "CONFORME: __________________  ".
       01 CABCAMB.
           02 FILLER PIC X(40) VALUE
              "  CAMBIOS DE FICHAJES TRAS EL ENVIO DEL ".
           02 FILLER PIC X(5) VALUE "MES  ".
           02 RX-ANOMES PIC 9(6).
       01 LINCAMB.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RX-EMPLEADO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 RX-NOMBRE PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 RX-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 RX-HORA PIC 99B99B99.
           02 FILLER PIC X VALUE SPACES.
           02 RX-TIPO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 RX-ACCION PIC X(7).
           02 FILLER PIC X(4) VALUE " EL ".
           02 RX-FECHACAMBIO PIC 9(8).
           02 FILLER PIC X(5) VALUE " POR ".
           02 RX-USUARIO PIC ZZ9.
       01 LINFINCAMB.
           02 FILLER PIC X(20) VALUE "  CAMBIOS ANOTADOS: ".
           02 RX-CAMBIOS PIC ZZZZ9.
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
           DISPLAY "NOMINAS: ENVIO A LA GESTORIA" LINE 2 POSITION 5
           DISPLAY "E=EXPORTAR MES  C=CAMBIOS TRAS ENVIO  S=SALIR:"
              LINE 4 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 53 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "E" OR "e"
              PERFORM EXPORTARMES
           END-IF
           IF OPCION = "C" OR "c"
              PERFORM LISTARCAMBIOS
           END-IF.

      ** Exportacion del mes: horas normales, extra y nocturnas de  **
      ** los fichajes, propinas y anticipos de la caja y comidas en **
      ** especie, a NOMINA.TXT y al resumen impreso para firmar. El **
      ** mes queda marcado como enviado en NOMENV.DAT.              **

       EXPORTARMES.
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO ENVIA LAS NOMINAS" LINE 6
                 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirMesExportar
           END-IF
           MOVE 0 TO TECLAF.
       PedirMesExportar.
           DISPLAY "MES (AAAAMM):" LINE 6 POSITION 5
           MOVE 0 TO ANOMES
           ACCEPT ANOMES LINE 6 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              MOVE "S" TO CONFIRMA
              PERFORM MirarEnviado
              IF YAENVIADO = "S"
                 DISPLAY "MES YA ENVIADO EL" LINE 8 POSITION 5 REVERSE
                 DISPLAY NE-FECHA LINE 8 POSITION 23 REVERSE
                 DISPLAY "REPETIR EL ENVIO? (S/N):" LINE 9 POSITION 5
                 MOVE "N" TO CONFIRMA
                 PERFORM WITH TEST AFTER UNTIL CONFIRMA = "S" OR "s"
                    OR "N" OR "n"
                    ACCEPT CONFIRMA LINE 9 POSITION 30 NO BEEP UPDATE
                    END-ACCEPT
                 END-PERFORM
              END-IF
              IF CONFIRMA = "S" OR "s"
                 COMPUTE MESDESDE = ANOMES * 100 + 1
                 COMPUTE MESHASTA = ANOMES * 100 + 31
                 PERFORM AcumularCaja
                 PERFORM AcumularComidas
                 PERFORM GenerarEnvio
                 PERFORM MarcarEnviado
                 DISPLAY "FICHERO NOMINA.TXT GENERADO; EMPLEADOS:"
                    LINE 11 POSITION 5
                 DISPLAY EMPLEADOS LINE 11 POSITION 45
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF.
       MirarEnviado.
           MOVE "N" TO YAENVIADO
           OPEN INPUT NOMENV
           IF ERRORNE = "00"
              MOVE ANOMES TO NE-ANOMES
              READ NOMENV
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO YAENVIADO
              END-READ
              CLOSE NOMENV
           END-IF.

      ** Propinas y anticipos del mes por empleado, sacados de las  **
      ** salidas de caja con concepto de empleado.                  **

       AcumularCaja.
           PERFORM LimpiarEmpleado VARYING I FROM 1 BY 1
              UNTIL I > 998
           MOVE 0 TO TE-PROPINAS(999)
           MOVE 0 TO TE-ANTICIPOS(999)
           MOVE 0 TO TE-ESPECIE(999)
           MOVE "N" TO FIN
           OPEN INPUT CAJAMOV
           IF ERRORCM NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerMovimientoCaja UNTIL FIN = "S"
           IF ERRORCM = "00"
              CLOSE CAJAMOV
           END-IF.
       LimpiarEmpleado.
           MOVE 0 TO TE-PROPINAS(I)
           MOVE 0 TO TE-ANTICIPOS(I)
           MOVE 0 TO TE-ESPECIE(I).
       LeerMovimientoCaja.
           READ CAJAMOV AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND MOV-SALIDA
              AND CM-FECHA NOT < MESDESDE AND CM-FECHA NOT > MESHASTA
              MOVE CM-CONCEPTO TO CONCEPTOEMP
              IF CE-CODIGO IS NUMERIC
                 IF CE-CODIGON NOT = 0
                    IF CE-TEXTO = "PROPINAS EMPLEADO "
                       ADD CM-IMPORTE TO TE-PROPINAS(CE-CODIGON)
                    END-IF
                    IF CE-TEXTO = "ANTICIPO EMPLEADO "
                       ADD CM-IMPORTE TO TE-ANTICIPOS(CE-CODIGON)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ** Comidas de personal del mes, a coste, por empleado.        **

       AcumularComidas.
           MOVE "N" TO FIN
           OPEN INPUT COMIDAS
           IF ERRORCP NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM LeerComida UNTIL FIN = "S"
           IF ERRORCP = "00"
              CLOSE COMIDAS
           END-IF.
       LeerComida.
           READ COMIDAS AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND CP-EMPLEADO NOT = 0
              AND CP-FECHA NOT < MESDESDE AND CP-FECHA NOT > MESHASTA
              ADD CP-COSTE TO TE-ESPECIE(CP-EMPLEADO)
           END-IF.

      ** Recorre la plantilla: horas de cada empleado a partir de    **
      ** sus fichajes y su cuadrante, y un registro por empleado    **
      ** con algo que pagar o declarar.                             **

       GenerarEnvio.
           MOVE 0 TO EMPLEADOS
           MOVE 0 TO TOTPROPINAS
           MOVE 0 TO TOTESPECIE
           MOVE 0 TO TOTANTICIPOS
           MOVE 0 TO TOTNORMALES
           MOVE 0 TO TOTEXTRAS
           MOVE 0 TO TOTNOCTURNAS
           MOVE SPACES TO EM-NOMBRE
           MOVE SPACES TO EM-NIF
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              CLOSE EMPRESA
           END-IF
           OPEN OUTPUT EXPNOM
           MOVE EM-NIF TO CN-NIF
           MOVE EM-NOMBRE TO CN-EMPRESA
           MOVE ANOMES TO CN-ANOMES
           MOVE HOY TO CN-FECHA
           WRITE REG-EXPNOM FROM NOMCAB
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           MOVE EM-NOMBRE TO RN-EMPRESA
           MOVE ANOMES TO RN-ANOMES
           WRITE LINEAIMP FROM CABNOM1 BEFORE ADVANCING 2 LINE
           WRITE LINEAIMP FROM CABNOM2 BEFORE ADVANCING 2 LINE
           MOVE "N" TO HAYCUADRO
           OPEN INPUT CUADRO
           IF ERRORCU = "00"
              MOVE "S" TO HAYCUADRO
           END-IF
           OPEN INPUT USUARIOS
           OPEN INPUT FICHAJES
           MOVE 0 TO UCODIGO
           MOVE "N" TO FINUSU
           START USUARIOS KEY IS > UCODIGO
              INVALID KEY MOVE "S" TO FINUSU
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM NominaEmpleado UNTIL FINUSU = "S"
           IF ERRORFJ = "00"
              CLOSE FICHAJES
           END-IF
           CLOSE USUARIOS
           IF HAYCUADRO = "S"
              CLOSE CUADRO
           END-IF
           MOVE EMPLEADOS TO TT-EMPLEADOS
           MOVE TOTPROPINAS TO TT-PROPINAS
           MOVE TOTESPECIE TO TT-ESPECIE
           MOVE TOTANTICIPOS TO TT-ANTICIPOS
           WRITE REG-EXPNOM FROM NOMTOT
           CLOSE EXPNOM
           MOVE TOTNORMALES TO RN-TNORMALES
           MOVE TOTEXTRAS TO RN-TEXTRAS
           MOVE TOTNOCTURNAS TO RN-TNOCTURNAS
           MOVE TOTPROPINAS TO RN-TPROPINAS
           MOVE TOTESPECIE TO RN-TESPECIE
           MOVE TOTANTICIPOS TO RN-TANTICIPOS
           WRITE LINEAIMP FROM LINTOTNOM BEFORE ADVANCING 2 LINE
           MOVE HOY TO RN-FECHA
           MOVE EMPLEADOS TO RN-EMPLEADOS
           WRITE LINEAIMP FROM LINENVIO BEFORE ADVANCING 3 LINE
           WRITE LINEAIMP FROM LINFIRMA BEFORE ADVANCING 1 LINE
           CLOSE LISTADO.
       NominaEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FINUSU
           END-READ.
           IF FINUSU = "N"
              MOVE 0 TO MINTOTAL
              MOVE 0 TO MINEXTRA
              MOVE 0 TO MINNOCHE
              MOVE 0 TO MINDIA
              MOVE 0 TO IMPARES
              MOVE 0 TO FECHAACT
              MOVE " " TO ULTTIPO
              MOVE 0 TO MINENTRADA
              MOVE "N" TO FIN
              MOVE UCODIGO TO FJ-CODIGO
              MOVE MESDESDE TO FJ-FECHA
              MOVE 0 TO FJ-HORA
              START FICHAJES KEY IS NOT < FJ-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM SumarFichajeMes UNTIL FIN = "S"
              IF ULTTIPO = "E"
                 ADD 1 TO IMPARES
              END-IF
              PERFORM CerrarDia
              IF MINTOTAL NOT = 0 OR IMPARES NOT = 0
                 OR TE-PROPINAS(UCODIGO) NOT = 0
                 OR TE-ANTICIPOS(UCODIGO) NOT = 0
                 OR TE-ESPECIE(UCODIGO) NOT = 0
                 PERFORM GrabarEmpleado
              END-IF
           END-IF.
       SumarFichajeMes.
           READ FICHAJES NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND (FJ-CODIGO NOT = UCODIGO
              OR FJ-FECHA > MESHASTA)
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              IF FJ-FECHA NOT = FECHAACT
                 IF ULTTIPO = "E"
                    ADD 1 TO IMPARES
                 END-IF
                 PERFORM CerrarDia
                 MOVE FJ-FECHA TO FECHAACT
                 MOVE " " TO ULTTIPO
              END-IF
              MOVE FJ-HORA TO HORADES
              COMPUTE MINUTOSDIA = HD-HORA * 60 + HD-MIN
              IF FICHAJE-ENTRADA
                 IF ULTTIPO = "E"
                    ADD 1 TO IMPARES
                 END-IF
                 MOVE MINUTOSDIA TO MINENTRADA
                 MOVE "E" TO ULTTIPO
              ELSE
                 IF ULTTIPO = "E"
                    IF MINUTOSDIA NOT < MINENTRADA
                       COMPUTE MINDIA = MINDIA
                          + MINUTOSDIA - MINENTRADA
                       PERFORM SumarNocturnas
                    END-IF
                    MOVE "S" TO ULTTIPO
                 ELSE
                    ADD 1 TO IMPARES
                 END-IF
              END-IF
           END-IF.

      ** Parte nocturna de un tramo trabajado: lo que cae antes de  **
      ** las 6:00 o despues de las 22:00.                           **

       SumarNocturnas.
           IF MINENTRADA < 360
              IF MINUTOSDIA < 360
                 COMPUTE MINNOCHE = MINNOCHE
                    + MINUTOSDIA - MINENTRADA
              ELSE
                 COMPUTE MINNOCHE = MINNOCHE + 360 - MINENTRADA
              END-IF
           END-IF
           IF MINUTOSDIA > 1320
              IF MINENTRADA > 1320
                 COMPUTE MINNOCHE = MINNOCHE
                    + MINUTOSDIA - MINENTRADA
              ELSE
                 COMPUTE MINNOCHE = MINNOCHE + MINUTOSDIA - 1320
              END-IF
           END-IF.

      ** Fin de un dia fichado: lo trabajado por encima de la       **
      ** jornada del cuadrante es extra; en dia libre, vacaciones o **
      ** baja todo es extra, y sin cuadrante se toma la jornada de  **
      ** ocho horas.                                                **

       CerrarDia.
           IF MINDIA NOT = 0
              MOVE " " TO CU-TIPO
              IF HAYCUADRO = "S"
                 MOVE UCODIGO TO CU-CODIGO
                 MOVE FECHAACT TO CU-FECHA
                 READ CUADRO
                    INVALID KEY MOVE " " TO CU-TIPO
                 END-READ
              END-IF
              MOVE JORNADA TO MINPREVISTO
              IF CUADRO-LIBRE OR CUADRO-VACACIONES OR CUADRO-BAJA
                 MOVE 0 TO MINPREVISTO
              END-IF
              IF CUADRO-TURNO
                 MOVE 0 TO MINPREVISTO
                 MOVE CU-SALIDA TO HORACU
                 COMPUTE MINTRAMO = HC-HORA * 60 + HC-MIN
                 MOVE CU-ENTRADA TO HORACU
                 COMPUTE MINTRAMO = MINTRAMO - HC-HORA * 60 - HC-MIN
                 PERFORM SumarTramoPrevisto
                 IF CU-ENTRADA2 NOT = 0 OR CU-SALIDA2 NOT = 0
                    MOVE CU-SALIDA2 TO HORACU
                    COMPUTE MINTRAMO = HC-HORA * 60 + HC-MIN
                    MOVE CU-ENTRADA2 TO HORACU
                    COMPUTE MINTRAMO = MINTRAMO
                       - HC-HORA * 60 - HC-MIN
                    PERFORM SumarTramoPrevisto
                 END-IF
              END-IF
              IF MINDIA > MINPREVISTO
                 COMPUTE MINEXTRA = MINEXTRA + MINDIA - MINPREVISTO
              END-IF
              ADD MINDIA TO MINTOTAL
              MOVE 0 TO MINDIA
           END-IF.
       SumarTramoPrevisto.
           IF MINTRAMO < 0
              ADD 1440 TO MINTRAMO
           END-IF
           ADD MINTRAMO TO MINPREVISTO.
       GrabarEmpleado.
           ADD 1 TO EMPLEADOS
           MOVE UCODIGO TO DN-CODIGO
           MOVE UNOMBRE TO DN-NOMBRE
           COMPUTE DN-NORMALES ROUNDED = (MINTOTAL - MINEXTRA) / 60
           COMPUTE DN-EXTRAS ROUNDED = MINEXTRA / 60
           COMPUTE DN-NOCTURNAS ROUNDED = MINNOCHE / 60
           MOVE TE-PROPINAS(UCODIGO) TO DN-PROPINAS
           MOVE TE-ESPECIE(UCODIGO) TO DN-ESPECIE
           MOVE TE-ANTICIPOS(UCODIGO) TO DN-ANTICIPOS
           IF IMPARES NOT = 0
              MOVE "*" TO DN-AVISO
              MOVE "IMPARES" TO RN-AVISO
           ELSE
              MOVE " " TO DN-AVISO
              MOVE SPACES TO RN-AVISO
           END-IF
           WRITE REG-EXPNOM FROM NOMDET
           ADD DN-NORMALES TO TOTNORMALES
           ADD DN-EXTRAS TO TOTEXTRAS
           ADD DN-NOCTURNAS TO TOTNOCTURNAS
           ADD DN-PROPINAS TO TOTPROPINAS
           ADD DN-ESPECIE TO TOTESPECIE
           ADD DN-ANTICIPOS TO TOTANTICIPOS
           MOVE UCODIGO TO RN-CODIGO
           MOVE UNOMBRE TO RN-NOMBRE
           MOVE DN-NORMALES TO RN-NORMALES
           MOVE DN-EXTRAS TO RN-EXTRAS
           MOVE DN-NOCTURNAS TO RN-NOCTURNAS
           MOVE DN-PROPINAS TO RN-PROPINAS
           MOVE DN-ESPECIE TO RN-ESPECIE
           MOVE DN-ANTICIPOS TO RN-ANTICIPOS
           WRITE LINEAIMP FROM LINNOM BEFORE ADVANCING 1 LINE.

      ** Deja el mes marcado como enviado; a partir de aqui las     **
      ** correcciones de fichajes del mes se anotan como cambios.   **

       MarcarEnviado.
           OPEN I-O NOMENV
           MOVE ANOMES TO NE-ANOMES
           MOVE HOY TO NE-FECHA
           MOVE SESCODIGO TO NE-USUARIO
           MOVE EMPLEADOS TO NE-EMPLEADOS
           IF YAENVIADO = "S"
              REWRITE REG-NE INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-NE INVALID KEY CONTINUE
              END-WRITE
           END-IF
           CLOSE NOMENV.

      ** Listado de las correcciones de fichajes hechas en un mes   **
      ** ya enviado, para pasarselas a la gestoria.                 **

       LISTARCAMBIOS.
           DISPLAY "MES (AAAAMM):" LINE 6 POSITION 5
           MOVE 0 TO ANOMES
           ACCEPT ANOMES LINE 6 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              MOVE 0 TO CAMBIOS
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              MOVE ANOMES TO RX-ANOMES
              WRITE LINEAIMP FROM CABCAMB BEFORE ADVANCING 2 LINE
              OPEN INPUT USUARIOS
              MOVE "N" TO FIN
              OPEN INPUT NOMCAMB
              IF ERRORNX NOT = "00"
                 MOVE "S" TO FIN
              END-IF
              PERFORM LeerCambio UNTIL FIN = "S"
              IF ERRORNX = "00"
                 CLOSE NOMCAMB
              END-IF
              CLOSE USUARIOS
              MOVE CAMBIOS TO RX-CAMBIOS
              WRITE LINEAIMP FROM LINFINCAMB BEFORE ADVANCING 2 LINE
              CLOSE LISTADO
              DISPLAY "CAMBIOS LISTADOS:" LINE 8 POSITION 5
              DISPLAY CAMBIOS LINE 8 POSITION 24
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       LeerCambio.
           READ NOMCAMB AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND NX-ANOMES = ANOMES
              ADD 1 TO CAMBIOS
              MOVE NX-EMPLEADO TO UCODIGO
              READ USUARIOS
                 INVALID KEY MOVE SPACES TO UNOMBRE
              END-READ
              MOVE NX-EMPLEADO TO RX-EMPLEADO
              MOVE UNOMBRE TO RX-NOMBRE
              MOVE NX-FECHA TO RX-FECHA
              MOVE NX-HORA TO RX-HORA
              MOVE NX-TIPO TO RX-TIPO
              IF NX-ACCION = "B"
                 MOVE "BORRADO" TO RX-ACCION
              ELSE
                 MOVE "ANADIDO" TO RX-ACCION
              END-IF
              MOVE NX-FECHACAMBIO TO RX-FECHACAMBIO
              MOVE NX-USUARIO TO RX-USUARIO
              WRITE LINEAIMP FROM LINCAMB BEFORE ADVANCING 1 LINE
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
                 MOVE SE-NIVEL TO SESNIVEL
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
           MOVE SPACES TO RF-FICHAJES
           STRING RUTADATOS DELIMITED BY " "
                  "FICHAJES.DAT" DELIMITED BY SIZE
                  INTO RF-FICHAJES
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-CUADRO
           STRING RUTADATOS DELIMITED BY " "
                  "CUADRO.DAT" DELIMITED BY SIZE
                  INTO RF-CUADRO
           END-STRING
           MOVE SPACES TO RF-CAJAMOV
           STRING RUTADATOS DELIMITED BY " "
                  "CAJAMOV.DAT" DELIMITED BY SIZE
                  INTO RF-CAJAMOV
           END-STRING
           MOVE SPACES TO RF-COMIDAS
           STRING RUTADATOS DELIMITED BY " "
                  "COMIDAS.DAT" DELIMITED BY SIZE
                  INTO RF-COMIDAS
           END-STRING
           MOVE SPACES TO RF-NOMENV
           STRING RUTADATOS DELIMITED BY " "
                  "NOMENV.DAT" DELIMITED BY SIZE
                  INTO RF-NOMENV
           END-STRING
           MOVE SPACES TO RF-NOMCAMB
           STRING RUTADATOS DELIMITED BY " "
                  "NOMCAMB.DAT" DELIMITED BY SIZE
                  INTO RF-NOMCAMB
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING.
