       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUBIERTO.
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
           SELECT OPTIONAL CUBIERTO ASSIGN TO DISK RF-CUBIERTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-NUM
           FILE STATUS IS ERRORCB.
           SELECT OPTIONAL PARAMFAC ASSIGN TO DISK RF-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPAR.
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
      * Pan y cubierto y suplementos: por zona de la mesa (C comedor,
      * B barra, T terraza, blanco = todas) y fechas de validez
      * (hasta 0 = sin fin), importe por comensal o por mesa. Los
      * carga MESA.CBL solos al facturar, como lineas propias.
       FD CUBIERTO LABEL RECORD STANDARD.
       01 REG-CB.
           02 CB-NUM PIC 99.
           02 CB-NOMBRE PIC X(20).
           02 CB-ZONA PIC X.
           02 CB-DESDE PIC 9(8).
           02 CB-HASTA PIC 9(8).
           02 CB-IMPORTE PIC 9(3)V99.
           02 CB-TIPOIVA PIC 9.
           02 CB-MODO PIC X.
              88 CUBIERTO-POR-COMENSAL VALUE "C".
              88 CUBIERTO-POR-MESA VALUE "M".
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
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-CUBIERTO PIC X(42).
       77 RF-PARAM PIC X(42).
       77 ERRORCB PIC XX.
       77 ERRORPAR PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 EXISTE PIC X.
       77 FIN PIC X.
       77 REGLAPEDIDA PIC 99.
       77 LINEA PIC 99.
       01 LINREGLA.
           02 LR-NUM PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-NOMBRE PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 LR-ZONA PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LR-DESDE PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 LR-HASTA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LR-IMPORTE PIC ZZ9,99.
           02 FILLER PIC X(5) VALUE " IVA ".
           02 LR-TIPOIVA PIC 9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-MODO PIC X.
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
           DISPLAY "PAN Y CUBIERTO Y SUPLEMENTOS" LINE 2 POSITION 5
           DISPLAY "M=MANTENER  V=VER REGLAS  S=SALIR:"
              LINE 4 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 41 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "M" OR "m"
              PERFORM MANTCUBIERTO
           END-IF
           IF OPCION = "V" OR "v"
              PERFORM VERREGLAS
           END-IF.

      ** Alta, modificacion y baja de reglas, una a una por numero.  **

       MANTCUBIERTO.
           OPEN I-O CUBIERTO
           MOVE 0 TO TECLAF
           PERFORM UNAREGLA UNTIL TECLAF = 27
           MOVE 0 TO TECLAF
           CLOSE CUBIERTO.
       UNAREGLA.
           DISPLAY "NUMERO DE REGLA (ESC=FIN):" LINE 6 POSITION 5
           MOVE 0 TO REGLAPEDIDA
           ACCEPT REGLAPEDIDA LINE 6 POSITION 33 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND REGLAPEDIDA NOT = 0
              MOVE REGLAPEDIDA TO CB-NUM
              READ CUBIERTO
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE "PAN Y CUBIERTO" TO CB-NOMBRE
                    MOVE "C" TO CB-ZONA
                    MOVE 0 TO CB-DESDE
                    MOVE 0 TO CB-HASTA
                    MOVE 0 TO CB-IMPORTE
                    MOVE 1 TO CB-TIPOIVA
                    MOVE "C" TO CB-MODO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              MOVE REGLAPEDIDA TO CB-NUM
              DISPLAY "NOMBRE EN FACTURA:" LINE 7 POSITION 5
              ACCEPT CB-NOMBRE LINE 7 POSITION 25 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "ZONA (C/B/T, BLANCO=TODAS):" LINE 8 POSITION 5
              ACCEPT CB-ZONA LINE 8 POSITION 34 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF CB-ZONA = "c"
                 MOVE "C" TO CB-ZONA
              END-IF
              IF CB-ZONA = "b"
                 MOVE "B" TO CB-ZONA
              END-IF
              IF CB-ZONA = "t"
                 MOVE "T" TO CB-ZONA
              END-IF
              DISPLAY "VALIDEZ AAAAMMDD DESDE/HASTA (0=SIEMPRE):"
                 LINE 9 POSITION 5
              ACCEPT CB-DESDE LINE 9 POSITION 47 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              ACCEPT CB-HASTA LINE 9 POSITION 58 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "IMPORTE:" LINE 10 POSITION 5
              ACCEPT CB-IMPORTE LINE 10 POSITION 15 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              PERFORM MostrarTiposIva
              DISPLAY "TIPO DE IVA (1/2/3):" LINE 11 POSITION 5
              PERFORM WITH TEST AFTER UNTIL CB-TIPOIVA > 0
                 AND CB-TIPOIVA < 4 OR TECLAF = 27
                 ACCEPT CB-TIPOIVA LINE 11 POSITION 27 NO BEEP UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
              END-PERFORM
              DISPLAY "POR COMENSAL O POR MESA (C/M):" LINE 12
                 POSITION 5
              PERFORM WITH TEST AFTER UNTIL CUBIERTO-POR-COMENSAL
                 OR CUBIERTO-POR-MESA OR TECLAF = 27
                 ACCEPT CB-MODO LINE 12 POSITION 37 NO BEEP UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
                 IF CB-MODO = "c"
                    MOVE "C" TO CB-MODO
                 END-IF
                 IF CB-MODO = "m"
                    MOVE "M" TO CB-MODO
                 END-IF
              END-PERFORM
              IF TECLAF NOT = 27
                 IF EXISTE = "S"
                    IF CB-IMPORTE = 0
                       DELETE CUBIERTO RECORD
                       DISPLAY "BORRADA  " LINE 14 POSITION 5
                    ELSE
                       REWRITE REG-CB INVALID KEY CONTINUE
                       END-REWRITE
                       DISPLAY "GRABADA  " LINE 14 POSITION 5
                    END-IF
                 ELSE
                    IF CB-IMPORTE NOT = 0
                       WRITE REG-CB INVALID KEY CONTINUE
                       END-WRITE
                       DISPLAY "GRABADA  " LINE 14 POSITION 5
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.

      ** Recuerda al lado del campo el porcentaje de cada tipo.      **

       MostrarTiposIva.
           OPEN INPUT PARAMFAC
           IF ERRORPAR = "00"
              READ PARAMFAC AT END CONTINUE
              END-READ
              IF ERRORPAR = "00"
                 DISPLAY "1=" LINE 11 POSITION 32
                 DISPLAY PF-IVA LINE 11 POSITION 34
                 DISPLAY "% 2=" LINE 11 POSITION 36
                 DISPLAY PF-IVA2 LINE 11 POSITION 40
                 DISPLAY "% 3=" LINE 11 POSITION 42
                 DISPLAY PF-IVA3 LINE 11 POSITION 46
                 DISPLAY "%" LINE 11 POSITION 48
              END-IF
              CLOSE PARAMFAC
           END-IF.

      ** Lista en pantalla las reglas dadas de alta.                 **

       VERREGLAS.
           DISPLAY " " ERASE
           DISPLAY "REGLAS DE PAN Y CUBIERTO" LINE 2 POSITION 5
           DISPLAY "N  NOMBRE               Z DESDE    HASTA    IMPORTE"
              LINE 4 POSITION 2
           MOVE 5 TO LINEA
           MOVE "N" TO FIN
           OPEN INPUT CUBIERTO
           IF ERRORCB NOT = "00"
              MOVE "S" TO FIN
           ELSE
              MOVE 0 TO CB-NUM
              START CUBIERTO KEY IS NOT < CB-NUM
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM VerUnaRegla UNTIL FIN = "S"
           IF ERRORCB = "00"
              CLOSE CUBIERTO
           END-IF
           DISPLAY "PULSE UNA TECLA" LINE 23 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       VerUnaRegla.
           READ CUBIERTO NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE CB-NUM TO LR-NUM
              MOVE CB-NOMBRE TO LR-NOMBRE
              MOVE CB-ZONA TO LR-ZONA
              MOVE CB-DESDE TO LR-DESDE
              MOVE CB-HASTA TO LR-HASTA
              MOVE CB-IMPORTE TO LR-IMPORTE
              MOVE CB-TIPOIVA TO LR-TIPOIVA
              MOVE CB-MODO TO LR-MODO
              DISPLAY LINREGLA LINE LINEA POSITION 2
              ADD 1 TO LINEA
              IF LINEA > 21
                 MOVE "S" TO FIN
              END-IF
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
           MOVE SPACES TO RF-CUBIERTO
           STRING RUTADATOS DELIMITED BY " "
                  "CUBIERTO.DAT" DELIMITED BY SIZE
                  INTO RF-CUBIERTO
           END-STRING
           MOVE SPACES TO RF-PARAM
           STRING RUTADATOS DELIMITED BY " "
                  "PARAM.DAT" DELIMITED BY SIZE
                  INTO RF-PARAM
           END-STRING.
