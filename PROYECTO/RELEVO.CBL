       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVO.
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
           SELECT OPTIONAL RELEVO ASSIGN TO DISK RF-RELEVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-NUM
           FILE STATUS IS ERRORRV.
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
      * Libro de relevo de los encargados: lo que un turno deja dicho
      * al siguiente. Las anotaciones siguen abiertas de un turno a
      * otro hasta que alguien las cierra con su comentario.
       FD RELEVO LABEL RECORD STANDARD.
       01 REG-RV.
           02 RV-NUM PIC 9(6).
           02 RV-FECHA PIC 9(8).
           02 RV-HORA PIC 9(8).
           02 RV-TURNO PIC X.
           02 RV-AUTOR PIC 9(3).
           02 RV-AUTNOMBRE PIC X(20).
           02 RV-PRIORIDAD PIC X.
              88 PRIORIDAD-ALTA VALUE "A".
           02 RV-CATEGORIA PIC X.
           02 RV-TEXTO1 PIC X(60).
           02 RV-TEXTO2 PIC X(60).
           02 RV-ESTADO PIC X.
              88 RELEVO-ABIERTO VALUE "A".
              88 RELEVO-CERRADO VALUE "C".
           02 RV-FCIERRE PIC 9(8).
           02 RV-CIERRA PIC 9(3).
           02 RV-CIENOMBRE PIC X(20).
           02 RV-COMENT PIC X(60).
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
       77 RF-RELEVO PIC X(42).
       77 ERRORRV PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FINRV PIC X.
       77 EXISTE PIC X.
       77 SESCODIGO PIC 9(3).
       77 SESNOMBRE PIC X(20).
       77 SESNIVEL PIC 9.
       77 NUMPEDIDO PIC 9(6).
       77 NUMLIBRE PIC 9(6).
       77 LINEA PIC 99.
       77 HOYNUM PIC 9(8).
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 CUANTAS PIC 9(5).
       77 ABIERTAS PIC 9(5).
       01 FECHADES.
           02 FD-ANO PIC 9(4).
           02 FD-MES PIC 99.
           02 FD-DIA PIC 99.
       01 LINPANT.
           02 LP-NUM PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LP-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LP-MES PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 LP-TURNO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LP-PRIORIDAD PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LP-CATEGORIA PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LP-TEXTO PIC X(60).
       01 CABREL1.
           02 FILLER PIC X(40) VALUE
              "  LIBRO DE RELEVO DE ENCARGADOS   DESDE ".
           02 CR-DESDE PIC 9(8).
           02 FILLER PIC X(7) VALUE " HASTA ".
           02 CR-HASTA PIC 9(8).
       01 CABREL2.
           02 FILLER PIC X(40) VALUE
              "  NUMERO FECHA     HORA  T P C AUTOR    ".
           02 FILLER PIC X(40) VALUE
              "            ESTADO                      ".
       01 LINREL1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LR-NUM PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LR-DIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LR-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LR-ANO PIC 9(4).
           02 FILLER PIC X VALUE SPACES.
           02 LR-HH PIC 99.
           02 FILLER PIC X VALUE ":".
           02 LR-MM PIC 99.
           02 FILLER PIC X VALUE SPACES.
           02 LR-TURNO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LR-PRIORIDAD PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LR-CATEGORIA PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LR-AUTOR PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 LR-ESTADO PIC X(8).
       01 LINREL2.
           02 FILLER PIC X(9) VALUE SPACES.
           02 LR-TEXTO PIC X(60).
       01 LINREL3.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "CERRADA: ".
           02 LR-CDIA PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LR-CMES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 LR-CANO PIC 9(4).
           02 FILLER PIC X(5) VALUE " POR ".
           02 LR-CIERRA PIC X(20).
       01 LINRELTOT.
           02 FILLER PIC X(15) VALUE "  ANOTACIONES: ".
           02 LR-CUANTAS PIC ZZZZ9.
           02 FILLER PIC X(21) VALUE "  SIGUEN ABIERTAS:   ".
           02 LR-ABIERTAS PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY " " ERASE
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              MOVE " " TO OPCION
              PERFORM MENURELEVO UNTIL OPCION = "X" OR "x"
                 OR TECLAF = 27
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENURELEVO.
           DISPLAY " " ERASE
           DISPLAY "LIBRO DE RELEVO DE ENCARGADOS" LINE 2 POSITION 5
           DISPLAY "N = NUEVA ANOTACION" LINE 4 POSITION 5
           DISPLAY "A = ANOTACIONES ABIERTAS" LINE 5 POSITION 5
           DISPLAY "C = CERRAR UNA ANOTACION" LINE 6 POSITION 5
           DISPLAY "H = HISTORIAL POR FECHAS (IMPRESO)" LINE 7
              POSITION 5
           DISPLAY "X = SALIR" LINE 8 POSITION 5
           DISPLAY "OPCION:" LINE 10 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 10 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "N" PERFORM NUEVAANOT
              WHEN "n" PERFORM NUEVAANOT
              WHEN "A" PERFORM VERABIERTAS
              WHEN "a" PERFORM VERABIERTAS
              WHEN "C" PERFORM CERRARANOT
              WHEN "c" PERFORM CERRARANOT
              WHEN "H" PERFORM HISTORIAL
              WHEN "h" PERFORM HISTORIAL
           END-EVALUATE.

      ** Nueva anotacion: fecha, hora y turno (C = comida hasta las  **
      ** cinco de la tarde, N = noche) los pone el programa; el      **
      ** encargado de la sesion queda como autor.                    **

       NUEVAANOT.
           DISPLAY " " ERASE
           DISPLAY "NUEVA ANOTACION EN EL LIBRO DE RELEVO" LINE 2
              POSITION 5
           OPEN I-O RELEVO
           IF ERRORRV NOT = "00"
              OPEN OUTPUT RELEVO
              CLOSE RELEVO
              OPEN I-O RELEVO
           END-IF
           MOVE 0 TO NUMLIBRE
           MOVE "S" TO EXISTE
           PERFORM BuscarLibre UNTIL EXISTE = "N"
           MOVE NUMLIBRE TO RV-NUM
           ACCEPT RV-FECHA FROM DATE YYYYMMDD
           ACCEPT RV-HORA FROM TIME
           IF RV-HORA < 17000000
              MOVE "C" TO RV-TURNO
           ELSE
              MOVE "N" TO RV-TURNO
           END-IF
           MOVE SESCODIGO TO RV-AUTOR
           MOVE SESNOMBRE TO RV-AUTNOMBRE
           MOVE "A" TO RV-ESTADO
           MOVE 0 TO RV-FCIERRE RV-CIERRA
           MOVE SPACES TO RV-CIENOMBRE RV-COMENT
           MOVE SPACES TO RV-TEXTO1 RV-TEXTO2
           MOVE "M" TO RV-PRIORIDAD
           MOVE "O" TO RV-CATEGORIA
           DISPLAY "NUMERO:" LINE 4 POSITION 5
           DISPLAY RV-NUM LINE 4 POSITION 20
           DISPLAY "AUTOR:" LINE 5 POSITION 5
           DISPLAY RV-AUTNOMBRE LINE 5 POSITION 20
           DISPLAY "PRIORIDAD (A = ALTA, M = MEDIA, B = BAJA):" LINE 7
              POSITION 5
           PERFORM WITH TEST AFTER UNTIL RV-PRIORIDAD = "A" OR "M"
              OR "B" OR TECLAF = 27
              ACCEPT RV-PRIORIDAD LINE 7 POSITION 49 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF TECLAF NOT = 27
              DISPLAY "CATEGORIA: P = PROVEEDORES  E = EQUIPOS" LINE 9
                 POSITION 5
              DISPLAY "C = CLIENTES  R = RESERVAS  L = PERSONAL"
                 LINE 10 POSITION 16
              DISPLAY "O = OTROS" LINE 11 POSITION 16
              PERFORM WITH TEST AFTER UNTIL RV-CATEGORIA = "P"
                 OR "E" OR "C" OR "R" OR "L" OR "O" OR TECLAF = 27
                 ACCEPT RV-CATEGORIA LINE 9 POSITION 47 NO BEEP
                    UPDATE ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
              END-PERFORM
           END-IF
           IF TECLAF NOT = 27
              DISPLAY "TEXTO:" LINE 13 POSITION 5
              ACCEPT RV-TEXTO1 LINE 13 POSITION 12 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              ACCEPT RV-TEXTO2 LINE 14 POSITION 12 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27 AND RV-TEXTO1 NOT = SPACES
              WRITE REG-RV INVALID KEY CONTINUE
              END-WRITE
              DISPLAY "ANOTACION GRABADA" LINE 17 POSITION 5
           ELSE
              DISPLAY "SIN TEXTO; NADA GRABADO" LINE 17 POSITION 5
                 REVERSE
           END-IF
           CLOSE RELEVO
           ACCEPT TECLA NO BEEP
           END-ACCEPT
           MOVE 0 TO TECLAF.
       BuscarLibre.
           ADD 1 TO NUMLIBRE
           MOVE NUMLIBRE TO RV-NUM
           READ RELEVO
              INVALID KEY MOVE "N" TO EXISTE
              NOT INVALID KEY CONTINUE
           END-READ.

      ** Anotaciones abiertas, de la mas antigua a la mas reciente,  **
      ** sean del turno que sean, por paginas de pantalla.           **

       VERABIERTAS.
           DISPLAY " " ERASE
           DISPLAY "ANOTACIONES ABIERTAS" LINE 2 POSITION 5
           MOVE 4 TO LINEA
           MOVE 0 TO ABIERTAS
           OPEN INPUT RELEVO
           IF ERRORRV = "00"
              MOVE 0 TO RV-NUM
              MOVE "N" TO FINRV
              START RELEVO KEY IS NOT < RV-NUM
                 INVALID KEY MOVE "S" TO FINRV
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM VerUnaAbierta UNTIL FINRV = "S"
              CLOSE RELEVO
           END-IF
           IF TECLAF NOT = 27
              IF ABIERTAS = 0
                 DISPLAY "NO HAY ANOTACIONES ABIERTAS" LINE 4
                    POSITION 5
              END-IF
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 23
                 POSITION 5 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       VerUnaAbierta.
           READ RELEVO NEXT AT END MOVE "S" TO FINRV
           END-READ
           IF FINRV = "N" AND RELEVO-ABIERTO
              IF LINEA > 21
                 DISPLAY "PULSE UNA TECLA PARA VER MAS (ESC = FIN)"
                    LINE 23 POSITION 5 REVERSE
                 ACCEPT TECLA NO BEEP
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
                 IF TECLAF = 27
                    MOVE "S" TO FINRV
                 ELSE
                    DISPLAY " " ERASE
                    DISPLAY "ANOTACIONES ABIERTAS" LINE 2 POSITION 5
                    MOVE 4 TO LINEA
                 END-IF
              END-IF
           END-IF
           IF FINRV = "N" AND RELEVO-ABIERTO
              ADD 1 TO ABIERTAS
              MOVE RV-NUM TO LP-NUM
              MOVE RV-FECHA TO FECHADES
              MOVE FD-DIA TO LP-DIA
              MOVE FD-MES TO LP-MES
              MOVE RV-TURNO TO LP-TURNO
              MOVE RV-PRIORIDAD TO LP-PRIORIDAD
              MOVE RV-CATEGORIA TO LP-CATEGORIA
              MOVE RV-TEXTO1 TO LP-TEXTO
              IF PRIORIDAD-ALTA
                 DISPLAY LINPANT LINE LINEA POSITION 2 REVERSE
              ELSE
                 DISPLAY LINPANT LINE LINEA POSITION 2
              END-IF
              ADD 1 TO LINEA
              IF RV-TEXTO2 NOT = SPACES
                 DISPLAY RV-TEXTO2 LINE LINEA POSITION 21
                 ADD 1 TO LINEA
              END-IF
           END-IF.

      ** Cierre de una anotacion abierta: el comentario es obligado  **
      ** y queda quien la cierra y en que fecha.                     **

       CERRARANOT.
           DISPLAY " " ERASE
           DISPLAY "CERRAR UNA ANOTACION" LINE 2 POSITION 5
           DISPLAY "NUMERO:" LINE 4 POSITION 5
           MOVE 0 TO NUMPEDIDO
           ACCEPT NUMPEDIDO LINE 4 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND NUMPEDIDO NOT = 0
              OPEN I-O RELEVO
              MOVE NUMPEDIDO TO RV-NUM
              MOVE "S" TO EXISTE
              READ RELEVO
                 INVALID KEY MOVE "N" TO EXISTE
                 NOT INVALID KEY CONTINUE
              END-READ
              IF EXISTE = "N"
                 DISPLAY "NO EXISTE ESA ANOTACION" LINE 17 POSITION 5
                    REVERSE
              ELSE
                 PERFORM CerrarUnaAnot
              END-IF
              CLOSE RELEVO
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       CerrarUnaAnot.
           DISPLAY "AUTOR:" LINE 5 POSITION 5
           DISPLAY RV-AUTNOMBRE LINE 5 POSITION 20
           DISPLAY "PRIORIDAD:" LINE 6 POSITION 5
           DISPLAY RV-PRIORIDAD LINE 6 POSITION 20
           DISPLAY "CATEGORIA:" LINE 7 POSITION 5
           DISPLAY RV-CATEGORIA LINE 7 POSITION 20
           DISPLAY RV-TEXTO1 LINE 9 POSITION 12
           DISPLAY RV-TEXTO2 LINE 10 POSITION 12
           IF RELEVO-CERRADO
              DISPLAY "CERRADA POR" LINE 12 POSITION 5
              DISPLAY RV-CIENOMBRE LINE 12 POSITION 20
              DISPLAY RV-COMENT LINE 13 POSITION 12
              DISPLAY "ESA ANOTACION YA ESTA CERRADA" LINE 17
                 POSITION 5 REVERSE
           ELSE
              DISPLAY "COMENTARIO:" LINE 12 POSITION 5
              MOVE SPACES TO RV-COMENT
              ACCEPT RV-COMENT LINE 13 POSITION 12 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27 AND RV-COMENT NOT = SPACES
                 MOVE "C" TO RV-ESTADO
                 ACCEPT RV-FCIERRE FROM DATE YYYYMMDD
                 MOVE SESCODIGO TO RV-CIERRA
                 MOVE SESNOMBRE TO RV-CIENOMBRE
                 REWRITE REG-RV INVALID KEY CONTINUE
                 END-REWRITE
                 DISPLAY "ANOTACION CERRADA" LINE 17 POSITION 5
              ELSE
                 DISPLAY "SIN COMENTARIO; SIGUE ABIERTA" LINE 17
                    POSITION 5 REVERSE
              END-IF
           END-IF.

      ** Historial impreso de las anotaciones hechas entre dos       **
      ** fechas, abiertas o cerradas, con el comentario de cierre.   **

       HISTORIAL.
           DISPLAY " " ERASE
           DISPLAY "HISTORIAL DEL LIBRO DE RELEVO" LINE 2 POSITION 5
           DISPLAY "DESDE (AAAAMMDD):" LINE 4 POSITION 5
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE HOYNUM TO DESDE
           ACCEPT DESDE LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27
              DISPLAY "HASTA (AAAAMMDD):" LINE 5 POSITION 5
              MOVE HOYNUM TO HASTA
              ACCEPT HASTA LINE 5 POSITION 24 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-IF
           IF TECLAF NOT = 27
              MOVE 0 TO CUANTAS ABIERTAS
              MOVE "00" TO ERRORIMP
              OPEN OUTPUT LISTADO
              IF ERRORIMP = "00"
                 MOVE DESDE TO CR-DESDE
                 MOVE HASTA TO CR-HASTA
                 WRITE LINEAIMP FROM CABREL1 BEFORE ADVANCING 2 LINE
                 WRITE LINEAIMP FROM CABREL2 BEFORE ADVANCING 1 LINE
                 OPEN INPUT RELEVO
                 IF ERRORRV = "00"
                    MOVE 0 TO RV-NUM
                    MOVE "N" TO FINRV
                    START RELEVO KEY IS NOT < RV-NUM
                       INVALID KEY MOVE "S" TO FINRV
                       NOT INVALID KEY CONTINUE
                    END-START
                    PERFORM ImprimirUnaAnot UNTIL FINRV = "S"
                    CLOSE RELEVO
                 END-IF
                 MOVE CUANTAS TO LR-CUANTAS
                 MOVE ABIERTAS TO LR-ABIERTAS
                 WRITE LINEAIMP FROM LINRELTOT BEFORE ADVANCING 2 LINE
              END-IF
              CLOSE LISTADO
              DISPLAY "HISTORIAL IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImprimirUnaAnot.
           READ RELEVO NEXT AT END MOVE "S" TO FINRV
           END-READ
           IF FINRV = "N" AND RV-FECHA NOT < DESDE
              AND RV-FECHA NOT > HASTA
              ADD 1 TO CUANTAS
              MOVE RV-NUM TO LR-NUM
              MOVE RV-FECHA TO FECHADES
              MOVE FD-DIA TO LR-DIA
              MOVE FD-MES TO LR-MES
              MOVE FD-ANO TO LR-ANO
              DIVIDE RV-HORA BY 1000000 GIVING LR-HH
              COMPUTE LR-MM = RV-HORA / 10000 - LR-HH * 100
              MOVE RV-TURNO TO LR-TURNO
              MOVE RV-PRIORIDAD TO LR-PRIORIDAD
              MOVE RV-CATEGORIA TO LR-CATEGORIA
              MOVE RV-AUTNOMBRE TO LR-AUTOR
              IF RELEVO-CERRADO
                 MOVE "CERRADA" TO LR-ESTADO
              ELSE
                 MOVE "ABIERTA" TO LR-ESTADO
                 ADD 1 TO ABIERTAS
              END-IF
              WRITE LINEAIMP FROM LINREL1 BEFORE ADVANCING 1 LINE
              MOVE RV-TEXTO1 TO LR-TEXTO
              WRITE LINEAIMP FROM LINREL2 BEFORE ADVANCING 1 LINE
              IF RV-TEXTO2 NOT = SPACES
                 MOVE RV-TEXTO2 TO LR-TEXTO
                 WRITE LINEAIMP FROM LINREL2 BEFORE ADVANCING 1 LINE
              END-IF
              IF RELEVO-CERRADO
                 MOVE RV-FCIERRE TO FECHADES
                 MOVE FD-DIA TO LR-CDIA
                 MOVE FD-MES TO LR-CMES
                 MOVE FD-ANO TO LR-CANO
                 MOVE RV-CIENOMBRE TO LR-CIERRA
                 WRITE LINEAIMP FROM LINREL3 BEFORE ADVANCING 1 LINE
                 MOVE RV-COMENT TO LR-TEXTO
                 WRITE LINEAIMP FROM LINREL2 BEFORE ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           END-IF.

      ** Encargado de la sesion (SESION.DAT de LOGIN.COB), que firma **
      ** las anotaciones y los cierres.                              **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           MOVE SPACES TO SESNOMBRE
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
                 MOVE SE-NOMBRE TO SESNOMBRE
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
           MOVE SPACES TO RF-RELEVO
           STRING RUTADATOS DELIMITED BY " "
                  "RELEVO.DAT" DELIMITED BY SIZE
                  INTO RF-RELEVO
           END-STRING.
