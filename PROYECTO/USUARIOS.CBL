           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UCODIGO.
           SELECT OPTIONAL COSTEHOR ASSIGN TO DISK RF-COSTEHOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-CODIGO
           FILE STATUS IS ERRORCH.
           SELECT OPTIONAL SESION ASSIGN TO DISK "SESION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              88 NIVEL-ENCARGADO VALUE 2.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
      * Coste de cada empleado por hora trabajada (sueldo mas
      * seguridad social), para el analisis de ventas por hora de
      * personal; va aparte para no tocar la ficha de usuario que
      * leen todos los programas.
       FD COSTEHOR LABEL RECORD STANDARD.
       01 REG-CH.
           02 CH-CODIGO PIC 9(3).
           02 CH-COSTEHORA PIC 9(3)V99.
       FD SESION LABEL RECORD STANDARD.
       01 REG-SESION.
           02 SE-CODIGO PIC 9(3).
       77 RUTADATOS PIC X(30).
       77 RF-USUARIOS PIC X(42).
       77 ERRORSES PIC XX.
       77 RF-COSTEHOR PIC X(42).
       77 ERRORCH PIC XX.
       77 EXISTECOSTE PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 NIVELSESION PIC 9.
              END-ACCEPT
           ELSE
              OPEN I-O USUARIOS
              OPEN I-O COSTEHOR
              MOVE 0 TO TECLAF
              PERFORM MantenerUno UNTIL TECLAF = 27
              CLOSE COSTEHOR
              CLOSE USUARIOS
           END-IF
           CALL "RECUP.EXE"
      ** y si no existe la da de alta. ESC en el codigo termina.      **

       MantenerUno.
           MOVE 08191967000021 TO VENTANA
           CALL "VENTANA.COB" USING VENTANA
           DISPLAY "PLANTILLA DE USUARIOS (ESC=SALIR)" LINE 9
              POSITION 24 REVERSE
           DISPLAY "CLAVE:"          LINE 13 POSITION 21 REVERSE
           DISPLAY "NIVEL (1-2):"    LINE 14 POSITION 21 REVERSE
           DISPLAY "ACTIVO (S/N):"   LINE 15 POSITION 21 REVERSE
           DISPLAY "COSTE/HORA:"     LINE 16 POSITION 21 REVERSE
           MOVE 0 TO CODIGOPEDIDO
           ACCEPT CODIGOPEDIDO LINE 11 POSITION 36 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              MOVE CODIGOPEDIDO TO CH-CODIGO
              READ COSTEHOR
                 INVALID KEY
                    MOVE "N" TO EXISTECOSTE
                    MOVE 0 TO CH-COSTEHORA
                 NOT INVALID KEY
                    MOVE "S" TO EXISTECOSTE
              END-READ
              MOVE CODIGOPEDIDO TO UCODIGO
              ACCEPT UNOMBRE LINE 12 POSITION 36 NO BEEP TAB UPDATE
                 ON EXCEPTION TECLAF CONTINUE
                    END-ACCEPT
                 END-PERFORM
              END-IF
              IF TECLAF NOT = 27
                 ACCEPT CH-COSTEHORA LINE 16 POSITION 36 NO BEEP UPDATE
                    ON EXCEPTION TECLAF CONTINUE
                 END-ACCEPT
              END-IF
              IF TECLAF NOT = 27
                 IF EXISTE = "S"
                    REWRITE REG-USU INVALID KEY CONTINUE
                    WRITE REG-USU INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 MOVE CODIGOPEDIDO TO CH-CODIGO
                 IF EXISTECOSTE = "S"
                    REWRITE REG-CH INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-CH INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 18 POSITION 21 REVERSE
              END-IF
              MOVE 0 TO TECLAF
           ELSE
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-COSTEHOR
           STRING RUTADATOS DELIMITED BY " "
                  "COSTEHOR.DAT" DELIMITED BY SIZE
                  INTO RF-COSTEHOR
           END-STRING.
