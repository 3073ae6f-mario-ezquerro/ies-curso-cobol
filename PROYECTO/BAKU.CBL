           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORSES.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
       DATA DIVISION.
       FILE SECTION.
       FD PLATOS LABEL RECORD STANDARD.
           02 SE-CODIGO PIC 9(3).
           02 SE-NOMBRE PIC X(20).
           02 SE-NIVEL  PIC 9.
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
      * Guarda la carpeta de datos real mientras el DATOSDIR.DAT
      * local apunta a la carpeta de practicas (FORMA).
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 SESCODIGO PIC 9(3).
       77 SESNOMBRE PIC X(20).
       77 SESNIVEL PIC 9.
       77 ERRORMF PIC XX.
       77 ENFORMACION PIC X.
       77 ERRORPAR PIC XX.
       01 DatosFicheros.
           02 FILLER PIC X(15) VALUE "PLATOS.DAT".
              ACCEPT TECLA NO BEEP
              END-ACCEPT
              EXIT PROGRAM
           END-IF
           PERFORM MirarModoFormacion
           IF ENFORMACION = "S"
              DISPLAY "EN MODO FORMACION NO SE HACEN COPIAS"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
              EXIT PROGRAM
           END-IF
               PERFORM INIC
           PERFORM PedirAccion
              CLOSE SESION
           END-IF.

      ** Modo formacion del puesto (MODOFORM.DAT de LOGIN.COB): la    **
      ** copia de la carpeta de practicas pisaria la copia buena.     **

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

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

