       OBJECT-COMPUTER. IBM-400Mb.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MODOFORM ASSIGN TO DISK "MODOFORM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORMF.
       DATA DIVISION.
       FILE SECTION.
      * Marca de modo formacion de este puesto: la pone LOGIN.CBL
      * al entrar en formacion y la quita al volver al modo normal.
      * Guarda la carpeta de datos real mientras el DATOSDIR.DAT
      * local apunta a la carpeta de practicas (FORMA).
       FD MODOFORM LABEL RECORD STANDARD.
       01 REG-MF.
           02 MF-RUTAREAL PIC X(30).
       WORKING-STORAGE SECTION.
       01 ASCYV.
           02 FILLER PIC X(5) VALUE "���ձ".
           02 BLOQUESVENT OCCURS 6.
              03 DIBUJOV PIC X OCCURS 5.
       77 CONT PIC 99.
       77 ERRORMF PIC XX.
       77 POSMARCA PIC 99.
       77 COLOR1 PIC X(10) VALUE "BCOLOR=RED".
       01 POSICIONADORES.
           02 J        PIC 99.
             DISPLAY  BARRA LINE LINEA POSITION POSICION CONTROL COLOR1
             SIZE ANCHO
           END-IF
           PERFORM MarcaFormacion
           MOVE 0 TO ANCHO
           MOVE 0 TO ALTO.
           CALL "CURON.EXE".
      *Si el puesto esta en modo formacion (marca de LOGIN) se
      * rotula en el borde de arriba, para que no se confunda con
      * el trabajo real.
       MarcaFormacion.
           OPEN INPUT MODOFORM
           IF ERRORMF = "00"
              READ MODOFORM AT END CONTINUE
              END-READ
              IF ERRORMF = "00" AND ANCHO > 14
                 COMPUTE POSMARCA = TOPP + 2
                 DISPLAY " FORMACION " LINE HTOP POSITION POSMARCA
                    REVERSE
              END-IF
              CLOSE MODOFORM
           END-IF.
       SacarSombra.
           DISPLAY " " LINE HTOP  POSITION POSICION CONTROL COLOR1
           DISPLAY " " LINE HDOWN POSITION POSICION CONTROL COLOR1
