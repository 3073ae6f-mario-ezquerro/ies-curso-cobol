       01 CABALER1.
           02 FILLER PIC X(40) VALUE
              "  MATRIZ DE ALERGENOS (14 UE)           ".
           02 FILLER PIC X(40) VALUE
              "X=LO LLEVA  T=PUEDE CONTENER TRAZAS     ".
       01 CABALER2.
           02 FILLER PIC X(40) VALUE
              "  PLATO                       GL CR HU P".
           IF PAL-FLAG(AX) = "S"
              MOVE "X" TO AL-MARCA(AX)
           ELSE
              IF PAL-FLAG(AX) = "T"
                 MOVE "T" TO AL-MARCA(AX)
              ELSE
                 MOVE "." TO AL-MARCA(AX)
              END-IF
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
