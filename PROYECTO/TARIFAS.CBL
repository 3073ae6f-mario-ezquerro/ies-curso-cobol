       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAS.
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
           SELECT OPTIONAL TARIFAS ASSIGN TO DISK RF-TARIFAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-CLAVE
           FILE STATUS IS ERRORTF.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
           SELECT OPTIONAL ALBARAN ASSIGN TO DISK RF-ALBARAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALB-NUM.
           SELECT OPTIONAL ALBALIN ASSIGN TO DISK RF-ALBALIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CLAVE.
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
      * Tarifas pactadas: precio de un ingrediente con un proveedor
      * desde una fecha y hasta otra (0 = sin fin). PEDPROP.CBL pide
      * al mas barato vigente y ALBARAN.CBL avisa si se cobra otro.
       FD TARIFAS LABEL RECORD STANDARD.
       01 REG-TARIFA.
           02 TF-CLAVE.
              03 TF-INGRED PIC 9(3).
              03 TF-PROVEEDOR PIC 9(3).
              03 TF-DESDE PIC 9(8).
           02 TF-HASTA PIC 9(8).
           02 TF-PRECIO PIC 9(4)V99.
           02 TF-UNIDAD PIC X(3).
       FD INGRED LABEL RECORD STANDARD.
       01 REG-ING.
           02 IG-CODIGO PIC 9(3).
           02 IG-NOMBRE PIC X(26).
           02 IG-UNIDAD PIC X(3).
           02 IG-STOCK PIC S9(6)V999.
           02 IG-COSTE PIC 9(4)V99.
           02 IG-MINIMO PIC 9(5)V999.
           02 IG-PEDIRHASTA PIC 9(5)V999.
           02 IG-PROVEEDOR PIC 9(3).
      * Valores nutricionales por 100 g o unidad de medida del
      * ingrediente, para el calculo por racion de NUTRIC.CBL.
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD ALBARAN LABEL RECORD STANDARD.
       01 REG-ALB.
           02 ALB-NUM PIC 9(6).
           02 ALB-PROVEEDOR PIC 9(3).
           02 ALB-FECHA PIC 9(8).
           02 ALB-REFPROV PIC X(10).
           02 ALB-FACPROV PIC 9(6).
       FD ALBALIN LABEL RECORD STANDARD.
       01 REG-ALBLIN.
           02 AL-CLAVE.
              03 AL-NUM PIC 9(6).
              03 AL-LINEA PIC 99.
           02 AL-INGRED PIC 9(3).
           02 AL-CANTIDAD PIC 9(5)V999.
           02 AL-COSTE PIC 9(4)V99.
           02 AL-LOTE PIC X(10).
           02 AL-CADUCIDAD PIC 9(8).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-ALBALIN PIC X(42).
       77 RF-ALBARAN PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-TARIFAS PIC X(42).
       77 ERRORTF PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 EXISTE PIC X.
       77 FIN PIC X.
       77 FINLIN PIC X.
       77 FINTF PIC X.
       77 INGPEDIDO PIC 9(3).
       77 PROVPEDIDO PIC 9(3).
       77 FECHATARIFA PIC 9(8).
       77 PRECIOPACTADO PIC 9(4)V99.
       77 HAYTARIFA PIC X.
       77 MESPEDIDO PIC 99.
       77 ANOPEDIDO PIC 9(4).
       77 MESDESDE PIC 9(8).
       77 MESHASTA PIC 9(8).
       77 PV PIC 9(3).
       77 PROVACT PIC 9(3).
       77 DIFLINEA PIC S9(6)V99.
       77 TOTALPROV PIC S9(7)V99.
       77 RECLAMARPROV PIC 9(7)V99.
       77 RECLAMARTOTAL PIC 9(7)V99.
       01 FECHADES.
           02 FD-ANO PIC 9(4).
           02 FD-MES PIC 99.
           02 FD-DIA PIC 99.
      * Marca de que proveedores han cobrado fuera de tarifa.
       01 TablaProvDesv.
           02 PD-DESV PIC X OCCURS 999.
       01 CABDESV.
           02 FILLER PIC X(40) VALUE
              "  DESVIACIONES DE PRECIO SOBRE TARIFA   ".
           02 FILLER PIC X(5) VALUE "MES: ".
           02 DS-MES PIC 99.
           02 FILLER PIC X VALUE "/".
           02 DS-ANO PIC 9(4).
       01 CABDESV2.
           02 FILLER PIC X(40) VALUE
              "  ALBARAN FECHA    ING NOMBRE           ".
           02 FILLER PIC X(36) VALUE
              "CANTIDAD PACTADO COBRADO  DIFERENC.".
       01 CABPROV.
           02 FILLER PIC X(13) VALUE "  PROVEEDOR: ".
           02 DS-PROV PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 DS-NOMBRE PIC X(29).
           02 FILLER PIC X(7) VALUE "  TEL: ".
           02 DS-TELEF PIC X(9).
       01 LINDESV.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DS-ALB PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 DS-FECHA PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 DS-ING PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 DS-INGNOM PIC X(16).
           02 FILLER PIC X VALUE SPACES.
           02 DS-CANT PIC ZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 DS-PACTADO PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 DS-COBRADO PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 DS-DIF PIC -ZZZZ9,99.
       01 TOTDESVPROV.
           02 FILLER PIC X(40) VALUE
              "      DIFERENCIA NETA DEL PROVEEDOR:    ".
           02 DS-TOTPROV PIC -Z.ZZZ.ZZ9,99.
       01 TOTRECLPROV.
           02 FILLER PIC X(40) VALUE
              "      A RECLAMAR (COBRADO DE MAS):      ".
           02 DS-RECLPROV PIC Z.ZZZ.ZZ9,99.
       01 TOTRECL.
           02 FILLER PIC X(40) VALUE
              "  TOTAL A RECLAMAR EN EL MES:           ".
           02 DS-RECLTOTAL PIC Z.ZZZ.ZZ9,99.
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
           DISPLAY "TARIFAS PACTADAS CON PROVEEDORES" LINE 2
              POSITION 5
           DISPLAY "T=TARIFAS  D=DESVIACIONES DEL MES  S=SALIR:"
              LINE 4 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 4 POSITION 50 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "T" OR "t"
              PERFORM MANTTARIFA
           END-IF
           IF OPCION = "D" OR "d"
              PERFORM LISTADODESV
           END-IF.

      ** Alta y modificacion de tarifas por ingrediente, proveedor   **
      ** y fecha de inicio; para cerrar una tarifa se le pone la     **
      ** fecha hasta y se da de alta la nueva desde el dia siguiente.**

       MANTTARIFA.
           OPEN I-O TARIFAS
           OPEN INPUT INGRED
           OPEN INPUT PROVEE
           MOVE 0 TO TECLAF
           PERFORM UNATARIFA UNTIL TECLAF = 27
           MOVE 0 TO TECLAF
           CLOSE PROVEE
           CLOSE INGRED
           CLOSE TARIFAS.
       UNATARIFA.
           DISPLAY " " ERASE
           DISPLAY "TARIFAS PACTADAS CON PROVEEDORES" LINE 2
              POSITION 5
           DISPLAY "INGREDIENTE (ESC=FIN):" LINE 6 POSITION 5
           MOVE 0 TO INGPEDIDO
           ACCEPT INGPEDIDO LINE 6 POSITION 29 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND INGPEDIDO NOT = 0
              MOVE INGPEDIDO TO IG-CODIGO
              READ INGRED
                 INVALID KEY
                    MOVE SPACES TO IG-NOMBRE IG-UNIDAD
                    DISPLAY "NO EXISTE" LINE 6 POSITION 34
                 NOT INVALID KEY
                    DISPLAY IG-NOMBRE LINE 6 POSITION 34
              END-READ
              IF IG-NOMBRE NOT = SPACES
                 PERFORM DatosTarifa
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       DatosTarifa.
           DISPLAY "PROVEEDOR:" LINE 7 POSITION 5
           MOVE IG-PROVEEDOR TO PROVPEDIDO
           ACCEPT PROVPEDIDO LINE 7 POSITION 17 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE PROVPEDIDO TO PR-CODIGO
           READ PROVEE
              INVALID KEY
                 DISPLAY "(SIN FICHA)                  " LINE 7
                    POSITION 23
              NOT INVALID KEY
                 DISPLAY PR-NOMBRE LINE 7 POSITION 23
           END-READ
           DISPLAY "VALIDA DESDE (AAAAMMDD):" LINE 8 POSITION 5
           ACCEPT FECHATARIFA FROM DATE YYYYMMDD
           ACCEPT FECHATARIFA LINE 8 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PROVPEDIDO NOT = 0
              MOVE INGPEDIDO TO TF-INGRED
              MOVE PROVPEDIDO TO TF-PROVEEDOR
              MOVE FECHATARIFA TO TF-DESDE
              READ TARIFAS
                 INVALID KEY
                    MOVE "N" TO EXISTE
                    MOVE 0 TO TF-HASTA
                    MOVE IG-COSTE TO TF-PRECIO
                    MOVE IG-UNIDAD TO TF-UNIDAD
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
              DISPLAY "HASTA (AAAAMMDD, 0=SIN FIN):" LINE 9 POSITION 5
              ACCEPT TF-HASTA LINE 9 POSITION 35 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "PRECIO PACTADO:" LINE 10 POSITION 5
              ACCEPT TF-PRECIO LINE 10 POSITION 22 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "UNIDAD:" LINE 11 POSITION 5
              ACCEPT TF-UNIDAD LINE 11 POSITION 22 NO BEEP TAB
                 UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 IF EXISTE = "S"
                    REWRITE REG-TARIFA INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-TARIFA INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 13 POSITION 5
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
              MOVE 0 TO TECLAF
           END-IF.

      ** Precio pactado de AL-INGRED con ALB-PROVEEDOR en la fecha   **
      ** del albaran: la tarifa vigente de inicio mas reciente.      **

       BuscarTarifa.
           MOVE "N" TO HAYTARIFA
           MOVE 0 TO PRECIOPACTADO
           MOVE AL-INGRED TO TF-INGRED
           MOVE ALB-PROVEEDOR TO TF-PROVEEDOR
           MOVE 0 TO TF-DESDE
           MOVE "N" TO FINTF
           START TARIFAS KEY IS NOT < TF-CLAVE
              INVALID KEY MOVE "S" TO FINTF
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnaTarifa UNTIL FINTF = "S".
       MirarUnaTarifa.
           READ TARIFAS NEXT AT END MOVE "S" TO FINTF
           END-READ.
           IF FINTF = "N"
              IF TF-INGRED NOT = AL-INGRED
                 OR TF-PROVEEDOR NOT = ALB-PROVEEDOR
                 OR TF-DESDE > ALB-FECHA
                 MOVE "S" TO FINTF
              ELSE
                 IF TF-HASTA = 0 OR TF-HASTA NOT < ALB-FECHA
                    MOVE "S" TO HAYTARIFA
                    MOVE TF-PRECIO TO PRECIOPACTADO
                 END-IF
              END-IF
           END-IF.

      ** Desviaciones del mes: las lineas de albaran cobradas a un   **
      ** precio distinto del pactado, por proveedor, con lo cobrado  **
      ** de mas para reclamarlo.                                     **

       LISTADODESV.
           ACCEPT FECHADES FROM DATE YYYYMMDD
           MOVE FD-MES TO MESPEDIDO
           MOVE FD-ANO TO ANOPEDIDO
           DISPLAY "MES:" LINE 6 POSITION 5
           ACCEPT MESPEDIDO LINE 6 POSITION 12 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "ANO:" LINE 6 POSITION 18
           ACCEPT ANOPEDIDO LINE 6 POSITION 23 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND MESPEDIDO > 0 AND < 13
              COMPUTE MESDESDE = ANOPEDIDO * 10000 + MESPEDIDO * 100
              COMPUTE MESHASTA = MESDESDE + 99
              OPEN INPUT TARIFAS
              OPEN INPUT ALBARAN
              OPEN INPUT ALBALIN
              OPEN INPUT INGRED
              OPEN INPUT PROVEE
              PERFORM MarcarDesviaciones
              PERFORM ImprimirDesviaciones
              CLOSE PROVEE
              CLOSE INGRED
              CLOSE ALBALIN
              CLOSE ALBARAN
              CLOSE TARIFAS
              DISPLAY "A RECLAMAR EN EL MES:" LINE 8 POSITION 5
              DISPLAY RECLAMARTOTAL LINE 8 POSITION 28
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       MarcarDesviaciones.
           PERFORM LimpiarProv VARYING PV FROM 1 BY 1 UNTIL PV > 999
           MOVE 0 TO PROVACT
           MOVE 0 TO ALB-NUM
           MOVE "N" TO FIN
           START ALBARAN KEY IS NOT < ALB-NUM
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnAlbaran UNTIL FIN = "S".
       LimpiarProv.
           MOVE "N" TO PD-DESV(PV).
       MirarUnAlbaran.
           READ ALBARAN NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND ALB-FECHA NOT < MESDESDE
              AND ALB-FECHA NOT > MESHASTA
              AND ALB-PROVEEDOR NOT = 0
              AND (PROVACT = 0 OR ALB-PROVEEDOR = PROVACT)
              PERFORM RepasarLineas
           END-IF.
       RepasarLineas.
           MOVE ALB-NUM TO AL-NUM
           MOVE 0 TO AL-LINEA
           MOVE "N" TO FINLIN
           START ALBALIN KEY IS NOT < AL-CLAVE
              INVALID KEY MOVE "S" TO FINLIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MirarUnaLinea UNTIL FINLIN = "S".
       MirarUnaLinea.
           READ ALBALIN NEXT AT END MOVE "S" TO FINLIN
           END-READ.
           IF FINLIN = "N" AND AL-NUM NOT = ALB-NUM
              MOVE "S" TO FINLIN
           END-IF.
           IF FINLIN = "N"
              PERFORM BuscarTarifa
              IF HAYTARIFA = "S" AND AL-COSTE NOT = PRECIOPACTADO
                 IF PROVACT = 0
                    MOVE "S" TO PD-DESV(ALB-PROVEEDOR)
                 ELSE
                    PERFORM ImprimirLineaDesv
                 END-IF
              END-IF
           END-IF.
       ImprimirDesviaciones.
           MOVE 0 TO RECLAMARTOTAL
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE MESPEDIDO TO DS-MES
              MOVE ANOPEDIDO TO DS-ANO
              WRITE LINEAIMP FROM CABDESV BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABDESV2 BEFORE ADVANCING 2 LINE
              PERFORM ImprimirProveedor VARYING PV FROM 1 BY 1
                 UNTIL PV > 999
              MOVE RECLAMARTOTAL TO DS-RECLTOTAL
              WRITE LINEAIMP FROM TOTRECL BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
       ImprimirProveedor.
           IF PD-DESV(PV) = "S"
              MOVE PV TO PROVACT
              MOVE PV TO DS-PROV
              MOVE PV TO PR-CODIGO
              READ PROVEE
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO DS-NOMBRE
                    MOVE SPACES TO DS-TELEF
                 NOT INVALID KEY
                    MOVE PR-NOMBRE TO DS-NOMBRE
                    MOVE PR-TELEFONO TO DS-TELEF
              END-READ
              WRITE LINEAIMP FROM CABPROV BEFORE ADVANCING 1 LINE
              MOVE 0 TO TOTALPROV
              MOVE 0 TO RECLAMARPROV
              MOVE 0 TO ALB-NUM
              MOVE "N" TO FIN
              START ALBARAN KEY IS NOT < ALB-NUM
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM MirarUnAlbaran UNTIL FIN = "S"
              MOVE TOTALPROV TO DS-TOTPROV
              WRITE LINEAIMP FROM TOTDESVPROV BEFORE ADVANCING 1 LINE
              MOVE RECLAMARPROV TO DS-RECLPROV
              WRITE LINEAIMP FROM TOTRECLPROV BEFORE ADVANCING 2 LINE
              ADD RECLAMARPROV TO RECLAMARTOTAL
           END-IF.
       ImprimirLineaDesv.
           COMPUTE DIFLINEA ROUNDED =
              AL-CANTIDAD * (AL-COSTE - PRECIOPACTADO)
           MOVE AL-INGRED TO IG-CODIGO
           READ INGRED
              INVALID KEY MOVE SPACES TO IG-NOMBRE
           END-READ
           MOVE ALB-NUM TO DS-ALB
           MOVE ALB-FECHA TO DS-FECHA
           MOVE AL-INGRED TO DS-ING
           MOVE IG-NOMBRE TO DS-INGNOM
           MOVE AL-CANTIDAD TO DS-CANT
           MOVE PRECIOPACTADO TO DS-PACTADO
           MOVE AL-COSTE TO DS-COBRADO
           MOVE DIFLINEA TO DS-DIF
           WRITE LINEAIMP FROM LINDESV BEFORE ADVANCING 1 LINE
           ADD DIFLINEA TO TOTALPROV
           IF DIFLINEA > 0
              ADD DIFLINEA TO RECLAMARPROV
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
           MOVE SPACES TO RF-ALBALIN
           STRING RUTADATOS DELIMITED BY " "
                  "ALBALIN.DAT" DELIMITED BY SIZE
                  INTO RF-ALBALIN
           END-STRING
           MOVE SPACES TO RF-ALBARAN
           STRING RUTADATOS DELIMITED BY " "
                  "ALBARAN.DAT" DELIMITED BY SIZE
                  INTO RF-ALBARAN
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-TARIFAS
           STRING RUTADATOS DELIMITED BY " "
                  "TARIFAS.DAT" DELIMITED BY SIZE
                  INTO RF-TARIFAS
           END-STRING.
