       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASFIJOS.
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
           SELECT OPTIONAL GASFIJOS ASSIGN TO DISK RF-GASFIJOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GF-CODIGO
           FILE STATUS IS ERRORGF.
           SELECT OPTIONAL PROVEE ASSIGN TO DISK RF-PROVEE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-CODIGO.
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
      * Gastos fijos que se repiten (alquiler, luz, gas, renting de
      * la cafetera, seguros, cuotas de programas): proveedor,
      * importe previsto con su base y cuota en el tipo de IVA de la
      * factura, cada cuantos meses llega (GF-PERIODO) y que dia,
      * desde que mes (GF-MESINI, AAAAMM) y hasta que fecha (GF-FFIN,
      * 0 = sin fin). GF-ULTMES es el ultimo mes cuya factura ya se
      * entro en FACPROV.CBL desde la plantilla (0 = ninguno).
       FD GASFIJOS LABEL RECORD STANDARD.
       01 REG-GF.
           02 GF-CODIGO PIC 9(3).
           02 GF-PROVEEDOR PIC 9(3).
           02 GF-CONCEPTO PIC X(30).
           02 GF-TIPOIVA PIC 9.
           02 GF-BASE PIC 9(6)V99.
           02 GF-CUOTA PIC 9(6)V99.
           02 GF-IMPORTE PIC 9(6)V99.
           02 GF-PERIODO PIC X.
              88 PERIODO-VALIDO VALUES "M" "B" "T" "S" "A".
           02 GF-DIA PIC 99.
           02 GF-MESINI PIC 9(6).
           02 GF-FFIN PIC 9(8).
           02 GF-ULTMES PIC 9(6).
           02 GF-ULTFAC PIC 9(6).
       FD PROVEE LABEL RECORD STANDARD.
       01 REG-PROV.
           02 PR-CODIGO PIC 9(3).
           02 PR-NOMBRE PIC X(29).
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-GASFIJOS PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 ERRORGF PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 OPCION PIC X.
       77 FIN PIC X.
       77 EXISTEGF PIC X.
       77 CODPEDIDO PIC 9(3).
       77 HOYNUM PIC 9(8).
       77 PASOMES PIC 99.
       77 MESOCU PIC 9(6).
       77 MESIDX PIC 9(6).
       77 OCUANO PIC 9(4).
       77 OCUMES PIC 99.
       77 FECHAOCU PIC 9(8).
       77 CUANTOS PIC 9(4).
       77 TOTALPREV PIC 9(7)V99.
       01 CABGF.
           02 FILLER PIC X(40) VALUE
              "  GASTOS FIJOS PREVISTOS                ".
       01 CABGF2.
           02 FILLER PIC X(40) VALUE
              "  COD PROV CONCEPTO                     ".
           02 FILLER PIC X(40) VALUE
              "     IMPORTE P DIA DESDE  HASTA   ULTIMO".
       01 LINGF.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LG-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-PROV PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LG-CONCEPTO PIC X(30).
           02 FILLER PIC X VALUE SPACES.
           02 LG-IMPORTE PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 LG-PERIODO PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 LG-DIA PIC Z9.
           02 FILLER PIC X VALUE SPACES.
           02 LG-MESINI PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 LG-FFIN PIC 9(8).
           02 FILLER PIC X VALUE SPACES.
           02 LG-ULTMES PIC 9(6).
       01 LINGFNOTA.
           02 FILLER PIC X(40) VALUE
              "  PERIODO: M MENSUAL  B BIMESTRAL  T TRI".
           02 FILLER PIC X(40) VALUE
              "MESTRAL  S SEMESTRAL  A ANUAL           ".
       01 CABVEN.
           02 FILLER PIC X(40) VALUE
              "  FACTURAS FIJAS ESPERADAS Y NO ENTRADAS".
           02 FILLER PIC X(6) VALUE "  A: ".
           02 CV-HOY PIC 9(8).
       01 CABVEN2.
           02 FILLER PIC X(40) VALUE
              "  COD PROVEEDOR                      CON".
           02 FILLER PIC X(40) VALUE
              "CEPTO              ESPERADA     IMPORTE ".
       01 LINVEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-CODIGO PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 LV-PROVNOM PIC X(29).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-CONCEPTO PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-FECHA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LV-IMPORTE PIC ZZZ.ZZ9,99.
       01 TOTVEN.
           02 FILLER PIC X(21) VALUE "  FACTURAS SIN ENTRAR".
           02 TV-CUANTOS PIC ZZZ9.
           02 FILLER PIC X(42) VALUE SPACES.
           02 TV-TOTAL PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM BUCLE UNTIL OPCION = "S" OR "s"
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       BUCLE.
           DISPLAY " " ERASE
           DISPLAY "GASTOS FIJOS (ALQUILER, SUMINISTROS, SEGUROS)"
              LINE 2 POSITION 5
           DISPLAY "F=FICHA  L=LISTADO  V=ESPERADAS SIN ENTRAR"
              LINE 4 POSITION 5
           DISPLAY "S=SALIR:" LINE 5 POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 14 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "F" OR "f"
              PERFORM FICHAGASTO
           END-IF
           IF OPCION = "L" OR "l"
              PERFORM LISTARGASTOS
           END-IF
           IF OPCION = "V" OR "v"
              PERFORM LISTARVENCIDOS
           END-IF.

      ** Ficha de un gasto fijo, alta o modificacion por codigo. El   **
      ** ultimo mes recibido se puede retocar a mano para saltar una  **
      ** cuota que no se va a facturar.                               **

       FICHAGASTO.
           OPEN I-O GASFIJOS
           IF ERRORGF NOT = "00"
              OPEN OUTPUT GASFIJOS
              CLOSE GASFIJOS
              OPEN I-O GASFIJOS
           END-IF
           OPEN INPUT PROVEE
           MOVE 0 TO TECLAF
           PERFORM UNGASTO UNTIL TECLAF = 27
           MOVE 0 TO TECLAF
           CLOSE PROVEE
           CLOSE GASFIJOS.
       UNGASTO.
           DISPLAY " " ERASE
           DISPLAY "FICHA DE GASTO FIJO" LINE 2 POSITION 5
           DISPLAY "CODIGO (ESC=FIN):" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              MOVE CODPEDIDO TO GF-CODIGO
              READ GASFIJOS
                 INVALID KEY
                    MOVE "N" TO EXISTEGF
                    MOVE CODPEDIDO TO GF-CODIGO
                    MOVE SPACES TO GF-CONCEPTO
                    MOVE 0 TO GF-PROVEEDOR GF-BASE GF-CUOTA
                    MOVE 0 TO GF-IMPORTE GF-FFIN GF-ULTMES GF-ULTFAC
                    MOVE 1 TO GF-TIPOIVA GF-DIA
                    MOVE "M" TO GF-PERIODO
                    DIVIDE HOYNUM BY 100 GIVING GF-MESINI
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEGF
              END-READ
              MOVE CODPEDIDO TO GF-CODIGO
              PERFORM EditarGasto
           ELSE
              MOVE 27 TO TECLAF
           END-IF.
       EditarGasto.
           DISPLAY "PROVEEDOR:" LINE 5 POSITION 5
           ACCEPT GF-PROVEEDOR LINE 5 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE GF-PROVEEDOR TO PR-CODIGO
           READ PROVEE
              INVALID KEY
                 MOVE "(SIN FICHA)" TO PR-NOMBRE
           END-READ
           DISPLAY PR-NOMBRE LINE 5 POSITION 36
           DISPLAY "CONCEPTO:" LINE 6 POSITION 5
           ACCEPT GF-CONCEPTO LINE 6 POSITION 30 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "TIPO DE IVA DE LA FACTURA (1-3):" LINE 7
              POSITION 5
           PERFORM WITH TEST AFTER UNTIL GF-TIPOIVA > 0
              AND GF-TIPOIVA < 4
              ACCEPT GF-TIPOIVA LINE 7 POSITION 38 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "BASE / CUOTA PREVISTAS:" LINE 8 POSITION 5
           ACCEPT GF-BASE LINE 8 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ACCEPT GF-CUOTA LINE 8 POSITION 42 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           COMPUTE GF-IMPORTE = GF-BASE + GF-CUOTA
           DISPLAY "IMPORTE PREVISTO:" LINE 9 POSITION 5
           DISPLAY GF-IMPORTE LINE 9 POSITION 30
           DISPLAY "PERIODO (M/B/T/S/A):" LINE 10 POSITION 5
           DISPLAY "M MENSUAL B BIMESTRAL T TRIMESTRAL S SEMESTRAL"
              LINE 11 POSITION 7
           DISPLAY "A ANUAL" LINE 12 POSITION 7
           PERFORM WITH TEST AFTER UNTIL PERIODO-VALIDO
              ACCEPT GF-PERIODO LINE 10 POSITION 30 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "DIA DEL MES EN QUE LLEGA:" LINE 13 POSITION 5
           PERFORM WITH TEST AFTER UNTIL GF-DIA > 0 AND GF-DIA < 32
              ACCEPT GF-DIA LINE 13 POSITION 32 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "PRIMER MES (AAAAMM):" LINE 14 POSITION 5
           ACCEPT GF-MESINI LINE 14 POSITION 30 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "FECHA FIN (AAAAMMDD, 0=SIN FIN):" LINE 15
              POSITION 5
           ACCEPT GF-FFIN LINE 15 POSITION 38 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "ULTIMO MES RECIBIDO (AAAAMM):" LINE 16 POSITION 5
           ACCEPT GF-ULTMES LINE 16 POSITION 38 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF GF-ULTFAC NOT = 0
              DISPLAY "ULTIMA FACTURA INTERNA:" LINE 17 POSITION 5
              DISPLAY GF-ULTFAC LINE 17 POSITION 38
           END-IF
           IF TECLAF NOT = 27
              IF GF-MESINI = 0 OR GF-IMPORTE = 0
                 DISPLAY "SIN PRIMER MES O SIN IMPORTE; NO GRABADO"
                    LINE 20 POSITION 5 REVERSE
              ELSE
                 IF EXISTEGF = "S"
                    REWRITE REG-GF INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-GF INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 20 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.

      ** Listado de las plantillas con su periodicidad y el ultimo   **
      ** mes ya recibido.                                            **

       LISTARGASTOS.
           DISPLAY "IMPRIMIENDO GASTOS FIJOS..." LINE 7 POSITION 5
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              WRITE LINEAIMP FROM CABGF BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABGF2 BEFORE ADVANCING 1 LINE
              OPEN INPUT GASFIJOS
              IF ERRORGF = "00"
                 MOVE 0 TO GF-CODIGO
                 MOVE "N" TO FIN
                 START GASFIJOS KEY IS NOT < GF-CODIGO
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM ListarUnGasto UNTIL FIN = "S"
                 CLOSE GASFIJOS
              END-IF
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINGFNOTA BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
       ListarUnGasto.
           READ GASFIJOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
              MOVE GF-CODIGO TO LG-CODIGO
              MOVE GF-PROVEEDOR TO LG-PROV
              MOVE GF-CONCEPTO TO LG-CONCEPTO
              MOVE GF-IMPORTE TO LG-IMPORTE
              MOVE GF-PERIODO TO LG-PERIODO
              MOVE GF-DIA TO LG-DIA
              MOVE GF-MESINI TO LG-MESINI
              MOVE GF-FFIN TO LG-FFIN
              MOVE GF-ULTMES TO LG-ULTMES
              WRITE LINEAIMP FROM LINGF BEFORE ADVANCING 1 LINE
           END-IF.

      ** Facturas fijas que ya tendrian que haber llegado y no se han **
      ** entrado: cada cuota desde la siguiente a la ultima recibida  **
      ** cuya fecha esperada ya ha pasado (y no pasa de la fecha fin).**

       LISTARVENCIDOS.
           DISPLAY "IMPRIMIENDO FACTURAS ESPERADAS..." LINE 7
              POSITION 5
           MOVE 0 TO CUANTOS TOTALPREV
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE HOYNUM TO CV-HOY
              WRITE LINEAIMP FROM CABVEN BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABVEN2 BEFORE ADVANCING 1 LINE
              OPEN INPUT GASFIJOS
              IF ERRORGF = "00"
                 OPEN INPUT PROVEE
                 MOVE 0 TO GF-CODIGO
                 MOVE "N" TO FIN
                 START GASFIJOS KEY IS NOT < GF-CODIGO
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM VencidosUnGasto UNTIL FIN = "S"
                 CLOSE PROVEE
                 CLOSE GASFIJOS
              END-IF
              MOVE CUANTOS TO TV-CUANTOS
              MOVE TOTALPREV TO TV-TOTAL
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM TOTVEN BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO
           DISPLAY "FACTURAS SIN ENTRAR:" LINE 8 POSITION 5
           DISPLAY CUANTOS LINE 8 POSITION 27
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       VencidosUnGasto.
           READ GASFIJOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND GF-MESINI NOT = 0
              MOVE GF-PROVEEDOR TO PR-CODIGO
              READ PROVEE
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO PR-NOMBRE
              END-READ
              PERFORM PrimeraPendiente
              PERFORM ListarUnaCuota UNTIL FECHAOCU NOT < HOYNUM
                 OR (GF-FFIN NOT = 0 AND FECHAOCU > GF-FFIN)
           END-IF.
       ListarUnaCuota.
           MOVE GF-CODIGO TO LV-CODIGO
           MOVE PR-NOMBRE TO LV-PROVNOM
           MOVE GF-CONCEPTO TO LV-CONCEPTO
           MOVE FECHAOCU TO LV-FECHA
           MOVE GF-IMPORTE TO LV-IMPORTE
           WRITE LINEAIMP FROM LINVEN BEFORE ADVANCING 1 LINE
           ADD 1 TO CUANTOS
           ADD GF-IMPORTE TO TOTALPREV
           PERFORM SiguienteCuota.

      ** Calendario de cuotas de la plantilla leida: la primera     **
      ** pendiente es GF-MESINI si no se ha recibido ninguna, o la  **
      ** siguiente a GF-ULTMES; cada una avanza PASOMES meses. Deja **
      ** el mes (MESOCU, AAAAMM) y la fecha esperada (FECHAOCU).    **

       PrimeraPendiente.
           EVALUATE GF-PERIODO
              WHEN "B" MOVE 2 TO PASOMES
              WHEN "T" MOVE 3 TO PASOMES
              WHEN "S" MOVE 6 TO PASOMES
              WHEN "A" MOVE 12 TO PASOMES
              WHEN OTHER MOVE 1 TO PASOMES
           END-EVALUATE
           IF GF-ULTMES = 0
              MOVE GF-MESINI TO MESOCU
              COMPUTE FECHAOCU = MESOCU * 100 + GF-DIA
           ELSE
              MOVE GF-ULTMES TO MESOCU
              PERFORM SiguienteCuota
           END-IF.
       SiguienteCuota.
           DIVIDE MESOCU BY 100 GIVING OCUANO REMAINDER OCUMES
           COMPUTE MESIDX = OCUANO * 12 + OCUMES - 1 + PASOMES
           DIVIDE MESIDX BY 12 GIVING OCUANO REMAINDER OCUMES
           ADD 1 TO OCUMES
           COMPUTE MESOCU = OCUANO * 100 + OCUMES
           COMPUTE FECHAOCU = MESOCU * 100 + GF-DIA.

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
           MOVE SPACES TO RF-GASFIJOS
           STRING RUTADATOS DELIMITED BY " "
                  "GASFIJOS.DAT" DELIMITED BY SIZE
                  INTO RF-GASFIJOS
           END-STRING
           MOVE SPACES TO RF-PROVEE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING.
