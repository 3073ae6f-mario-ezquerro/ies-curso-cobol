           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-CLAVE.
           SELECT OPTIONAL DEVPROV ASSIGN TO DISK RF-DEVPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DV-NUM
           FILE STATUS IS ERRORDV.
           SELECT OPTIONAL PROVRET ASSIGN TO DISK RF-PROVRET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROVEEDOR
           FILE STATUS IS ERRORRP.
           SELECT OPTIONAL RETFPROV ASSIGN TO DISK RF-RETFPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-NUM
           FILE STATUS IS ERRORRT.
           SELECT OPTIONAL GASFIJOS ASSIGN TO DISK RF-GASFIJOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GF-CODIGO
           FILE STATUS IS ERRORGF.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
           02 PR-NIF PIC X(9).
           02 PR-TELEFONO PIC X(9).
           02 PR-CCC PIC X(20).
           02 PR-FAMILIA PIC X.
       FD ALBARAN LABEL RECORD STANDARD.
       01 REG-ALB.
           02 ALB-NUM PIC 9(6).
      * sanitaria; en blanco = genero sin lote.
           02 AL-LOTE PIC X(10).
           02 AL-CADUCIDAD PIC 9(8).
      * Devoluciones al proveedor: una por linea de albaran
      * devuelta (ingrediente y lote), valorada al coste de la
      * entrada. Queda pendiente de abono hasta que FACPROV.CBL la
      * casa con el abono del proveedor.
       FD DEVPROV LABEL RECORD STANDARD.
       01 REG-DEV.
           02 DV-NUM PIC 9(6).
           02 DV-ALBARAN PIC 9(6).
           02 DV-LINEA PIC 99.
           02 DV-PROVEEDOR PIC 9(3).
           02 DV-FECHA PIC 9(8).
           02 DV-INGRED PIC 9(3).
           02 DV-LOTE PIC X(10).
           02 DV-CANTIDAD PIC 9(5)V999.
           02 DV-COSTE PIC 9(4)V99.
           02 DV-VALOR PIC 9(6)V99.
           02 DV-MOTIVO PIC X(30).
      * Abono del proveedor que la cubre (numero suyo y fecha);
      * en blanco = pendiente de abono.
           02 DV-ABONO PIC X(10).
              88 DEVOLUCION-PENDIENTE VALUE SPACES.
           02 DV-FECHAABONO PIC 9(8).
      * Retencion de IRPF que se practica a cada proveedor: "P" =
      * profesional (modelo 111), "A" = alquiler del local (modelo
      * 115), en blanco = sin retencion. La referencia catastral
      * del local alquilado sale en el resumen anual del 180.
       FD PROVRET LABEL RECORD STANDARD.
       01 REG-RP.
           02 RP-PROVEEDOR PIC 9(3).
           02 RP-TIPO PIC X.
              88 RP-PROFESIONAL VALUE "P".
              88 RP-ALQUILER VALUE "A".
           02 RP-PCT PIC 99V99.
           02 RP-REFCAT PIC X(20).
      * Retencion practicada en cada factura de proveedor (misma
      * clave que FACPROV.DAT): se paga FP-TOTAL menos RT-IMPORTE,
      * y RT-IMPORTE se ingresa en Hacienda con el 111 o el 115.
       FD RETFPROV LABEL RECORD STANDARD.
       01 REG-RT.
           02 RT-NUM PIC 9(6).
           02 RT-PROVEEDOR PIC 9(3).
           02 RT-FECHA PIC 9(8).
           02 RT-TIPO PIC X.
              88 RT-PROFESIONAL VALUE "P".
              88 RT-ALQUILER VALUE "A".
           02 RT-PCT PIC 99V99.
           02 RT-BASE PIC 9(6)V99.
           02 RT-IMPORTE PIC 9(6)V99.
      * Plantillas de gastos fijos (GASFIJOS.CBL): rellenan la
      * factura que llega cada mes o trimestre y, al grabarla, dan
      * por recibida la cuota pendiente (GF-ULTMES).
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
           02 GF-DIA PIC 99.
           02 GF-MESINI PIC 9(6).
           02 GF-FFIN PIC 9(8).
           02 GF-ULTMES PIC 9(6).
           02 GF-ULTFAC PIC 9(6).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 RF-ALBARAN PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-PROVEE PIC X(42).
       77 RF-DEVPROV PIC X(42).
       77 RF-PROVRET PIC X(42).
       77 RF-RETFPROV PIC X(42).
       77 RF-GASFIJOS PIC X(42).
       77 ERRORGF PIC XX.
       77 PLANTILLA PIC 9(3).
       77 PASOMES PIC 99.
       77 MESIDX PIC 9(6).
       77 OCUANO PIC 9(4).
       77 OCUMES PIC 99.
       77 ERRORFP PIC XX.
       77 ERRORRP PIC XX.
       77 ERRORRT PIC XX.
       77 ERRORDV PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 TOTALRECIBIDO PIC 9(7)V99.
       77 DIFERENCIA PIC S9(6)V99.
       77 CUANTOSALB PIC 99.
       77 DEVPEDIDA PIC 9(6).
       77 NUMABONO PIC X(10).
       77 PROVABONO PIC 9(3).
       77 FECHAABONO PIC 9(8).
       77 TOTALABONO PIC 9(6)V99.
       77 TOTALDEVUELTO PIC 9(7)V99.
       77 PROVACT PIC 9(3).
       77 PV PIC 9(3).
       77 TOTALPROV PIC 9(7)V99.
       77 TOTALPEND PIC 9(7)V99.
       77 CODPEDIDO PIC 9(3).
       77 EXISTERP PIC X.
       77 RETTIPO PIC X.
       77 RETPCT PIC 99V99.
       77 RETBASE PIC 9(6)V99.
       77 RETIMPORTE PIC 9(6)V99.
       77 NETOPAGAR PIC 9(6)V99.
       77 L-RETPCT PIC Z9,99.
      * Marca de que proveedores tienen devoluciones sin abonar.
       01 TablaProvPend.
           02 PP-PEND PIC X OCCURS 999.
       01 CABFP.
           02 FILLER PIC X(40) VALUE
              "  FACTURA DE PROVEEDOR CONTRA ALBARANES ".
       01 TOTFP3.
           02 FILLER PIC X(22) VALUE "  DIFERENCIA:         ".
           02 FI-DIF PIC -ZZ.ZZ9,99.
       01 TOTFP4.
           02 FILLER PIC X(17) VALUE "  RETENCION IRPF ".
           02 FI-RETPCT PIC Z9,99.
           02 FILLER PIC X(2) VALUE "% ".
           02 FI-RETENCION PIC ZZZ.ZZ9,99.
       01 TOTFP5.
           02 FILLER PIC X(22) VALUE "  NETO A PAGAR:       ".
           02 FI-NETO PIC ZZZ.ZZ9,99.
       01 CABAB.
           02 FILLER PIC X(40) VALUE
              "  ABONO DE PROVEEDOR CONTRA DEVOLUCIONES".
       01 LINAB1.
           02 FILLER PIC X(11) VALUE "  ABONO:   ".
           02 AB-NUMPROV PIC X(10).
           02 FILLER PIC X(9) VALUE "  FECHA: ".
           02 AB-FECHA PIC 9(8).
           02 FILLER PIC X(9) VALUE "  PROV.: ".
           02 AB-PROV PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 AB-NOMBRE PIC X(29).
       01 LINABDEV.
           02 FILLER PIC X(12) VALUE "  DEVOLUC.: ".
           02 AB-DEV PIC 9(6).
           02 FILLER PIC X(7) VALUE "  ALB: ".
           02 AB-ALB PIC 9(6).
           02 FILLER PIC X(7) VALUE "  ING: ".
           02 AB-ING PIC ZZ9.
           02 FILLER PIC X(8) VALUE "  LOTE: ".
           02 AB-LOTE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AB-VALOR PIC ZZZ.ZZ9,99.
       01 TOTAB1.
           02 FILLER PIC X(22) VALUE "  TOTAL DEVUELTO:     ".
           02 AB-DEVUELTO PIC ZZZ.ZZ9,99.
       01 TOTAB2.
           02 FILLER PIC X(22) VALUE "  TOTAL ABONADO:      ".
           02 AB-ABONADO PIC ZZZ.ZZ9,99.
       01 TOTAB3.
           02 FILLER PIC X(22) VALUE "  DIFERENCIA:         ".
           02 AB-DIF PIC -ZZ.ZZ9,99.
       01 CABPEND.
           02 FILLER PIC X(40) VALUE
              "  DEVOLUCIONES PENDIENTES DE ABONO      ".
       01 CABPENDPROV.
           02 FILLER PIC X(13) VALUE "  PROVEEDOR: ".
           02 DP-PROV PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 DP-NOMBRE PIC X(29).
           02 FILLER PIC X(7) VALUE "  TEL: ".
           02 DP-TELEF PIC X(9).
       01 LINPEND.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DP-DEV PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 DP-FECHA PIC 9(8).
           02 FILLER PIC X(6) VALUE "  ALB ".
           02 DP-ALB PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 DP-ING PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 DP-LOTE PIC X(10).
           02 FILLER PIC X VALUE SPACES.
           02 DP-CANT PIC ZZZZ9,999.
           02 FILLER PIC X VALUE SPACES.
           02 DP-VALOR PIC ZZZ.ZZ9,99.
       01 TOTPENDPROV.
           02 FILLER PIC X(40) VALUE
              "      TOTAL PENDIENTE DEL PROVEEDOR:    ".
           02 DP-TOTPROV PIC Z.ZZZ.ZZ9,99.
       01 TOTPEND.
           02 FILLER PIC X(40) VALUE
              "  TOTAL PENDIENTE DE ABONO:             ".
           02 DP-TOTAL PIC Z.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "FACTURAS DE PROVEEDOR (IVA SOPORTADO)" LINE 2
              POSITION 5
           DISPLAY "E=ENTRAR FACTURA  A=ENTRAR ABONO  R=RETENCION IRPF"
              LINE 4 POSITION 5
           DISPLAY "D=DEVOLUCIONES SIN ABONO  S=SALIR:" LINE 5
              POSITION 5
           MOVE "S" TO OPCION
           ACCEPT OPCION LINE 5 POSITION 40 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF OPCION = "E" OR "e"
              PERFORM ENTRARFACTURA
           END-IF
           IF OPCION = "A" OR "a"
              PERFORM ENTRARABONO
           END-IF
           IF OPCION = "D" OR "d"
              PERFORM LISTARPENDIENTES
           END-IF
           IF OPCION = "R" OR "r"
              PERFORM MANTRETENCION
           END-IF.

      ** Entrada de la factura del proveedor: cabecera con bases y   **
              UNTIL LIBRE = "S" OR PRUEBA > 999999
           DISPLAY "FACTURA INTERNA N." LINE 6 POSITION 5
           DISPLAY FP-NUM LINE 6 POSITION 25
           PERFORM PedirPlantilla
           DISPLAY "PROVEEDOR:" LINE 7 POSITION 5
           ACCEPT FP-PROVEEDOR LINE 7 POSITION 17 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "BASE 1 / CUOTA 1:" LINE 11 POSITION 5
           ACCEPT FP-BASE1 LINE 11 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "BASE 2 / CUOTA 2:" LINE 12 POSITION 5
           ACCEPT FP-BASE2 LINE 12 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "BASE 3 / CUOTA 3:" LINE 13 POSITION 5
           ACCEPT FP-BASE3 LINE 13 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ACCEPT FP-TOTAL LINE 14 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           PERFORM PedirRetencion
           IF TECLAF NOT = 27
              MOVE "*" TO FP-PAGADA
              MOVE 0 TO FP-FECHAPAGO
              WRITE REG-FP INVALID KEY CONTINUE
              END-WRITE
              PERFORM GrabarRetencion
              IF PLANTILLA NOT = 0
                 PERFORM MarcarPlantilla
              END-IF
              PERFORM AbrirListadoCasado
              PERFORM MarcarAlbaranes
              PERFORM CerrarListadoCasado
           COMPUTE DIFERENCIA = FP-TOTAL - TOTALRECIBIDO
           MOVE DIFERENCIA TO FI-DIF
           WRITE LINEAIMP FROM TOTFP3 BEFORE ADVANCING 2 LINE
           IF RETIMPORTE NOT = 0
              MOVE RETPCT TO FI-RETPCT
              MOVE RETIMPORTE TO FI-RETENCION
              WRITE LINEAIMP FROM TOTFP4 BEFORE ADVANCING 1 LINE
              MOVE NETOPAGAR TO FI-NETO
              WRITE LINEAIMP FROM TOTFP5 BEFORE ADVANCING 2 LINE
           END-IF
           CLOSE LISTADO.

      ** Factura de un gasto fijo (alquiler, luz, seguro...): la     **
      ** plantilla de GASFIJOS.DAT propone el proveedor y la base y  **
      ** cuota previstas en su tipo de IVA, todo retocable.          **

       PedirPlantilla.
           MOVE 0 TO FP-PROVEEDOR
           MOVE 0 TO FP-BASE1 FP-CUOTA1
           MOVE 0 TO FP-BASE2 FP-CUOTA2
           MOVE 0 TO FP-BASE3 FP-CUOTA3
           DISPLAY "GASTO FIJO:" LINE 6 POSITION 33
           MOVE 0 TO PLANTILLA
           ACCEPT PLANTILLA LINE 6 POSITION 45 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND PLANTILLA NOT = 0
              OPEN INPUT GASFIJOS
              IF ERRORGF NOT = "00"
                 MOVE 0 TO PLANTILLA
              ELSE
                 MOVE PLANTILLA TO GF-CODIGO
                 READ GASFIJOS
                    INVALID KEY
                       MOVE 0 TO PLANTILLA
                    NOT INVALID KEY
                       PERFORM CopiarPlantilla
                 END-READ
                 CLOSE GASFIJOS
              END-IF
              IF PLANTILLA = 0
                 DISPLAY "(NO EXISTE)" LINE 6 POSITION 49
              END-IF
           END-IF.
       CopiarPlantilla.
           DISPLAY GF-CONCEPTO LINE 6 POSITION 49
           MOVE GF-PROVEEDOR TO FP-PROVEEDOR
           EVALUATE GF-TIPOIVA
              WHEN 2
                 MOVE GF-BASE TO FP-BASE2
                 MOVE GF-CUOTA TO FP-CUOTA2
              WHEN 3
                 MOVE GF-BASE TO FP-BASE3
                 MOVE GF-CUOTA TO FP-CUOTA3
              WHEN OTHER
                 MOVE GF-BASE TO FP-BASE1
                 MOVE GF-CUOTA TO FP-CUOTA1
           END-EVALUATE.

      ** Grabada la factura, la cuota pendiente de la plantilla      **
      ** (GF-MESINI si no habia ninguna, o la siguiente a GF-ULTMES) **
      ** queda recibida con esta factura interna.                    **

       MarcarPlantilla.
           OPEN I-O GASFIJOS
           IF ERRORGF = "00"
              MOVE PLANTILLA TO GF-CODIGO
              READ GASFIJOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM AvanzarPlantilla
                    REWRITE REG-GF INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE GASFIJOS
           END-IF.
       AvanzarPlantilla.
           EVALUATE GF-PERIODO
              WHEN "B" MOVE 2 TO PASOMES
              WHEN "T" MOVE 3 TO PASOMES
              WHEN "S" MOVE 6 TO PASOMES
              WHEN "A" MOVE 12 TO PASOMES
              WHEN OTHER MOVE 1 TO PASOMES
           END-EVALUATE
           IF GF-ULTMES = 0
              MOVE GF-MESINI TO GF-ULTMES
           ELSE
              DIVIDE GF-ULTMES BY 100 GIVING OCUANO REMAINDER OCUMES
              COMPUTE MESIDX = OCUANO * 12 + OCUMES - 1 + PASOMES
              DIVIDE MESIDX BY 12 GIVING OCUANO REMAINDER OCUMES
              ADD 1 TO OCUMES
              COMPUTE GF-ULTMES = OCUANO * 100 + OCUMES
           END-IF
           MOVE FP-NUM TO GF-ULTFAC.

      ** Si el proveedor tiene retencion de IRPF en PROVRET.DAT, se  **
      ** propone su porcentaje sobre la suma de bases (retocable) y  **
      ** se ensena el neto a pagar, que es lo que sale por NORMA34.  **

       PedirRetencion.
           MOVE " " TO RETTIPO
           MOVE 0 TO RETPCT RETBASE RETIMPORTE
           MOVE FP-TOTAL TO NETOPAGAR
           OPEN INPUT PROVRET
           IF ERRORRP = "00"
              MOVE FP-PROVEEDOR TO RP-PROVEEDOR
              READ PROVRET
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RP-PROFESIONAL OR RP-ALQUILER
                       MOVE RP-TIPO TO RETTIPO
                       MOVE RP-PCT TO RETPCT
                    END-IF
              END-READ
              CLOSE PROVRET
           END-IF
           IF TECLAF NOT = 27 AND RETTIPO NOT = " "
              COMPUTE RETBASE = FP-BASE1 + FP-BASE2 + FP-BASE3
              COMPUTE RETIMPORTE ROUNDED = RETBASE * RETPCT / 100
              DISPLAY "RETENCION IRPF:" LINE 15 POSITION 5
              MOVE RETPCT TO L-RETPCT
              DISPLAY L-RETPCT LINE 15 POSITION 34
              DISPLAY "%" LINE 15 POSITION 39
              ACCEPT RETIMPORTE LINE 15 POSITION 24 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              COMPUTE NETOPAGAR = FP-TOTAL - RETIMPORTE
              DISPLAY "NETO A PAGAR:" LINE 15 POSITION 42
              DISPLAY NETOPAGAR LINE 15 POSITION 56
           END-IF.
       GrabarRetencion.
           IF RETTIPO NOT = " " AND RETIMPORTE NOT = 0
              OPEN I-O RETFPROV
              IF ERRORRT = "00" OR "05"
                 MOVE FP-NUM TO RT-NUM
                 MOVE FP-PROVEEDOR TO RT-PROVEEDOR
                 MOVE FP-FECHA TO RT-FECHA
                 MOVE RETTIPO TO RT-TIPO
                 MOVE RETPCT TO RT-PCT
                 MOVE RETBASE TO RT-BASE
                 MOVE RETIMPORTE TO RT-IMPORTE
                 WRITE REG-RT INVALID KEY
                    REWRITE REG-RT INVALID KEY CONTINUE
                    END-REWRITE
                 END-WRITE
                 CLOSE RETFPROV
              END-IF
           END-IF.

      ** Se van tecleando los albaranes cubiertos (0 = terminar);    **
      ** cada uno queda estampado con la factura y su valor          **
      ** recibido (lineas por cantidad x coste) sale en el casado.   **
                 + (AL-CANTIDAD * AL-COSTE)
           END-IF.

      ** Abono del proveedor por genero devuelto: cabecera con su   **
      ** numero, fecha e importe, y se van marcando las            **
      ** devoluciones que cubre (ALBARAN.CBL); al final se imprime **
      ** el casado con la diferencia entre abonado y devuelto.     **

       ENTRARABONO.
           OPEN I-O DEVPROV
           OPEN INPUT PROVEE
           MOVE 0 TO TECLAF
           DISPLAY "PROVEEDOR:" LINE 7 POSITION 5
           MOVE 0 TO PROVABONO
           ACCEPT PROVABONO LINE 7 POSITION 17 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           MOVE PROVABONO TO PR-CODIGO
           READ PROVEE
              INVALID KEY
                 MOVE "(SIN FICHA)" TO PR-NOMBRE
           END-READ
           DISPLAY PR-NOMBRE LINE 7 POSITION 23
           DISPLAY "N. ABONO PROVEEDOR:" LINE 8 POSITION 5
           MOVE SPACES TO NUMABONO
           ACCEPT NUMABONO LINE 8 POSITION 26 NO BEEP TAB UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "FECHA (AAAAMMDD):" LINE 9 POSITION 5
           ACCEPT FECHAABONO FROM DATE YYYYMMDD
           ACCEPT FECHAABONO LINE 9 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "TOTAL ABONADO:" LINE 10 POSITION 5
           MOVE 0 TO TOTALABONO
           ACCEPT TOTALABONO LINE 10 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND NUMABONO NOT = SPACES
              PERFORM AbrirListadoAbono
              PERFORM MarcarDevoluciones
              PERFORM CerrarListadoAbono
              DISPLAY "ABONO CASADO; DIFERENCIA:" LINE 22
                 POSITION 5
              DISPLAY DIFERENCIA LINE 22 POSITION 32
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF
           CLOSE PROVEE
           CLOSE DEVPROV.
       AbrirListadoAbono.
           MOVE 0 TO TOTALDEVUELTO
           MOVE 0 TO CUANTOSALB
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           WRITE LINEAIMP FROM CABAB BEFORE ADVANCING 1 LINE
           MOVE NUMABONO TO AB-NUMPROV
           MOVE FECHAABONO TO AB-FECHA
           MOVE PROVABONO TO AB-PROV
           MOVE PR-NOMBRE TO AB-NOMBRE
           WRITE LINEAIMP FROM LINAB1 BEFORE ADVANCING 2 LINE.
       CerrarListadoAbono.
           MOVE TOTALDEVUELTO TO AB-DEVUELTO
           WRITE LINEAIMP FROM TOTAB1 BEFORE ADVANCING 1 LINE
           MOVE TOTALABONO TO AB-ABONADO
           WRITE LINEAIMP FROM TOTAB2 BEFORE ADVANCING 1 LINE
           COMPUTE DIFERENCIA = TOTALABONO - TOTALDEVUELTO
           MOVE DIFERENCIA TO AB-DIF
           WRITE LINEAIMP FROM TOTAB3 BEFORE ADVANCING 2 LINE
           CLOSE LISTADO.

      ** Se van tecleando las devoluciones cubiertas (0 = terminar); **
      ** cada una queda estampada con el abono y deja de salir en    **
      ** la lista de pendientes.                                     **

       MarcarDevoluciones.
           DISPLAY "DEVOLUCION CUBIERTA (0 = FIN):" LINE 12 POSITION 5
           MOVE 0 TO TECLAF
           PERFORM MarcarUnaDevolucion UNTIL TECLAF = 27
              OR CUANTOSALB > 30.
       MarcarUnaDevolucion.
           MOVE 0 TO DEVPEDIDA
           ACCEPT DEVPEDIDA LINE 12 POSITION 37 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF DEVPEDIDA = 0
              MOVE 27 TO TECLAF
           END-IF
           IF TECLAF NOT = 27
              MOVE DEVPEDIDA TO DV-NUM
              READ DEVPROV
                 INVALID KEY
                    DISPLAY "NO EXISTE              " LINE 13
                       POSITION 5
                 NOT INVALID KEY
                    IF DV-PROVEEDOR NOT = PROVABONO
                       DISPLAY "ES DE OTRO PROVEEDOR   " LINE 13
                          POSITION 5
                    ELSE
                       IF NOT DEVOLUCION-PENDIENTE
                          DISPLAY "YA ABONADA EN EL       " LINE 13
                             POSITION 5
                          DISPLAY DV-ABONO LINE 13 POSITION 22
                       ELSE
                          PERFORM EstamparDevolucion
                       END-IF
                    END-IF
              END-READ
           END-IF.
       EstamparDevolucion.
           MOVE NUMABONO TO DV-ABONO
           MOVE FECHAABONO TO DV-FECHAABONO
           REWRITE REG-DEV INVALID KEY CONTINUE
           END-REWRITE
           ADD 1 TO CUANTOSALB
           ADD DV-VALOR TO TOTALDEVUELTO
           MOVE DV-NUM TO AB-DEV
           MOVE DV-ALBARAN TO AB-ALB
           MOVE DV-INGRED TO AB-ING
           MOVE DV-LOTE TO AB-LOTE
           MOVE DV-VALOR TO AB-VALOR
           WRITE LINEAIMP FROM LINABDEV BEFORE ADVANCING 1 LINE
           DISPLAY "MARCADA; VALOR DEVUELTO " LINE 13 POSITION 5
           DISPLAY DV-VALOR LINE 13 POSITION 30.

      ** Devoluciones todavia sin abono, agrupadas por proveedor     **
      ** con su telefono para reclamarlas, y el total pendiente.     **

       LISTARPENDIENTES.
           DISPLAY "IMPRIMIENDO DEVOLUCIONES SIN ABONO..." LINE 7
              POSITION 5
           PERFORM LimpiarPend VARYING PV FROM 1 BY 1 UNTIL PV > 999
           OPEN INPUT DEVPROV
           MOVE 0 TO DV-NUM
           MOVE "N" TO FIN
           START DEVPROV KEY IS NOT < DV-NUM
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM MarcarPendiente UNTIL FIN = "S"
           MOVE 0 TO TOTALPEND
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              OPEN INPUT PROVEE
              WRITE LINEAIMP FROM CABPEND BEFORE ADVANCING 2 LINE
              PERFORM ListarProvPendiente VARYING PV FROM 1 BY 1
                 UNTIL PV > 999
              MOVE TOTALPEND TO DP-TOTAL
              WRITE LINEAIMP FROM TOTPEND BEFORE ADVANCING 1 LINE
              CLOSE PROVEE
           END-IF
           CLOSE LISTADO
           CLOSE DEVPROV
           DISPLAY "TOTAL PENDIENTE DE ABONO:" LINE 8 POSITION 5
           DISPLAY TOTALPEND LINE 8 POSITION 32
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       LimpiarPend.
           MOVE "N" TO PP-PEND(PV).
       MarcarPendiente.
           READ DEVPROV NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND DEVOLUCION-PENDIENTE
              AND DV-PROVEEDOR NOT = 0
              MOVE "S" TO PP-PEND(DV-PROVEEDOR)
           END-IF.
       ListarProvPendiente.
           IF PP-PEND(PV) = "S"
              MOVE PV TO PROVACT
              MOVE PV TO DP-PROV
              MOVE PV TO PR-CODIGO
              READ PROVEE
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO DP-NOMBRE
                    MOVE SPACES TO DP-TELEF
                 NOT INVALID KEY
                    MOVE PR-NOMBRE TO DP-NOMBRE
                    MOVE PR-TELEFONO TO DP-TELEF
              END-READ
              WRITE LINEAIMP FROM CABPENDPROV BEFORE ADVANCING 1 LINE
              MOVE 0 TO TOTALPROV
              MOVE 0 TO DV-NUM
              MOVE "N" TO FIN
              START DEVPROV KEY IS NOT < DV-NUM
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM ListarUnaPendiente UNTIL FIN = "S"
              MOVE TOTALPROV TO DP-TOTPROV
              WRITE LINEAIMP FROM TOTPENDPROV BEFORE ADVANCING 2 LINE
              ADD TOTALPROV TO TOTALPEND
           END-IF.
       ListarUnaPendiente.
           READ DEVPROV NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND DEVOLUCION-PENDIENTE
              AND DV-PROVEEDOR = PROVACT
              MOVE DV-NUM TO DP-DEV
              MOVE DV-FECHA TO DP-FECHA
              MOVE DV-ALBARAN TO DP-ALB
              MOVE DV-INGRED TO DP-ING
              MOVE DV-LOTE TO DP-LOTE
              MOVE DV-CANTIDAD TO DP-CANT
              MOVE DV-VALOR TO DP-VALOR
              WRITE LINEAIMP FROM LINPEND BEFORE ADVANCING 1 LINE
              ADD DV-VALOR TO TOTALPROV
           END-IF.

      ** Retencion de IRPF de cada proveedor, uno a uno por codigo: **
      ** tipo (profesional o alquiler), porcentaje y, para el 180,  **
      ** la referencia catastral del local alquilado.               **

       MANTRETENCION.
           OPEN I-O PROVRET
           OPEN INPUT PROVEE
           MOVE 0 TO TECLAF
           PERFORM UNARETENCION UNTIL TECLAF = 27
           MOVE 0 TO TECLAF
           CLOSE PROVEE
           CLOSE PROVRET.
       UNARETENCION.
           DISPLAY "CODIGO PROVEEDOR (ESC=FIN):" LINE 7 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 7 POSITION 34 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              MOVE CODPEDIDO TO PR-CODIGO
              READ PROVEE
                 INVALID KEY
                    MOVE "(SIN FICHA)" TO PR-NOMBRE
              END-READ
              DISPLAY PR-NOMBRE LINE 7 POSITION 40
              MOVE CODPEDIDO TO RP-PROVEEDOR
              READ PROVRET
                 INVALID KEY
                    MOVE "N" TO EXISTERP
                    MOVE SPACES TO RP-TIPO RP-REFCAT
                    MOVE 0 TO RP-PCT
                 NOT INVALID KEY
                    MOVE "S" TO EXISTERP
              END-READ
              MOVE CODPEDIDO TO RP-PROVEEDOR
              DISPLAY "TIPO (P=PROFESIONAL A=ALQUILER BLANCO=NO):"
                 LINE 8 POSITION 5
              ACCEPT RP-TIPO LINE 8 POSITION 48 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF RP-TIPO = "p"
                 MOVE "P" TO RP-TIPO
              END-IF
              IF RP-TIPO = "a"
                 MOVE "A" TO RP-TIPO
              END-IF
              DISPLAY "PORCENTAJE DE RETENCION:" LINE 9 POSITION 5
              ACCEPT RP-PCT LINE 9 POSITION 31 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              DISPLAY "REF. CATASTRAL DEL LOCAL:" LINE 10 POSITION 5
              ACCEPT RP-REFCAT LINE 10 POSITION 31 NO BEEP TAB
                 UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
              IF TECLAF NOT = 27
                 IF NOT RP-PROFESIONAL AND NOT RP-ALQUILER
                    MOVE " " TO RP-TIPO
                 END-IF
                 IF EXISTERP = "S"
                    REWRITE REG-RP INVALID KEY CONTINUE
                    END-REWRITE
                 ELSE
                    WRITE REG-RP INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 DISPLAY "GRABADO" LINE 11 POSITION 5
              END-IF
           ELSE
              MOVE 27 TO TECLAF
           END-IF.

      ** Compone las rutas de los ficheros de datos con la carpeta **
      ** compartida del DATOSDIR.DAT local (en blanco, la actual). **

                  "ALBARAN.DAT" DELIMITED BY SIZE
                  INTO RF-ALBARAN
           END-STRING
           MOVE SPACES TO RF-DEVPROV
           STRING RUTADATOS DELIMITED BY " "
                  "DEVPROV.DAT" DELIMITED BY SIZE
                  INTO RF-DEVPROV
           END-STRING
           MOVE SPACES TO RF-FACPROV
           STRING RUTADATOS DELIMITED BY " "
                  "FACPROV.DAT" DELIMITED BY SIZE
           STRING RUTADATOS DELIMITED BY " "
                  "PROVEE.DAT" DELIMITED BY SIZE
                  INTO RF-PROVEE
           END-STRING
           MOVE SPACES TO RF-PROVRET
           STRING RUTADATOS DELIMITED BY " "
                  "PROVRET.DAT" DELIMITED BY SIZE
                  INTO RF-PROVRET
           END-STRING
           MOVE SPACES TO RF-RETFPROV
           STRING RUTADATOS DELIMITED BY " "
                  "RETFPROV.DAT" DELIMITED BY SIZE
                  INTO RF-RETFPROV
           END-STRING
           MOVE SPACES TO RF-GASFIJOS
           STRING RUTADATOS DELIMITED BY " "
                  "GASFIJOS.DAT" DELIMITED BY SIZE
                  INTO RF-GASFIJOS
           END-STRING.
