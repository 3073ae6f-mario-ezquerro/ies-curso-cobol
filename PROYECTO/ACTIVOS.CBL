       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVOS.
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
           SELECT OPTIONAL ACTIVOS ASSIGN TO DISK RF-ACTIVOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AF-CODIGO
           FILE STATUS IS ERRORAF.
           SELECT OPTIONAL FACPROV ASSIGN TO DISK RF-FACPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-NUM
           FILE STATUS IS ERRORFP.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK RF-EMPRESA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERROREMP.
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
      * Registro de inmovilizado: hornos, camaras, mobiliario,
      * terminales... con la factura de proveedor (FACPROV) que los
      * trajo. Se amortizan linealmente por meses desde AF-FINICIO a
      * la tasa anual AF-TASA (100 / vida util, o la tasa oficial de
      * tablas). La baja por venta (V) o desguace (D) no borra la
      * ficha: solo corta la amortizacion en el mes de la baja.
       FD ACTIVOS LABEL RECORD STANDARD.
       01 REG-AF.
           02 AF-CODIGO PIC 9(4).
           02 AF-DESCRIP PIC X(30).
           02 AF-CATEGORIA PIC X.
              88 CATEGORIA-VALIDA VALUES "M" "I" "B" "E" "V" "O".
           02 AF-FACPROV PIC 9(6).
           02 AF-COSTE PIC 9(7)V99.
           02 AF-FINICIO PIC 9(8).
           02 AF-VIDA PIC 99.
           02 AF-TASA PIC 99V99.
           02 AF-UBICACION PIC X(20).
           02 AF-ESTADO PIC X.
              88 ACTIVO-ALTA VALUE "A".
              88 ACTIVO-VENDIDO VALUE "V".
              88 ACTIVO-DESGUACE VALUE "D".
           02 AF-FBAJA PIC 9(8).
           02 AF-IMPBAJA PIC 9(7)V99.
           02 AF-MOTIVOBAJA PIC X(30).
           02 AF-FALTA PIC 9(8).
           02 AF-USUARIO PIC 9(3).
       FD FACPROV LABEL RECORD STANDARD.
       01 REG-FP.
           02 FP-NUM PIC 9(6).
           02 FP-PROVEEDOR PIC 9(3).
           02 FP-NUMPROV PIC X(10).
           02 FP-FECHA PIC 9(8).
           02 FP-VENCE PIC 9(8).
           02 FP-BASE1  PIC 9(6)V99.
           02 FP-CUOTA1 PIC 9(6)V99.
           02 FP-BASE2  PIC 9(6)V99.
           02 FP-CUOTA2 PIC 9(6)V99.
           02 FP-BASE3  PIC 9(6)V99.
           02 FP-CUOTA3 PIC 9(6)V99.
           02 FP-TOTAL PIC 9(6)V99.
           02 FP-PAGADA PIC X.
           02 FP-FECHAPAGO PIC 9(8).
       FD EMPRESA LABEL RECORD STANDARD.
       01 REG-EMPRESA.
           02 EM-NOMBRE    PIC X(30).
           02 EM-DIRECCION PIC X(40).
           02 EM-POBLACION PIC X(25).
           02 EM-NIF       PIC X(9).
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
       77 RF-ACTIVOS PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-EMPRESA PIC X(42).
       77 ERRORAF PIC XX.
       77 ERRORFP PIC XX.
       77 ERROREMP PIC XX.
       77 ERRORSES PIC XX.
       77 ERRORIMP PIC XX.
       77 SESCODIGO PIC 9(3).
       77 SESNIVEL PIC 9.
       77 OPCION PIC X.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 EXISTEAF PIC X.
       77 CODPEDIDO PIC 9(4).
       77 HOYNUM PIC 9(8).
       77 ANOMES PIC 9(6).
       77 ANOPEDIDO PIC 9(4).
       77 ANOHIST PIC 9(4).
       77 ANOFIN PIC 9(4).
       77 MESINI PIC 9(6).
       77 MESFIN PIC 9(6).
       77 MESTOPE PIC 9(6).
       77 MESCALC PIC 9(6).
       77 MESDESDE PIC 9(6).
       77 MESHASTA PIC 9(6).
       77 CUOTAMES PIC 9(7)V99.
       77 ACUMCALC PIC 9(9)V99.
       77 ACUMANTES PIC 9(9)V99.
       77 CUOTAPER PIC 9(9)V99.
       77 VNC PIC 9(9)V99.
       77 RESULTADO PIC S9(9)V99.
       77 TOTCOSTE PIC 9(9)V99.
       77 TOTCUOTA PIC 9(9)V99.
       77 TOTACUM PIC 9(9)V99.
       77 TOTVNC PIC 9(9)V99.
       77 CUANTOS PIC 9(4).
       01 FECHACALC.
           02 FC-ANO PIC 9(4).
           02 FC-MES PIC 99.
           02 FC-DIA PIC 99.
       01 EDITIMP.
           02 ED-IMPORTE PIC -Z.ZZZ.ZZ9,99.
       01 LINEMPRE1.
           02 FILLER PIC X VALUE " ".
           02 RE-EMNOMBRE PIC X(30).
           02 FILLER PIC X(6) VALUE "  NIF ".
           02 RE-EMNIF PIC X(9).
       01 CABCUADRO1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CU-TITULO PIC X(38).
           02 CU-PERIODO PIC 9(6).
       01 CABCUADRO2.
           02 FILLER PIC X(40) VALUE
              "  COD. DESCRIPCION            C      COS".
           02 FILLER PIC X(40) VALUE
              "TE     CUOTA  AMORT.ACUM.        VNC E  ".
       01 LINCUADRO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CU-CODIGO PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 CU-DESCRIP PIC X(22).
           02 FILLER PIC X VALUE SPACES.
           02 CU-CATEGORIA PIC X.
           02 FILLER PIC X VALUE SPACES.
           02 CU-COSTE PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-CUOTA PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-ACUM PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-VNC PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-ESTADO PIC X.
       01 LINCUADROTOT.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "TOTAL ACTIVOS: ".
           02 CU-CUANTOS PIC ZZZ9.
           02 FILLER PIC X(11) VALUE SPACES.
           02 CU-TCOSTE PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-TCUOTA PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-TACUM PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 CU-TVNC PIC ZZZZZZ9,99.
       01 LINCUADRONOTA.
           02 FILLER PIC X(40) VALUE
              "  CATEGORIA: M MAQUINARIA  I INSTALACION".
           02 FILLER PIC X(40) VALUE
              "ES  B MOBILIARIO  E INFORMATICA  V VEHIC".
       01 LINCUADRONOTA2.
           02 FILLER PIC X(40) VALUE
              "  ULOS  O OTROS.   ESTADO: A EN USO  V V".
           02 FILLER PIC X(40) VALUE
              "ENDIDO  D DESGUAZADO                    ".
       01 CABHIST1.
           02 FILLER PIC X(10) VALUE "  ACTIVO: ".
           02 HI-CODIGO PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 HI-DESCRIP PIC X(30).
           02 FILLER PIC X(13) VALUE "  CATEGORIA: ".
           02 HI-CATEGORIA PIC X.
       01 CABHIST2.
           02 FILLER PIC X(10) VALUE "  COSTE:  ".
           02 HI-COSTE PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(11) VALUE "  FACTURA: ".
           02 HI-FACPROV PIC ZZZZZ9.
           02 FILLER PIC X(12) VALUE "  UBICACION ".
           02 HI-UBICACION PIC X(20).
       01 CABHIST3.
           02 FILLER PIC X(10) VALUE "  INICIO: ".
           02 HI-FINICIO PIC 9(8).
           02 FILLER PIC X(15) VALUE "  VIDA (ANOS): ".
           02 HI-VIDA PIC Z9.
           02 FILLER PIC X(16) VALUE "  TASA ANUAL %: ".
           02 HI-TASA PIC Z9,99.
       01 CABHIST4.
           02 FILLER PIC X(40) VALUE
              "  ANO     AMORTIZACION   AMORT.ACUMULADA".
           02 FILLER PIC X(25) VALUE
              "   VALOR NETO CONTABLE   ".
       01 LINHIST.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HI-ANO PIC 9(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 HI-CUOTA PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 HI-ACUM PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(6) VALUE SPACES.
           02 HI-VNC PIC Z.ZZZ.ZZ9,99.
       01 LINHISTBAJA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HB-TIPO PIC X(11).
           02 FILLER PIC X(4) VALUE " EL ".
           02 HB-FECHA PIC 9(8).
           02 FILLER PIC X(10) VALUE "  IMPORTE ".
           02 HB-IMPORTE PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(12) VALUE "  RESULTADO ".
           02 HB-RESULTADO PIC -Z.ZZZ.ZZ9,99.
       01 LINHISTMOT.
           02 FILLER PIC X(10) VALUE "  MOTIVO: ".
           02 HB-MOTIVO PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           ACCEPT HOYNUM FROM DATE YYYYMMDD
           MOVE " " TO OPCION
           PERFORM MENUACTIVOS UNTIL OPCION = "X" OR "x"
              OR TECLAF = 27
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.
       MENUACTIVOS.
           DISPLAY " " ERASE
           DISPLAY "INMOVILIZADO Y AMORTIZACIONES" LINE 2 POSITION 5
           DISPLAY "F = FICHA DE UN ACTIVO" LINE 4 POSITION 5
           DISPLAY "B = BAJA POR VENTA O DESGUACE" LINE 5 POSITION 5
           DISPLAY "M = CUADRO DE AMORTIZACION DEL MES" LINE 6
              POSITION 5
           DISPLAY "A = CUADRO DE AMORTIZACION DEL ANO" LINE 7
              POSITION 5
           DISPLAY "H = HISTORIA DE UN ACTIVO" LINE 8 POSITION 5
           DISPLAY "X = SALIR" LINE 9 POSITION 5
           DISPLAY "OPCION:" LINE 11 POSITION 5
           MOVE " " TO OPCION
           ACCEPT OPCION LINE 11 POSITION 13 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           EVALUATE OPCION
              WHEN "F" PERFORM FICHAACTIVO
              WHEN "f" PERFORM FICHAACTIVO
              WHEN "B" PERFORM BAJAACTIVO
              WHEN "b" PERFORM BAJAACTIVO
              WHEN "M" PERFORM CUADROMES
              WHEN "m" PERFORM CUADROMES
              WHEN "A" PERFORM CUADROANO
              WHEN "a" PERFORM CUADROANO
              WHEN "H" PERFORM HISTORIAACTIVO
              WHEN "h" PERFORM HISTORIAACTIVO
           END-EVALUATE.

      ** Ficha del activo: alta o modificacion mientras siga en uso. **
      ** La factura de proveedor, si se da, propone el coste (suma   **
      ** de sus bases) y la fecha de inicio de la amortizacion.      **

       FICHAACTIVO.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirActivo
           END-IF
           MOVE 0 TO TECLAF.
       PedirActivo.
           DISPLAY " " ERASE
           DISPLAY "FICHA DE UN ACTIVO" LINE 2 POSITION 5
           DISPLAY "CODIGO:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 27 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN I-O ACTIVOS
              IF ERRORAF NOT = "00"
                 OPEN OUTPUT ACTIVOS
                 CLOSE ACTIVOS
                 OPEN I-O ACTIVOS
              END-IF
              MOVE CODPEDIDO TO AF-CODIGO
              READ ACTIVOS
                 INVALID KEY
                    MOVE "N" TO EXISTEAF
                    MOVE CODPEDIDO TO AF-CODIGO
                    MOVE SPACES TO AF-DESCRIP AF-UBICACION
                    MOVE SPACES TO AF-MOTIVOBAJA
                    MOVE "O" TO AF-CATEGORIA
                    MOVE 0 TO AF-FACPROV AF-COSTE AF-VIDA AF-TASA
                    MOVE 0 TO AF-FBAJA AF-IMPBAJA
                    MOVE HOYNUM TO AF-FINICIO
                    MOVE HOYNUM TO AF-FALTA
                    MOVE SESCODIGO TO AF-USUARIO
                    MOVE "A" TO AF-ESTADO
                 NOT INVALID KEY
                    MOVE "S" TO EXISTEAF
              END-READ
              IF ACTIVO-ALTA
                 PERFORM EditarActivo
              ELSE
                 DISPLAY AF-DESCRIP LINE 4 POSITION 33
                 DISPLAY "ACTIVO DADO DE BAJA; LA FICHA NO SE TOCA"
                    LINE 20 POSITION 5 REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
              CLOSE ACTIVOS
           END-IF.
       EditarActivo.
           DISPLAY "DESCRIPCION:" LINE 5 POSITION 5
           ACCEPT AF-DESCRIP LINE 5 POSITION 27 NO BEEP TAB UPDATE
           END-ACCEPT
           DISPLAY "CATEGORIA:" LINE 6 POSITION 5
           DISPLAY "M MAQUINARIA  I INSTALACIONES  B MOBILIARIO"
              LINE 7 POSITION 7
           DISPLAY "E INFORMATICA  V VEHICULOS  O OTROS" LINE 8
              POSITION 7
           PERFORM WITH TEST AFTER UNTIL CATEGORIA-VALIDA
              ACCEPT AF-CATEGORIA LINE 6 POSITION 27 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           DISPLAY "FACTURA PROVEEDOR (0=NINGUNA):" LINE 10
              POSITION 5
           ACCEPT AF-FACPROV LINE 10 POSITION 37 NO BEEP UPDATE
           END-ACCEPT
           IF AF-FACPROV NOT = 0
              PERFORM MostrarFactura
           END-IF
           DISPLAY "COSTE (BASE SIN IVA):" LINE 12 POSITION 5
           ACCEPT AF-COSTE LINE 12 POSITION 27 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "INICIO AMORTIZACION:" LINE 13 POSITION 5
           ACCEPT AF-FINICIO LINE 13 POSITION 27 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "VIDA UTIL EN ANOS (0 = TASA OFICIAL):" LINE 14
              POSITION 5
           ACCEPT AF-VIDA LINE 14 POSITION 44 NO BEEP UPDATE
           END-ACCEPT
           IF AF-VIDA NOT = 0
              COMPUTE AF-TASA ROUNDED = 100 / AF-VIDA
              DISPLAY "TASA ANUAL %:" LINE 15 POSITION 5
              DISPLAY AF-TASA LINE 15 POSITION 27
           ELSE
              DISPLAY "TASA ANUAL %:" LINE 15 POSITION 5
              PERFORM WITH TEST AFTER UNTIL AF-TASA > 0
                 ACCEPT AF-TASA LINE 15 POSITION 27 NO BEEP UPDATE
                 END-ACCEPT
              END-PERFORM
           END-IF
           DISPLAY "UBICACION:" LINE 16 POSITION 5
           ACCEPT AF-UBICACION LINE 16 POSITION 27 NO BEEP TAB UPDATE
           END-ACCEPT
           IF AF-DESCRIP = SPACES OR AF-COSTE = 0
              DISPLAY "SIN DESCRIPCION O SIN COSTE; NADA GRABADO"
                 LINE 20 POSITION 5 REVERSE
           ELSE
              IF EXISTEAF = "S"
                 REWRITE REG-AF INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE REG-AF INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              DISPLAY "ACTIVO GRABADO" LINE 20 POSITION 5
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       MostrarFactura.
           OPEN INPUT FACPROV
           IF ERRORFP = "00"
              MOVE AF-FACPROV TO FP-NUM
              READ FACPROV
                 INVALID KEY
                    DISPLAY "(FACTURA NO DADA DE ALTA)" LINE 11
                       POSITION 5
                 NOT INVALID KEY
                    DISPLAY "FACTURA" LINE 11 POSITION 5
                    DISPLAY FP-NUMPROV LINE 11 POSITION 13
                    DISPLAY "FECHA" LINE 11 POSITION 25
                    DISPLAY FP-FECHA LINE 11 POSITION 31
                    COMPUTE ED-IMPORTE = FP-BASE1 + FP-BASE2
                       + FP-BASE3
                    DISPLAY "BASE" LINE 11 POSITION 41
                    DISPLAY ED-IMPORTE LINE 11 POSITION 46
                    IF EXISTEAF = "N" AND AF-COSTE = 0
                       COMPUTE AF-COSTE = FP-BASE1 + FP-BASE2
                          + FP-BASE3
                       MOVE FP-FECHA TO AF-FINICIO
                    END-IF
              END-READ
              CLOSE FACPROV
           END-IF.

      ** Baja por venta o desguace: se amortiza hasta el mes anterior **
      ** a la baja y se guarda el importe y el resultado frente al   **
      ** valor neto contable; la ficha queda para la historia.       **

       BAJAACTIVO.
           PERFORM LeerSesion
           IF SESNIVEL < 2
              DISPLAY "SOLO EL ENCARGADO PUEDE USAR ESTA OPCION"
                 LINE 24 POSITION 2 REVERSE
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           ELSE
              PERFORM PedirBaja
           END-IF
           MOVE 0 TO TECLAF.
       PedirBaja.
           DISPLAY " " ERASE
           DISPLAY "BAJA DE UN ACTIVO" LINE 2 POSITION 5
           DISPLAY "CODIGO:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 27 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              OPEN I-O ACTIVOS
              MOVE CODPEDIDO TO AF-CODIGO
              MOVE "S" TO EXISTEAF
              READ ACTIVOS
                 INVALID KEY MOVE "N" TO EXISTEAF
                 NOT INVALID KEY CONTINUE
              END-READ
              IF EXISTEAF = "N"
                 DISPLAY "NO EXISTE ESE ACTIVO" LINE 20 POSITION 5
                    REVERSE
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              ELSE
                 DISPLAY AF-DESCRIP LINE 4 POSITION 33
                 IF ACTIVO-ALTA
                    PERFORM DarDeBaja
                 ELSE
                    DISPLAY "ESE ACTIVO YA ESTA DADO DE BAJA" LINE 20
                       POSITION 5 REVERSE
                    ACCEPT TECLA NO BEEP
                    END-ACCEPT
                 END-IF
              END-IF
              CLOSE ACTIVOS
           END-IF.
       DarDeBaja.
           DISPLAY "FECHA DE BAJA:" LINE 6 POSITION 5
           MOVE HOYNUM TO AF-FBAJA
           ACCEPT AF-FBAJA LINE 6 POSITION 27 NO BEEP UPDATE
           END-ACCEPT
           DISPLAY "V = VENTA  D = DESGUACE:" LINE 7 POSITION 5
           MOVE "V" TO AF-ESTADO
           PERFORM WITH TEST AFTER UNTIL AF-ESTADO = "V" OR "D"
              ACCEPT AF-ESTADO LINE 7 POSITION 31 NO BEEP UPDATE
              END-ACCEPT
           END-PERFORM
           MOVE 0 TO AF-IMPBAJA
           IF ACTIVO-VENDIDO
              DISPLAY "IMPORTE DE LA VENTA:" LINE 8 POSITION 5
              ACCEPT AF-IMPBAJA LINE 8 POSITION 27 NO BEEP UPDATE
              END-ACCEPT
           END-IF
           DISPLAY "MOTIVO:" LINE 9 POSITION 5
           MOVE SPACES TO AF-MOTIVOBAJA
           ACCEPT AF-MOTIVOBAJA LINE 9 POSITION 27 NO BEEP TAB UPDATE
           END-ACCEPT
           PERFORM PrepararActivo
           MOVE 999999 TO MESCALC
           PERFORM AcumuladoHasta
           COMPUTE VNC = AF-COSTE - ACUMCALC
           COMPUTE RESULTADO = AF-IMPBAJA - VNC
           DISPLAY "AMORTIZACION ACUMULADA:" LINE 11 POSITION 5
           MOVE ACUMCALC TO ED-IMPORTE
           DISPLAY ED-IMPORTE LINE 11 POSITION 30
           DISPLAY "VALOR NETO CONTABLE:" LINE 12 POSITION 5
           MOVE VNC TO ED-IMPORTE
           DISPLAY ED-IMPORTE LINE 12 POSITION 30
           DISPLAY "RESULTADO DE LA BAJA:" LINE 13 POSITION 5
           MOVE RESULTADO TO ED-IMPORTE
           DISPLAY ED-IMPORTE LINE 13 POSITION 30
           REWRITE REG-AF INVALID KEY CONTINUE
           END-REWRITE
           DISPLAY "BAJA GRABADA" LINE 20 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.

      ** Amortizacion lineal por meses: cuota = coste * tasa / 1200, **
      ** desde el mes de AF-FINICIO hasta el anterior al de la baja, **
      ** sin pasar nunca del coste. AcumuladoHasta deja en ACUMCALC  **
      ** lo amortizado al cierre del mes MESCALC (ano * 12 + mes).   **

       PrepararActivo.
           MOVE AF-FINICIO TO FECHACALC
           COMPUTE MESINI = FC-ANO * 12 + FC-MES
           IF AF-FBAJA = 0
              MOVE 999999 TO MESFIN
           ELSE
              MOVE AF-FBAJA TO FECHACALC
              COMPUTE MESFIN = FC-ANO * 12 + FC-MES - 1
           END-IF
           COMPUTE CUOTAMES ROUNDED = AF-COSTE * AF-TASA / 1200.
       AcumuladoHasta.
           IF MESCALC < MESFIN
              MOVE MESCALC TO MESTOPE
           ELSE
              MOVE MESFIN TO MESTOPE
           END-IF
           IF MESTOPE < MESINI
              MOVE 0 TO ACUMCALC
           ELSE
              COMPUTE ACUMCALC = CUOTAMES * (MESTOPE - MESINI + 1)
                 ON SIZE ERROR MOVE AF-COSTE TO ACUMCALC
              END-COMPUTE
              IF ACUMCALC > AF-COSTE
                 MOVE AF-COSTE TO ACUMCALC
              END-IF
           END-IF.

      ** Cuadro del mes: los activos en uso en algun momento del mes **
      ** con la cuota del mes, lo amortizado al cierre y su VNC.     **

       CUADROMES.
           DISPLAY " " ERASE
           DISPLAY "CUADRO DE AMORTIZACION DEL MES" LINE 2 POSITION 5
           DISPLAY "MES (AAAAMM):" LINE 4 POSITION 5
           MOVE HOYNUM TO FECHACALC
           COMPUTE ANOMES = FC-ANO * 100 + FC-MES
           ACCEPT ANOMES LINE 4 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOMES NOT = 0
              DIVIDE ANOMES BY 100 GIVING ANOPEDIDO REMAINDER FC-MES
              COMPUTE MESHASTA = ANOPEDIDO * 12 + FC-MES
              MOVE MESHASTA TO MESDESDE
              MOVE "CUADRO DE AMORTIZACION DEL MES" TO CU-TITULO
              MOVE ANOMES TO CU-PERIODO
              PERFORM ImprimirCuadro
              DISPLAY "CUADRO IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.

      ** Cuadro del ano: la amortizacion de enero a diciembre, lo     **
      ** acumulado a fin de ano (o a la baja) y el VNC de cada activo.**

       CUADROANO.
           DISPLAY " " ERASE
           DISPLAY "CUADRO DE AMORTIZACION DEL ANO" LINE 2 POSITION 5
           DISPLAY "ANO (AAAA):" LINE 4 POSITION 5
           MOVE HOYNUM TO FECHACALC
           MOVE FC-ANO TO ANOPEDIDO
           ACCEPT ANOPEDIDO LINE 4 POSITION 20 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND ANOPEDIDO NOT = 0
              COMPUTE MESDESDE = ANOPEDIDO * 12 + 1
              COMPUTE MESHASTA = ANOPEDIDO * 12 + 12
              MOVE "CUADRO DE AMORTIZACION DEL ANO" TO CU-TITULO
              MOVE ANOPEDIDO TO CU-PERIODO
              PERFORM ImprimirCuadro
              DISPLAY "CUADRO IMPRESO" LINE 8 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImprimirCuadro.
           MOVE 0 TO TOTCOSTE TOTCUOTA TOTACUM TOTVNC CUANTOS
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              PERFORM LeerEmpresa
              WRITE LINEAIMP FROM LINEMPRE1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCUADRO1 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCUADRO2 BEFORE ADVANCING 1 LINE
              OPEN INPUT ACTIVOS
              IF ERRORAF = "00"
                 MOVE 0 TO AF-CODIGO
                 MOVE "N" TO FIN
                 START ACTIVOS KEY IS NOT < AF-CODIGO
                    INVALID KEY MOVE "S" TO FIN
                    NOT INVALID KEY CONTINUE
                 END-START
                 PERFORM CuadroUnActivo UNTIL FIN = "S"
                 CLOSE ACTIVOS
              END-IF
              MOVE CUANTOS TO CU-CUANTOS
              MOVE TOTCOSTE TO CU-TCOSTE
              MOVE TOTCUOTA TO CU-TCUOTA
              MOVE TOTACUM TO CU-TACUM
              MOVE TOTVNC TO CU-TVNC
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINCUADROTOT BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM LINCUADRONOTA BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM LINCUADRONOTA2 BEFORE
                 ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.
      * En el cuadro van los que empezaron antes de acabar el periodo
      * y no se dieron de baja antes de empezarlo.
       CuadroUnActivo.
           READ ACTIVOS NEXT AT END MOVE "S" TO FIN
           END-READ
           IF FIN = "N"
              PERFORM PrepararActivo
           END-IF
           IF FIN = "N" AND MESINI NOT > MESHASTA
              AND MESFIN NOT < MESDESDE - 1
              COMPUTE MESCALC = MESDESDE - 1
              PERFORM AcumuladoHasta
              MOVE ACUMCALC TO ACUMANTES
              MOVE MESHASTA TO MESCALC
              PERFORM AcumuladoHasta
              COMPUTE CUOTAPER = ACUMCALC - ACUMANTES
              COMPUTE VNC = AF-COSTE - ACUMCALC
              ADD 1 TO CUANTOS
              ADD AF-COSTE TO TOTCOSTE
              ADD CUOTAPER TO TOTCUOTA
              ADD ACUMCALC TO TOTACUM
              ADD VNC TO TOTVNC
              MOVE AF-CODIGO TO CU-CODIGO
              MOVE AF-DESCRIP TO CU-DESCRIP
              MOVE AF-CATEGORIA TO CU-CATEGORIA
              MOVE AF-COSTE TO CU-COSTE
              MOVE CUOTAPER TO CU-CUOTA
              MOVE ACUMCALC TO CU-ACUM
              MOVE VNC TO CU-VNC
              MOVE AF-ESTADO TO CU-ESTADO
              WRITE LINEAIMP FROM LINCUADRO BEFORE ADVANCING 1 LINE
           END-IF.

      ** Historia de un activo, este en uso o dado de baja: su ficha, **
      ** un renglon por ano con la amortizacion, lo acumulado y el   **
      ** VNC, y la baja con su resultado si la hubo.                 **

       HISTORIAACTIVO.
           DISPLAY " " ERASE
           DISPLAY "HISTORIA DE UN ACTIVO" LINE 2 POSITION 5
           DISPLAY "CODIGO:" LINE 4 POSITION 5
           MOVE 0 TO CODPEDIDO
           ACCEPT CODPEDIDO LINE 4 POSITION 27 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND CODPEDIDO NOT = 0
              MOVE "N" TO EXISTEAF
              OPEN INPUT ACTIVOS
              IF ERRORAF = "00"
                 MOVE CODPEDIDO TO AF-CODIGO
                 READ ACTIVOS
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO EXISTEAF
                 END-READ
                 CLOSE ACTIVOS
              END-IF
              IF EXISTEAF = "N"
                 DISPLAY "NO EXISTE ESE ACTIVO" LINE 20 POSITION 5
                    REVERSE
              ELSE
                 PERFORM ImprimirHistoria
                 DISPLAY "HISTORIA IMPRESA" LINE 8 POSITION 5
              END-IF
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           MOVE 0 TO TECLAF.
       ImprimirHistoria.
           PERFORM PrepararActivo
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE AF-CODIGO TO HI-CODIGO
              MOVE AF-DESCRIP TO HI-DESCRIP
              MOVE AF-CATEGORIA TO HI-CATEGORIA
              MOVE AF-COSTE TO HI-COSTE
              MOVE AF-FACPROV TO HI-FACPROV
              MOVE AF-UBICACION TO HI-UBICACION
              MOVE AF-FINICIO TO HI-FINICIO
              MOVE AF-VIDA TO HI-VIDA
              MOVE AF-TASA TO HI-TASA
              WRITE LINEAIMP FROM CABHIST1 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABHIST2 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABHIST3 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABHIST4 BEFORE ADVANCING 1 LINE
              MOVE AF-FINICIO TO FECHACALC
              MOVE FC-ANO TO ANOHIST
              IF AF-FBAJA = 0
                 MOVE HOYNUM TO FECHACALC
              ELSE
                 MOVE AF-FBAJA TO FECHACALC
              END-IF
              MOVE FC-ANO TO ANOFIN
              PERFORM HistoriaUnAno UNTIL ANOHIST > ANOFIN
              IF NOT ACTIVO-ALTA
                 PERFORM ImprimirBaja
              END-IF
           END-IF
           CLOSE LISTADO.
       HistoriaUnAno.
           COMPUTE MESCALC = ANOHIST * 12
           PERFORM AcumuladoHasta
           MOVE ACUMCALC TO ACUMANTES
           COMPUTE MESCALC = ANOHIST * 12 + 12
           PERFORM AcumuladoHasta
           MOVE ANOHIST TO HI-ANO
           COMPUTE HI-CUOTA = ACUMCALC - ACUMANTES
           MOVE ACUMCALC TO HI-ACUM
           COMPUTE HI-VNC = AF-COSTE - ACUMCALC
           WRITE LINEAIMP FROM LINHIST BEFORE ADVANCING 1 LINE
           ADD 1 TO ANOHIST.
       ImprimirBaja.
           MOVE 999999 TO MESCALC
           PERFORM AcumuladoHasta
           COMPUTE VNC = AF-COSTE - ACUMCALC
           COMPUTE RESULTADO = AF-IMPBAJA - VNC
           IF ACTIVO-VENDIDO
              MOVE "VENDIDO" TO HB-TIPO
           ELSE
              MOVE "DESGUAZADO" TO HB-TIPO
           END-IF
           MOVE AF-FBAJA TO HB-FECHA
           MOVE AF-IMPBAJA TO HB-IMPORTE
           MOVE RESULTADO TO HB-RESULTADO
           MOVE AF-MOTIVOBAJA TO HB-MOTIVO
           MOVE SPACES TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINHISTBAJA BEFORE ADVANCING 1 LINE
           WRITE LINEAIMP FROM LINHISTMOT BEFORE ADVANCING 1 LINE.
       LeerEmpresa.
           MOVE SPACES TO RE-EMNOMBRE RE-EMNIF
           OPEN INPUT EMPRESA
           IF ERROREMP = "00"
              READ EMPRESA AT END CONTINUE
              END-READ
              IF ERROREMP = "00"
                 MOVE EM-NOMBRE TO RE-EMNOMBRE
                 MOVE EM-NIF TO RE-EMNIF
              END-IF
              CLOSE EMPRESA
           END-IF.

      ** Usuario de la sesion (SESION.DAT de LOGIN.COB): el alta y la **
      ** baja de activos es cosa del encargado.                       **

       LeerSesion.
           MOVE 0 TO SESCODIGO
           MOVE 2 TO SESNIVEL
           OPEN INPUT SESION
           IF ERRORSES = "00"
              READ SESION AT END CONTINUE
              END-READ
              IF ERRORSES = "00"
                 MOVE SE-CODIGO TO SESCODIGO
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
           MOVE SPACES TO RF-ACTIVOS
           STRING RUTADATOS DELIMITED BY " "
                  "ACTIVOS.DAT" DELIMITED BY SIZE
                  INTO RF-ACTIVOS
           END-STRING
           MOVE SPACES TO RF-FACPROV
           STRING RUTADATOS DELIMITED BY " "
                  "FACPROV.DAT" DELIMITED BY SIZE
                  INTO RF-FACPROV
           END-STRING
           MOVE SPACES TO RF-EMPRESA
           STRING RUTADATOS DELIMITED BY " "
                  "EMPRESA.DAT" DELIMITED BY SIZE
                  INTO RF-EMPRESA
           END-STRING.
