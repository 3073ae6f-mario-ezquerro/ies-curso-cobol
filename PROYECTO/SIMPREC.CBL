       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPREC.
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
           SELECT OPTIONAL PLATOS ASSIGN TO DISK RF-PLATOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMPLATO
           ALTERNATE RECORD KEY IS CODIGO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NOM WITH DUPLICATES.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES.
           SELECT OPTIONAL DETFAC ASSIGN TO DISK RF-FACTLIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CLAVE.
           SELECT OPTIONAL ESCAND ASSIGN TO DISK RF-ESCAND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CLAVE.
           SELECT OPTIONAL INGRED ASSIGN TO DISK RF-INGRED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IG-CODIGO.
           SELECT OPTIONAL PRECPROP ASSIGN TO DISK RF-PRECPROP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORPS.
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
       FD PLATOS LABEL RECORD STANDARD.
       01 REG-PLA.
           02 NUMPLATO PIC 9(3).
           02 CODIGO PIC XX.
           02 NOM PIC X(26).
           02 PVP PIC 9(4)V99.
           02 STOCK PIC 9(4).
           02 CATEGORIA PIC X.
           02 DISPONIBLE PIC X.
           02 ALERGENOS PIC X(30).
           02 PFECHAMOD PIC 9(8).
           02 PTIPOIVA PIC 9.
           02 PVP2 PIC 9(4)V99.
           02 PVP3 PIC 9(4)V99.
           02 PCOSTE PIC 9(4)V99.
           02 PALERG PIC X(14).
           02 PKCAL PIC 9(5).
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
           02 FGIF   PIC 9(9).
           02 FFECHA.
              03 FDIA PIC 99.
              03 FMES PIC 99.
              03 FANO PIC 9999.
           02 FPASTA  PIC 9(6)V99.
           02 FPAGADA PIC X.
           02 FMESA   PIC 99.
           02 FCOBRADO PIC 9(6)V99.
           02 FMETODO  PIC X.
           02 FDESCUENTO PIC 9(6)V99.
           02 FPROPINA   PIC 9(6)V99.
           02 FCAMARERO  PIC 9(3).
           02 FFECHACOB PIC 9(8).
           02 FCLASE   PIC X.
           02 FABONODE PIC 9(8).
           02 FREMESADA PIC X.
           02 FBASE1  PIC 9(6)V99.
           02 FCUOTA1 PIC 9(6)V99.
           02 FBASE2  PIC 9(6)V99.
           02 FCUOTA2 PIC 9(6)V99.
           02 FBASE3  PIC 9(6)V99.
           02 FCUOTA3 PIC 9(6)V99.
           02 FSERIE    PIC 9(4).
           02 FNUMSERIE PIC 9(6).
           02 FCOMENSALES PIC 99.
       FD DETFAC LABEL RECORD STANDARD.
       01 REG-FACTLIN.
           02 FL-CLAVE.
              03 FL-NFAC  PIC 9(8).
              03 FL-LINEA PIC 99.
           02 FL-NUMPLATO PIC 9(3).
           02 FL-NOM      PIC X(26).
           02 FL-CANTIDAD PIC 99.
           02 FL-PVP      PIC 9(4)V99.
           02 FL-TOTAL    PIC 9(6)V99.
           02 FL-FORMATO  PIC 9.
       FD ESCAND LABEL RECORD STANDARD.
       01 REG-ESC.
           02 EC-CLAVE.
              03 EC-NUMPLATO PIC 9(3).
              03 EC-INGRED PIC 9(3).
           02 EC-CANTIDAD PIC 9(3)V999.
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
           02 IG-KCAL PIC 9(4).
           02 IG-PROTEINA PIC 9(3)V9.
           02 IG-GRASA PIC 9(3)V9.
           02 IG-HIDRATOS PIC 9(3)V9.
      * Escenario aceptado, para que lo aplique PRECIOS.CBL con su
      * apunte de cada cambio en PRECILOG.DAT.
       FD PRECPROP LABEL RECORD STANDARD.
       01 REG-PS.
           02 PS-PLATO PIC 9(3).
           02 PS-TARIFA PIC 9.
           02 PS-ANTES PIC 9(4)V99.
           02 PS-NUEVO PIC 9(4)V99.
           02 PS-FECHA PIC 9(8).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-PLATOS PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTLIN PIC X(42).
       77 RF-ESCAND PIC X(42).
       77 RF-INGRED PIC X(42).
       77 RF-PRECPROP PIC X(42).
       77 ERRORPS PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 BIEN PIC X.
       77 FINLIN PIC X.
       77 FINESC PIC X.
       77 CONFIRMA PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 FECHACOMP PIC 9(8).
       77 FANOC PIC 9(4).
       77 PL PIC 9(3).
       77 CUR PIC 9.
       77 TI PIC 9.
       77 CATACT PIC X.
       77 TARIFA PIC 9.
       77 MODO PIC X.
       77 REDONDEO PIC X.
       77 VALORCAT PIC 99V9.
       77 LINPANT PIC 99.
       77 COSTEPLATO PIC 9(5)V99.
       77 HAYRECETA PIC X.
       77 PRECIOACT PIC 9(4)V99.
       77 NUEVOPVP PIC 9(5)V99.
       77 VEINTEAVOS PIC 9(7).
       77 MEDIOS PIC 9(7).
       77 ENTERO PIC 9(5).
       77 PCTCOSTE PIC 9(3)V9.
       77 DIFMARGEN PIC S9(7)V99.
       77 PROPUESTOS PIC 9(4).
       01 TABLA-CATS.
           02 FILLER PIC X(5) VALUE "EPSDB".
       01 CATSR REDEFINES TABLA-CATS.
           02 CAT-LETRA PIC X OCCURS 5.
       01 TABLA-NOMCATS.
           02 FILLER PIC X(10) VALUE "ENTRANTES ".
           02 FILLER PIC X(10) VALUE "PRIMEROS  ".
           02 FILLER PIC X(10) VALUE "SEGUNDOS  ".
           02 FILLER PIC X(10) VALUE "POSTRES   ".
           02 FILLER PIC X(10) VALUE "BEBIDAS   ".
       01 NOMCATSR REDEFINES TABLA-NOMCATS.
           02 NOMCAT PIC X(10) OCCURS 5.
      * Lo que se pide para cada categoria: coste de genero objetivo
      * o subida en porcentaje (0 = la categoria no se toca).
       01 TablaValores.
           02 VALORCATS PIC 99V9 OCCURS 5.
      * Mezcla de ventas real del periodo (raciones enteras) y precio
      * propuesto de cada plato.
       01 TablaPlatos.
           02 SP-ENT OCCURS 999.
              03 SP-UNID PIC 9(6).
              03 SP-IMPORTE PIC 9(7)V99.
              03 SP-ANTES PIC 9(4)V99.
              03 SP-NUEVO PIC 9(4)V99.
       01 TablaTotales.
           02 TT-ENT OCCURS 2.
              03 TT-REAL PIC 9(8)V99.
              03 TT-VENTAACT PIC 9(8)V99.
              03 TT-VENTANUE PIC 9(8)V99.
              03 TT-COSTE PIC 9(8)V99.
       01 CABSIM.
           02 FILLER PIC X(40) VALUE
              "  SIMULACION DE PRECIOS  TARIFA PVP     ".
           02 FILLER PIC X(6) VALUE "DESDE ".
           02 SI-CDESDE PIC 9(8).
           02 FILLER PIC X(7) VALUE " HASTA ".
           02 SI-CHASTA PIC 9(8).
       01 CABSIMR REDEFINES CABSIM.
           02 FILLER PIC X(35).
           02 SI-CTARIFA PIC X.
           02 FILLER PIC X(33).
       01 CABSIM2.
           02 FILLER PIC X(40) VALUE
              "    PLATO                  COSTE  ACTUAL".
           02 FILLER PIC X(38) VALUE
              "  %COS   NUEVO  %COS  UNID  DIF.MARGEN".
       01 LINCATSIM.
           02 FILLER PIC X(12) VALUE "  CATEGORIA ".
           02 SI-CAT PIC X(10).
           02 FILLER PIC X(3) VALUE SPACES.
           02 SI-PETICION PIC X(20).
           02 SI-VALOR PIC Z9,9.
       01 LINSIM.
           02 SI-NUM PIC ZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 SI-NOM PIC X(20).
           02 FILLER PIC X VALUE SPACES.
           02 SI-COSTE PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 SI-ACTUAL PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 SI-PCTACT PIC ZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 SI-NUEVO PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 SI-PCTNUE PIC ZZ9,9.
           02 FILLER PIC X VALUE SPACES.
           02 SI-UNID PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 SI-DIFMARGEN PIC -ZZZ.ZZ9,99.
       01 LINTOTSIM.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SI-TOTTEXTO PIC X(26).
           02 SI-TOTVENTA PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(10) VALUE "  MARGEN: ".
           02 SI-TOTMARGEN PIC -ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "SIMULADOR DE PRECIOS DE LA CARTA" LINE 2 POSITION 5
           PERFORM PedirEscenario
           IF TECLAF NOT = 27
              DISPLAY "CALCULANDO..." LINE 17 POSITION 5
              PERFORM AcumularVentas
              PERFORM SIMULAR
              PERFORM MostrarTotales
              DISPLAY "ACEPTAR Y PASAR A ACTUALIZACION DE PRECIOS?"
                 LINE 21 POSITION 5
              DISPLAY "(S/N):" LINE 21 POSITION 50
              MOVE "N" TO CONFIRMA
              PERFORM WITH TEST AFTER UNTIL CONFIRMA = "S" OR "s"
                 OR "N" OR "n"
                 ACCEPT CONFIRMA LINE 21 POSITION 57 NO BEEP UPDATE
                 END-ACCEPT
              END-PERFORM
              IF CONFIRMA = "S" OR "s"
                 PERFORM PasarEscenario
                 DISPLAY "PRECIOS PROPUESTOS:" LINE 22 POSITION 5
                 DISPLAY PROPUESTOS LINE 22 POSITION 25
                 DISPLAY "APLICAR EN PRECIOS, OPCION E" LINE 22
                    POSITION 32
                 ACCEPT TECLA NO BEEP
                 END-ACCEPT
              END-IF
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Datos del escenario: tarifa, periodo cuyas ventas sirven   **
      ** de mezcla, coste objetivo o subida por categoria y forma   **
      ** de redondear.                                              **

       PedirEscenario.
           DISPLAY "TARIFA (1=PVP 2=PVP2 3=PVP3):" LINE 4 POSITION 5
           MOVE 1 TO TARIFA
           PERFORM WITH TEST AFTER UNTIL TARIFA = 1 OR 2 OR 3
              OR TECLAF = 27
              ACCEPT TARIFA LINE 4 POSITION 36 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           DISPLAY "VENTAS DESDE (AAAAMMDD):" LINE 5 POSITION 5
           MOVE 0 TO DESDE
           ACCEPT DESDE LINE 5 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "VENTAS HASTA (AAAAMMDD):" LINE 6 POSITION 5
           MOVE 99999999 TO HASTA
           ACCEPT HASTA LINE 6 POSITION 31 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "COSTE OBJETIVO O SUBIDA (C/S):" LINE 7 POSITION 5
           MOVE "C" TO MODO
           PERFORM WITH TEST AFTER UNTIL MODO = "C" OR "S"
              OR TECLAF = 27
              ACCEPT MODO LINE 7 POSITION 37 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM
           IF MODO = "C"
              DISPLAY "% COSTE DE GENERO POR CATEGORIA (0=IGUAL):"
                 LINE 8 POSITION 5
           ELSE
              DISPLAY "% DE SUBIDA POR CATEGORIA (0=IGUAL):       "
                 LINE 8 POSITION 5
           END-IF
           MOVE 9 TO LINPANT
           PERFORM PedirValorCat VARYING CUR FROM 1 BY 1
              UNTIL CUR > 5
           DISPLAY "REDONDEO (N=5 CENT. 5=A ,50 9=A ,90):" LINE 15
              POSITION 5
           MOVE "N" TO REDONDEO
           PERFORM WITH TEST AFTER UNTIL REDONDEO = "N" OR "5" OR "9"
              OR TECLAF = 27
              ACCEPT REDONDEO LINE 15 POSITION 44 NO BEEP UPDATE
                 ON EXCEPTION TECLAF CONTINUE
              END-ACCEPT
           END-PERFORM.
       PedirValorCat.
           DISPLAY NOMCAT(CUR) LINE LINPANT POSITION 8
           MOVE 0 TO VALORCATS(CUR)
           ACCEPT VALORCATS(CUR) LINE LINPANT POSITION 20 NO BEEP
              UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           ADD 1 TO LINPANT.

      ** Unidades e importe de cada plato en el periodo, solo de    **
      ** raciones enteras (los formatos llevan su propio precio),   **
      ** sin abonos ni tickets absorbidos.                          **

       AcumularVentas.
           PERFORM LimpiarPlato VARYING PL FROM 1 BY 1
              UNTIL PL > 999
           OPEN INPUT FACTURA
           OPEN INPUT DETFAC
           MOVE "B" TO BIEN
           MOVE 0 TO NFAC
           START FACTURA KEY IS NOT < NFAC
              INVALID KEY MOVE "N" TO BIEN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM LeerFacturaS UNTIL BIEN = "N"
           CLOSE DETFAC
           CLOSE FACTURA.
       LimpiarPlato.
           MOVE 0 TO SP-UNID(PL)
           MOVE 0 TO SP-IMPORTE(PL)
           MOVE 0 TO SP-ANTES(PL)
           MOVE 0 TO SP-NUEVO(PL).
       LeerFacturaS.
           READ FACTURA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B"
              MOVE FANO TO FANOC
              IF FANOC < 100
                 ADD 2000 TO FANOC
              END-IF
              COMPUTE FECHACOMP = FANOC * 10000 + FMES * 100 + FDIA
              IF FECHACOMP NOT < DESDE AND FECHACOMP NOT > HASTA
                 AND FCLASE NOT = "A" AND FCLASE NOT = "X"
                 PERFORM AcumularLineasS
              END-IF
           END-IF.
       AcumularLineasS.
           MOVE NFAC TO FL-NFAC
           MOVE 0 TO FL-LINEA
           START DETFAC KEY IS NOT < FL-CLAVE
              INVALID KEY MOVE "N" TO FINLIN
              NOT INVALID KEY MOVE "B" TO FINLIN
           END-START
           PERFORM AcumularUnaS UNTIL FINLIN = "N".
       AcumularUnaS.
           READ DETFAC NEXT AT END MOVE "N" TO FINLIN
           END-READ.
           IF FINLIN = "B" AND FL-NFAC NOT = NFAC
              MOVE "N" TO FINLIN
           END-IF.
           IF FINLIN = "B" AND FL-NUMPLATO > 0 AND FL-FORMATO = 0
              ADD FL-CANTIDAD TO SP-UNID(FL-NUMPLATO)
              ADD FL-TOTAL TO SP-IMPORTE(FL-NUMPLATO)
           END-IF.

      ** Listado del escenario por categoria: precio actual y       **
      ** propuesto con su coste de genero, y lo que habrian dado    **
      ** las ventas del periodo con uno y otro precio.              **

       SIMULAR.
           MOVE 0 TO TT-REAL(2)
           MOVE 0 TO TT-VENTAACT(2)
           MOVE 0 TO TT-VENTANUE(2)
           MOVE 0 TO TT-COSTE(2)
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              OPEN INPUT PLATOS
              OPEN INPUT ESCAND
              OPEN INPUT INGRED
              MOVE DESDE TO SI-CDESDE
              MOVE HASTA TO SI-CHASTA
              MOVE SPACES TO SI-CTARIFA
              IF TARIFA > 1
                 MOVE TARIFA TO SI-CTARIFA
              END-IF
              WRITE LINEAIMP FROM CABSIM BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CABSIM2 BEFORE ADVANCING 2 LINE
              PERFORM SimularCategoria VARYING CUR FROM 1 BY 1
                 UNTIL CUR > 5
              MOVE 2 TO TI
              MOVE "TOTAL CARTA" TO SI-TOTTEXTO
              WRITE LINEAIMP FROM LINTOTSIM BEFORE ADVANCING 1 LINE
              PERFORM ImprimirTotales
              CLOSE INGRED
              CLOSE ESCAND
              CLOSE PLATOS
           END-IF
           CLOSE LISTADO.
       SimularCategoria.
           MOVE CAT-LETRA(CUR) TO CATACT
           MOVE VALORCATS(CUR) TO VALORCAT
           IF VALORCAT NOT = 0
              MOVE 0 TO TT-REAL(1)
              MOVE 0 TO TT-VENTAACT(1)
              MOVE 0 TO TT-VENTANUE(1)
              MOVE 0 TO TT-COSTE(1)
              MOVE NOMCAT(CUR) TO SI-CAT
              IF MODO = "C"
                 MOVE "COSTE OBJETIVO %:" TO SI-PETICION
              ELSE
                 MOVE "SUBIDA %:" TO SI-PETICION
              END-IF
              MOVE VALORCAT TO SI-VALOR
              WRITE LINEAIMP FROM LINCATSIM BEFORE ADVANCING 1 LINE
              PERFORM SimularPlato VARYING PL FROM 1 BY 1
                 UNTIL PL > 999
              MOVE "TOTAL CATEGORIA" TO SI-TOTTEXTO
              WRITE LINEAIMP FROM LINTOTSIM BEFORE ADVANCING 1 LINE
              MOVE 1 TO TI
              PERFORM ImprimirTotales
              ADD TT-REAL(1) TO TT-REAL(2)
              ADD TT-VENTAACT(1) TO TT-VENTAACT(2)
              ADD TT-VENTANUE(1) TO TT-VENTANUE(2)
              ADD TT-COSTE(1) TO TT-COSTE(2)
           END-IF.
       SimularPlato.
           MOVE PL TO NUMPLATO
           READ PLATOS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CATEGORIA = CATACT
                    EVALUATE TARIFA
                       WHEN 2 MOVE PVP2 TO PRECIOACT
                       WHEN 3 MOVE PVP3 TO PRECIOACT
                       WHEN OTHER MOVE PVP TO PRECIOACT
                    END-EVALUATE
                    IF PRECIOACT > 0
                       PERFORM CosteDelPlato
                       PERFORM CalcularPropuesta
                       PERFORM ImprimirPlatoS
                    END-IF
                 END-IF
           END-READ.
       CalcularPropuesta.
           IF MODO = "C"
              IF COSTEPLATO > 0
                 COMPUTE NUEVOPVP = COSTEPLATO * 100 / VALORCAT
              ELSE
                 MOVE PRECIOACT TO NUEVOPVP
              END-IF
           ELSE
              COMPUTE NUEVOPVP = PRECIOACT
                 + (PRECIOACT * VALORCAT / 100)
           END-IF
           EVALUATE REDONDEO
              WHEN "5"
                 COMPUTE MEDIOS = NUEVOPVP * 2
                 IF MEDIOS / 2 < NUEVOPVP
                    ADD 1 TO MEDIOS
                 END-IF
                 COMPUTE NUEVOPVP = MEDIOS / 2
              WHEN "9"
                 MOVE NUEVOPVP TO ENTERO
                 IF ENTERO + 0,90 < NUEVOPVP
                    ADD 1 TO ENTERO
                 END-IF
                 COMPUTE NUEVOPVP = ENTERO + 0,90
              WHEN OTHER
                 COMPUTE VEINTEAVOS ROUNDED = NUEVOPVP * 20
                 COMPUTE NUEVOPVP = VEINTEAVOS / 20
           END-EVALUATE
           IF NUEVOPVP > 9999,99
              MOVE 9999,99 TO NUEVOPVP
           END-IF
           MOVE PRECIOACT TO SP-ANTES(PL)
           MOVE NUEVOPVP TO SP-NUEVO(PL).
       ImprimirPlatoS.
           MOVE NUMPLATO TO SI-NUM
           MOVE NOM TO SI-NOM
           MOVE COSTEPLATO TO SI-COSTE
           MOVE PRECIOACT TO SI-ACTUAL
           MOVE SP-NUEVO(PL) TO SI-NUEVO
           COMPUTE PCTCOSTE ROUNDED = COSTEPLATO * 100 / PRECIOACT
              ON SIZE ERROR MOVE 999,9 TO PCTCOSTE
           END-COMPUTE
           MOVE PCTCOSTE TO SI-PCTACT
           MOVE 0 TO PCTCOSTE
           IF SP-NUEVO(PL) > 0
              COMPUTE PCTCOSTE ROUNDED = COSTEPLATO * 100
                 / SP-NUEVO(PL)
                 ON SIZE ERROR MOVE 999,9 TO PCTCOSTE
              END-COMPUTE
           END-IF
           MOVE PCTCOSTE TO SI-PCTNUE
           MOVE SP-UNID(PL) TO SI-UNID
           COMPUTE DIFMARGEN = SP-UNID(PL)
              * (SP-NUEVO(PL) - PRECIOACT)
           MOVE DIFMARGEN TO SI-DIFMARGEN
           WRITE LINEAIMP FROM LINSIM BEFORE ADVANCING 1 LINE
           ADD SP-IMPORTE(PL) TO TT-REAL(1)
           COMPUTE TT-VENTAACT(1) = TT-VENTAACT(1)
              + (SP-UNID(PL) * PRECIOACT)
           COMPUTE TT-VENTANUE(1) = TT-VENTANUE(1)
              + (SP-UNID(PL) * SP-NUEVO(PL))
           COMPUTE TT-COSTE(1) = TT-COSTE(1)
              + (SP-UNID(PL) * COSTEPLATO).
       ImprimirTotales.
           MOVE "  VENTA REAL DEL PERIODO:" TO SI-TOTTEXTO
           MOVE TT-REAL(TI) TO SI-TOTVENTA
           COMPUTE SI-TOTMARGEN = TT-REAL(TI) - TT-COSTE(TI)
           WRITE LINEAIMP FROM LINTOTSIM BEFORE ADVANCING 1 LINE
           MOVE "  CON EL PRECIO ACTUAL:" TO SI-TOTTEXTO
           MOVE TT-VENTAACT(TI) TO SI-TOTVENTA
           COMPUTE SI-TOTMARGEN = TT-VENTAACT(TI) - TT-COSTE(TI)
           WRITE LINEAIMP FROM LINTOTSIM BEFORE ADVANCING 1 LINE
           MOVE "  CON EL PRECIO NUEVO:" TO SI-TOTTEXTO
           MOVE TT-VENTANUE(TI) TO SI-TOTVENTA
           COMPUTE SI-TOTMARGEN = TT-VENTANUE(TI) - TT-COSTE(TI)
           WRITE LINEAIMP FROM LINTOTSIM BEFORE ADVANCING 2 LINE.
       MostrarTotales.
           DISPLAY "VENTAS DEL PERIODO A PRECIO ACTUAL:" LINE 17
              POSITION 5
           MOVE TT-VENTAACT(2) TO SI-TOTVENTA
           DISPLAY SI-TOTVENTA LINE 17 POSITION 42
           DISPLAY "VENTAS DEL PERIODO A PRECIO NUEVO: " LINE 18
              POSITION 5
           MOVE TT-VENTANUE(2) TO SI-TOTVENTA
           DISPLAY SI-TOTVENTA LINE 18 POSITION 42
           DISPLAY "MARGEN CON EL PRECIO NUEVO:        " LINE 19
              POSITION 5
           COMPUTE SI-TOTMARGEN = TT-VENTANUE(2) - TT-COSTE(2)
           DISPLAY SI-TOTMARGEN LINE 19 POSITION 42.

      ** Coste del plato: suma del escandallo valorado al coste de   **
      ** cada ingrediente; si el plato no tiene receta se usa el     **
      ** coste tecleado en su ficha (PCOSTE).                        **

       CosteDelPlato.
           MOVE 0 TO COSTEPLATO
           MOVE "N" TO HAYRECETA
           MOVE NUMPLATO TO EC-NUMPLATO
           MOVE 0 TO EC-INGRED
           MOVE "N" TO FINESC
           START ESCAND KEY IS NOT < EC-CLAVE
              INVALID KEY MOVE "S" TO FINESC
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM SumarCosteIng UNTIL FINESC = "S"
           IF HAYRECETA = "N"
              MOVE PCOSTE TO COSTEPLATO
           END-IF.
       SumarCosteIng.
           READ ESCAND NEXT AT END MOVE "S" TO FINESC
           END-READ.
           IF FINESC = "N" AND EC-NUMPLATO NOT = NUMPLATO
              MOVE "S" TO FINESC
           END-IF.
           IF FINESC = "N"
              MOVE "S" TO HAYRECETA
              MOVE EC-INGRED TO IG-CODIGO
              READ INGRED
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE COSTEPLATO = COSTEPLATO
                       + (EC-CANTIDAD * IG-COSTE)
              END-READ
           END-IF.

      ** Escenario aceptado: los precios que cambian quedan en      **
      ** PRECPROP.DAT para que los aplique PRECIOS.CBL.             **

       PasarEscenario.
           MOVE 0 TO PROPUESTOS
           OPEN OUTPUT PRECPROP
           PERFORM PasarPlato VARYING PL FROM 1 BY 1 UNTIL PL > 999
           CLOSE PRECPROP.
       PasarPlato.
           IF SP-ANTES(PL) > 0 AND SP-NUEVO(PL) NOT = SP-ANTES(PL)
              MOVE PL TO PS-PLATO
              MOVE TARIFA TO PS-TARIFA
              MOVE SP-ANTES(PL) TO PS-ANTES
              MOVE SP-NUEVO(PL) TO PS-NUEVO
              ACCEPT PS-FECHA FROM DATE YYYYMMDD
              WRITE REG-PS
              ADD 1 TO PROPUESTOS
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
           MOVE SPACES TO RF-PLATOS
           STRING RUTADATOS DELIMITED BY " "
                  "PLATOS.DAT" DELIMITED BY SIZE
                  INTO RF-PLATOS
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-FACTLIN
           STRING RUTADATOS DELIMITED BY " "
                  "FACTLIN.DAT" DELIMITED BY SIZE
                  INTO RF-FACTLIN
           END-STRING
           MOVE SPACES TO RF-ESCAND
           STRING RUTADATOS DELIMITED BY " "
                  "ESCAND.DAT" DELIMITED BY SIZE
                  INTO RF-ESCAND
           END-STRING
           MOVE SPACES TO RF-INGRED
           STRING RUTADATOS DELIMITED BY " "
                  "INGRED.DAT" DELIMITED BY SIZE
                  INTO RF-INGRED
           END-STRING
           MOVE SPACES TO RF-PRECPROP
           STRING RUTADATOS DELIMITED BY " "
                  "PRECPROP.DAT" DELIMITED BY SIZE
                  INTO RF-PRECPROP
           END-STRING.
