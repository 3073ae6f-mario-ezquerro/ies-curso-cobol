       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODHORA.
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
           SELECT OPTIONAL RECIBOS ASSIGN TO DISK RF-RECIBOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           ALTERNATE RECORD KEY IS REC-NFAC WITH DUPLICATES
           ALTERNATE RECORD KEY IS REC-FECHA WITH DUPLICATES.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES.
           SELECT OPTIONAL FICHAJES ASSIGN TO DISK RF-FICHAJES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FJ-CLAVE
           FILE STATUS IS ERRORFJ.
           SELECT OPTIONAL USUARIOS ASSIGN TO DISK RF-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UCODIGO
           FILE STATUS IS ERRORUSU.
           SELECT OPTIONAL COSTEHOR ASSIGN TO DISK RF-COSTEHOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-CODIGO
           FILE STATUS IS ERRORCH.
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
       FD RECIBOS LABEL RECORD STANDARD.
       01 REG-REC.
           02 REC-NUM      PIC 9(8).
           02 REC-NFAC     PIC 9(8).
           02 REC-FECHA    PIC 9(8).
           02 REC-IMPORTE  PIC 9(6)V99.
           02 REC-METODO   PIC X.
           02 REC-CAMARERO PIC 9(3).
           02 REC-HORA     PIC 9(6).
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
              88 FCLASE-ABONO VALUE "A".
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
      * Fichajes del personal de FICHAJE.CBL: quien estaba de
      * servicio a cada hora.
       FD FICHAJES LABEL RECORD STANDARD.
       01 REG-FJ.
           02 FJ-CLAVE.
              03 FJ-CODIGO PIC 9(3).
              03 FJ-FECHA PIC 9(8).
              03 FJ-HORA PIC 9(6).
           02 FJ-TIPO PIC X.
              88 FICHAJE-ENTRADA VALUE "E".
              88 FICHAJE-SALIDA  VALUE "S".
           02 FJ-EDITADO PIC X.
       FD USUARIOS LABEL RECORD STANDARD.
       01 REG-USU.
           02 UCODIGO PIC 9(3).
           02 UNOMBRE PIC X(20).
           02 UCLAVE  PIC X(8).
           02 UNIVEL  PIC 9.
           02 UACTIVO PIC X.
              88 USUARIO-ACTIVO VALUE "S".
      * Coste por hora de cada empleado (ficha de USUARIOS.CBL).
       FD COSTEHOR LABEL RECORD STANDARD.
       01 REG-CH.
           02 CH-CODIGO PIC 9(3).
           02 CH-COSTEHORA PIC 9(3)V99.
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-FACTURAS PIC X(42).
       77 RF-RECIBOS PIC X(42).
       77 RF-FICHAJES PIC X(42).
       77 RF-USUARIOS PIC X(42).
       77 RF-COSTEHOR PIC X(42).
       77 ERRORFJ PIC XX.
       77 ERRORUSU PIC XX.
       77 ERRORCH PIC XX.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 TECLAF PIC 99 COMP.
       77 FIN PIC X.
       77 FINUSU PIC X.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 NFACANT PIC 9(8).
       77 DX PIC 99.
       77 HB PIC 99.
       77 WD PIC 9.
       77 NUMDIAS PIC 99.
       77 DIAENC PIC 99.
       77 FECHABUSCA PIC 9(8).
       77 HORAIDX PIC 99.
       77 HORAFIN PIC 99.
       77 FECHAACT PIC 9(8).
       77 ULTTIPO PIC X.
       77 MINUTOSDIA PIC 9(5).
       77 MINENTRADA PIC 9(5).
       77 MINDESDE PIC 9(5).
       77 MINHASTA PIC 9(5).
       77 COSTEHORA PIC 9(3)V99.
       77 SINCOSTE PIC 9(3).
       77 SUMVENTAS PIC 9(8)V99.
       77 SUMCUBIERTOS PIC 9(6).
       77 SUMMINUTOS PIC 9(7).
       77 SUMCOSTE PIC 9(7)V99.
       77 DIVISOR PIC 9(3).
       77 VENTAHORA PIC 9(6)V99.
       77 PORCENTAJE PIC 9(3)V9.
       01 FechaPlanDes.
           02 FP-ANO PIC 9(4).
           02 FP-MES PIC 99.
           02 FP-DIA PIC 99.
       01 FECHAPLAN REDEFINES FechaPlanDes PIC 9(8).
       01 HORADES.
           02 HD-HORA PIC 99.
           02 HD-MIN PIC 99.
           02 HD-SEG PIC 99.
       01 DatosDiaSemana.
           02 ZQ PIC 9(4).
           02 ZM PIC 9(4).
           02 ZK PIC 9(4).
           02 ZJ PIC 9(4).
           02 ZH PIC 9(6).
           02 ZT0 PIC 9(6).
           02 ZT1 PIC 9(6).
           02 ZT2 PIC 9(6).
           02 ZT3 PIC 9(6).
           02 ZCOC PIC 9(6).
           02 ZRES PIC 9.
           02 DIASEMANA PIC 9.
       01 TABLA-NOMDIAS.
           02 FILLER PIC X(21) VALUE
              "LUNMARMIEJUEVIESABDOM".
       01 NOMDIASR REDEFINES TABLA-NOMDIAS.
           02 NOMDIA PIC X(3) OCCURS 7.
      * Un dia del periodo (hasta 62) con sus 24 franjas de una
      * hora: ventas y cubiertos de los cobros, minutos de personal
      * fichado y su coste. Los cobros sin hora (anteriores a
      * guardarse la hora) solo cuentan en el total del dia.
       01 TablaDias.
           02 TD-DIA OCCURS 62.
              03 TD-FECHA PIC 9(8).
              03 TD-DIASEM PIC 9.
              03 TD-SINHORA PIC 9(7)V99.
              03 TD-FRANJA OCCURS 24.
                 04 TD-VENTAS PIC 9(7)V99.
                 04 TD-CUBIERTOS PIC 9(5).
                 04 TD-MINUTOS PIC 9(6).
                 04 TD-COSTE PIC 9(6)V99.
      * Lo mismo sumado por dia de la semana, para las medias.
       01 TablaSemanal.
           02 TS-DIA OCCURS 7.
              03 TS-DIAS PIC 9(3).
              03 TS-FRANJA OCCURS 24.
                 04 TS-VENTAS PIC 9(8)V99.
                 04 TS-CUBIERTOS PIC 9(6).
                 04 TS-MINUTOS PIC 9(7).
                 04 TS-COSTE PIC 9(7)V99.
       01 ETIQHORA.
           02 EH-HORA PIC 99.
           02 FILLER PIC XX VALUE "H ".
       01 CABPH.
           02 FILLER PIC X(40) VALUE
              "  VENTAS POR HORA DE PERSONAL Y COSTE   ".
       01 CABPH2.
           02 FILLER PIC X(9) VALUE "  DESDE: ".
           02 PH-DESDE PIC 9(8).
           02 FILLER PIC X(9) VALUE "  HASTA: ".
           02 PH-HASTA PIC 9(8).
       01 CABCOL.
           02 FILLER PIC X(54) VALUE
              "  HORA   VENTAS  CUB  H.PERS  VENTA/H     COSTE %COSTE".
       01 CABDIA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PH-NOMDIA PIC X(3).
           02 FILLER PIC X VALUE SPACES.
           02 PH-FECHA PIC 9(8).
       01 CABSEMANA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PH-SNOMDIA PIC X(3).
           02 FILLER PIC X(12) VALUE "  MEDIA DE  ".
           02 PH-SDIAS PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DIAS".
       01 LINFRANJA.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PH-ETIQ PIC X(4).
           02 PH-VENTAS PIC ZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PH-CUB PIC ZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 PH-HORAS PIC ZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PH-VENTAHORA PIC ZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PH-COSTE PIC ZZZZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PH-PORCENTAJE PIC ZZZ9,9.
       01 LINSINCOSTE.
           02 FILLER PIC X(36) VALUE
              "  EMPLEADOS FICHADOS SIN COSTE/HORA:".
           02 PH-SINCOSTE PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           DISPLAY " " ERASE
           DISPLAY "VENTAS POR HORA DE PERSONAL" LINE 2 POSITION 5
           DISPLAY "DESDE (AAAAMMDD):" LINE 4 POSITION 5
           MOVE 0 TO DESDE
           ACCEPT DESDE LINE 4 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           DISPLAY "HASTA (AAAAMMDD):" LINE 5 POSITION 5
           ACCEPT HASTA FROM DATE YYYYMMDD
           ACCEPT HASTA LINE 5 POSITION 24 NO BEEP UPDATE
              ON EXCEPTION TECLAF CONTINUE
           END-ACCEPT
           IF TECLAF NOT = 27 AND DESDE NOT = 0 AND DESDE NOT > HASTA
              PERFORM PrepararDias
              PERFORM AcumularRecibos
              PERFORM AcumularFichajes
              PERFORM AcumularSemana VARYING DX FROM 1 BY 1
                 UNTIL DX > NUMDIAS
              PERFORM ImprimirAnalisis
              DISPLAY "ANALISIS IMPRESO" LINE 7 POSITION 5
              ACCEPT TECLA NO BEEP
              END-ACCEPT
           END-IF
           DISPLAY " " ERASE
           CALL "RECUP.EXE"
           EXIT PROGRAM.

      ** Tabla de los dias del periodo con su dia de la semana; si  **
      ** el periodo pasa de 62 dias se corta y se avisa.            **

       PrepararDias.
           PERFORM LimpiarSemana VARYING WD FROM 1 BY 1 UNTIL WD > 7
           MOVE DESDE TO FECHAPLAN
           MOVE 0 TO NUMDIAS
           PERFORM CargarDia VARYING DX FROM 1 BY 1
              UNTIL DX > 62 OR FECHAPLAN > HASTA
           IF FECHAPLAN NOT > HASTA
              MOVE TD-FECHA(NUMDIAS) TO HASTA
              DISPLAY "SOLO SE ANALIZAN 62 DIAS, HASTA EL" LINE 6
                 POSITION 5 REVERSE
              DISPLAY HASTA LINE 6 POSITION 41 REVERSE
           END-IF.
       LimpiarSemana.
           MOVE 0 TO TS-DIAS(WD)
           PERFORM LimpiarFranjaSemana VARYING HB FROM 1 BY 1
              UNTIL HB > 24.
       LimpiarFranjaSemana.
           MOVE 0 TO TS-VENTAS(WD, HB)
           MOVE 0 TO TS-CUBIERTOS(WD, HB)
           MOVE 0 TO TS-MINUTOS(WD, HB)
           MOVE 0 TO TS-COSTE(WD, HB).
       CargarDia.
           MOVE DX TO NUMDIAS
           MOVE FECHAPLAN TO TD-FECHA(DX)
           PERFORM DiaDeLaSemana
           MOVE DIASEMANA TO TD-DIASEM(DX)
           ADD 1 TO TS-DIAS(DIASEMANA)
           MOVE 0 TO TD-SINHORA(DX)
           PERFORM LimpiarFranjaDia VARYING HB FROM 1 BY 1
              UNTIL HB > 24
           PERFORM AvanzarFecha.
       LimpiarFranjaDia.
           MOVE 0 TO TD-VENTAS(DX, HB)
           MOVE 0 TO TD-CUBIERTOS(DX, HB)
           MOVE 0 TO TD-MINUTOS(DX, HB)
           MOVE 0 TO TD-COSTE(DX, HB).
       BuscarDia.
           MOVE 0 TO DIAENC
           PERFORM MirarDia VARYING DX FROM 1 BY 1
              UNTIL DIAENC NOT = 0 OR DX > NUMDIAS.
       MirarDia.
           IF TD-FECHA(DX) = FECHABUSCA
              MOVE DX TO DIAENC
           END-IF.

      ** Cobros del periodo por dia y franja de la hora del cobro,  **
      ** recorridos por factura como en ZONHORA.CBL para contar los **
      ** cubiertos una sola vez; las devoluciones "D" restan.       **

       AcumularRecibos.
           OPEN INPUT RECIBOS
           OPEN INPUT FACTURA
           MOVE 99999999 TO NFACANT
           MOVE 0 TO REC-NFAC
           MOVE "N" TO FIN
           START RECIBOS KEY IS NOT < REC-NFAC
              INVALID KEY MOVE "S" TO FIN
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM AcumularUnRecibo UNTIL FIN = "S"
           CLOSE FACTURA
           CLOSE RECIBOS.
       AcumularUnRecibo.
           READ RECIBOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND REC-FECHA NOT < DESDE
              AND REC-FECHA NOT > HASTA
              MOVE REC-FECHA TO FECHABUSCA
              PERFORM BuscarDia
              IF DIAENC NOT = 0
                 PERFORM ClasificarRecibo
              END-IF
           END-IF.
       ClasificarRecibo.
           MOVE REC-HORA TO HORADES
           IF REC-HORA = 0
              MOVE 0 TO HORAIDX
           ELSE
              COMPUTE HORAIDX = HD-HORA + 1
              IF HORAIDX > 24
                 MOVE 0 TO HORAIDX
              END-IF
           END-IF
           IF REC-METODO = "D"
              IF HORAIDX = 0
                 SUBTRACT REC-IMPORTE FROM TD-SINHORA(DIAENC)
                    ON SIZE ERROR MOVE 0 TO TD-SINHORA(DIAENC)
                 END-SUBTRACT
              ELSE
                 SUBTRACT REC-IMPORTE FROM
                    TD-VENTAS(DIAENC, HORAIDX)
                    ON SIZE ERROR MOVE 0 TO TD-VENTAS(DIAENC, HORAIDX)
                 END-SUBTRACT
              END-IF
           ELSE
              IF HORAIDX = 0
                 ADD REC-IMPORTE TO TD-SINHORA(DIAENC)
              ELSE
                 ADD REC-IMPORTE TO TD-VENTAS(DIAENC, HORAIDX)
                 IF REC-NFAC NOT = NFACANT
                    MOVE 0 TO FCOMENSALES
                    MOVE REC-NFAC TO NFAC
                    READ FACTURA
                       INVALID KEY CONTINUE
                    END-READ
                    ADD FCOMENSALES TO TD-CUBIERTOS(DIAENC, HORAIDX)
                    MOVE REC-NFAC TO NFACANT
                 END-IF
              END-IF
           END-IF.

      ** Fichajes de toda la plantilla: cada tramo de entrada a     **
      ** salida reparte sus minutos entre las franjas que pisa, con **
      ** el coste por hora de su ficha.                             **

       AcumularFichajes.
           MOVE 0 TO SINCOSTE
           OPEN INPUT USUARIOS
           OPEN INPUT FICHAJES
           OPEN INPUT COSTEHOR
           MOVE 0 TO UCODIGO
           MOVE "N" TO FINUSU
           START USUARIOS KEY IS > UCODIGO
              INVALID KEY MOVE "S" TO FINUSU
              NOT INVALID KEY CONTINUE
           END-START
           PERFORM FichajesEmpleado UNTIL FINUSU = "S"
           IF ERRORCH = "00"
              CLOSE COSTEHOR
           END-IF
           IF ERRORFJ = "00"
              CLOSE FICHAJES
           END-IF
           CLOSE USUARIOS.
       FichajesEmpleado.
           READ USUARIOS NEXT AT END MOVE "S" TO FINUSU
           END-READ.
           IF FINUSU = "N"
              MOVE 0 TO COSTEHORA
              MOVE UCODIGO TO CH-CODIGO
              READ COSTEHOR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CH-COSTEHORA TO COSTEHORA
              END-READ
              MOVE 0 TO FECHAACT
              MOVE " " TO ULTTIPO
              MOVE 0 TO MINENTRADA
              MOVE "N" TO FIN
              MOVE UCODIGO TO FJ-CODIGO
              MOVE DESDE TO FJ-FECHA
              MOVE 0 TO FJ-HORA
              START FICHAJES KEY IS NOT < FJ-CLAVE
                 INVALID KEY MOVE "S" TO FIN
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerFichaje UNTIL FIN = "S"
              IF FECHAACT NOT = 0 AND COSTEHORA = 0
                 ADD 1 TO SINCOSTE
              END-IF
           END-IF.
       LeerFichaje.
           READ FICHAJES NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND (FJ-CODIGO NOT = UCODIGO
              OR FJ-FECHA > HASTA)
              MOVE "S" TO FIN
           END-IF.
           IF FIN = "N"
              IF FJ-FECHA NOT = FECHAACT
                 MOVE FJ-FECHA TO FECHAACT
                 MOVE " " TO ULTTIPO
              END-IF
              MOVE FJ-HORA TO HORADES
              COMPUTE MINUTOSDIA = HD-HORA * 60 + HD-MIN
              IF FICHAJE-ENTRADA
                 MOVE MINUTOSDIA TO MINENTRADA
                 MOVE "E" TO ULTTIPO
              ELSE
                 IF ULTTIPO = "E" AND MINUTOSDIA > MINENTRADA
                    MOVE FJ-FECHA TO FECHABUSCA
                    PERFORM BuscarDia
                    IF DIAENC NOT = 0
                       COMPUTE HORAIDX = MINENTRADA / 60 + 1
                       COMPUTE HORAFIN = (MINUTOSDIA - 1) / 60 + 1
                       PERFORM RepartirFranja VARYING HB
                          FROM HORAIDX BY 1 UNTIL HB > HORAFIN
                    END-IF
                 END-IF
                 MOVE "S" TO ULTTIPO
              END-IF
           END-IF.
       RepartirFranja.
           COMPUTE MINDESDE = (HB - 1) * 60
           IF MINDESDE < MINENTRADA
              MOVE MINENTRADA TO MINDESDE
           END-IF
           COMPUTE MINHASTA = HB * 60
           IF MINHASTA > MINUTOSDIA
              MOVE MINUTOSDIA TO MINHASTA
           END-IF
           COMPUTE TD-MINUTOS(DIAENC, HB) = TD-MINUTOS(DIAENC, HB)
              + MINHASTA - MINDESDE
           COMPUTE TD-COSTE(DIAENC, HB) ROUNDED = TD-COSTE(DIAENC, HB)
              + (MINHASTA - MINDESDE) * COSTEHORA / 60.

      ** Suma cada dia en su dia de la semana.                      **

       AcumularSemana.
           MOVE TD-DIASEM(DX) TO WD
           PERFORM SumarFranjaSemana VARYING HB FROM 1 BY 1
              UNTIL HB > 24.
       SumarFranjaSemana.
           ADD TD-VENTAS(DX, HB) TO TS-VENTAS(WD, HB)
           ADD TD-CUBIERTOS(DX, HB) TO TS-CUBIERTOS(WD, HB)
           ADD TD-MINUTOS(DX, HB) TO TS-MINUTOS(WD, HB)
           ADD TD-COSTE(DX, HB) TO TS-COSTE(WD, HB).

      ** Informe: cada dia con sus franjas y su total, y despues la **
      ** media de cada dia de la semana por franja para decidir    **
      ** cuanta gente poner en cada servicio.                       **

       ImprimirAnalisis.
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              WRITE LINEAIMP FROM CABPH BEFORE ADVANCING 1 LINE
              MOVE DESDE TO PH-DESDE
              MOVE HASTA TO PH-HASTA
              WRITE LINEAIMP FROM CABPH2 BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCOL BEFORE ADVANCING 2 LINE
              PERFORM ImprimirDia VARYING DX FROM 1 BY 1
                 UNTIL DX > NUMDIAS
              MOVE SPACES TO LINEAIMP
              MOVE "  MEDIAS POR DIA DE LA SEMANA" TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 2 LINE
              WRITE LINEAIMP FROM CABCOL BEFORE ADVANCING 2 LINE
              PERFORM ImprimirSemana VARYING WD FROM 1 BY 1
                 UNTIL WD > 7
              IF SINCOSTE NOT = 0
                 MOVE SINCOSTE TO PH-SINCOSTE
                 WRITE LINEAIMP FROM LINSINCOSTE BEFORE
                    ADVANCING 1 LINE
              END-IF
           END-IF
           CLOSE LISTADO.
       ImprimirDia.
           MOVE NOMDIA(TD-DIASEM(DX)) TO PH-NOMDIA
           MOVE TD-FECHA(DX) TO PH-FECHA
           WRITE LINEAIMP FROM CABDIA BEFORE ADVANCING 1 LINE
           MOVE 1 TO DIVISOR
           PERFORM ImprimirFranjaDia VARYING HB FROM 1 BY 1
              UNTIL HB > 24
           MOVE TD-SINHORA(DX) TO SUMVENTAS
           MOVE 0 TO SUMCUBIERTOS
           MOVE 0 TO SUMMINUTOS
           MOVE 0 TO SUMCOSTE
           PERFORM SumarTotalDia VARYING HB FROM 1 BY 1
              UNTIL HB > 24
           MOVE "DIA " TO PH-ETIQ
           PERFORM MontarLinea
           WRITE LINEAIMP FROM LINFRANJA BEFORE ADVANCING 2 LINE.
       ImprimirFranjaDia.
           IF TD-VENTAS(DX, HB) NOT = 0 OR TD-MINUTOS(DX, HB) NOT = 0
              COMPUTE EH-HORA = HB - 1
              MOVE ETIQHORA TO PH-ETIQ
              MOVE TD-VENTAS(DX, HB) TO SUMVENTAS
              MOVE TD-CUBIERTOS(DX, HB) TO SUMCUBIERTOS
              MOVE TD-MINUTOS(DX, HB) TO SUMMINUTOS
              MOVE TD-COSTE(DX, HB) TO SUMCOSTE
              PERFORM MontarLinea
              WRITE LINEAIMP FROM LINFRANJA BEFORE ADVANCING 1 LINE
           END-IF.
       SumarTotalDia.
           ADD TD-VENTAS(DX, HB) TO SUMVENTAS
           ADD TD-CUBIERTOS(DX, HB) TO SUMCUBIERTOS
           ADD TD-MINUTOS(DX, HB) TO SUMMINUTOS
           ADD TD-COSTE(DX, HB) TO SUMCOSTE.
       ImprimirSemana.
           IF TS-DIAS(WD) NOT = 0
              MOVE NOMDIA(WD) TO PH-SNOMDIA
              MOVE TS-DIAS(WD) TO PH-SDIAS
              WRITE LINEAIMP FROM CABSEMANA BEFORE ADVANCING 1 LINE
              MOVE TS-DIAS(WD) TO DIVISOR
              PERFORM ImprimirFranjaSemana VARYING HB FROM 1 BY 1
                 UNTIL HB > 24
              MOVE 0 TO SUMVENTAS
              MOVE 0 TO SUMCUBIERTOS
              MOVE 0 TO SUMMINUTOS
              MOVE 0 TO SUMCOSTE
              PERFORM SumarTotalSemana VARYING HB FROM 1 BY 1
                 UNTIL HB > 24
              MOVE "DIA " TO PH-ETIQ
              PERFORM MontarLinea
              WRITE LINEAIMP FROM LINFRANJA BEFORE ADVANCING 2 LINE
           END-IF.
       ImprimirFranjaSemana.
           IF TS-VENTAS(WD, HB) NOT = 0 OR TS-MINUTOS(WD, HB) NOT = 0
              COMPUTE EH-HORA = HB - 1
              MOVE ETIQHORA TO PH-ETIQ
              MOVE TS-VENTAS(WD, HB) TO SUMVENTAS
              MOVE TS-CUBIERTOS(WD, HB) TO SUMCUBIERTOS
              MOVE TS-MINUTOS(WD, HB) TO SUMMINUTOS
              MOVE TS-COSTE(WD, HB) TO SUMCOSTE
              PERFORM MontarLinea
              WRITE LINEAIMP FROM LINFRANJA BEFORE ADVANCING 1 LINE
           END-IF.
       SumarTotalSemana.
           ADD TS-VENTAS(WD, HB) TO SUMVENTAS
           ADD TS-CUBIERTOS(WD, HB) TO SUMCUBIERTOS
           ADD TS-MINUTOS(WD, HB) TO SUMMINUTOS
           ADD TS-COSTE(WD, HB) TO SUMCOSTE.

      ** Linea de una franja o de un total (del dia o media de la   **
      ** semana): importes y horas se dividen por el numero de     **
      ** dias; la venta por hora y el porcentaje de coste no       **
      ** cambian con la media.                                      **

       MontarLinea.
           COMPUTE PH-VENTAS ROUNDED = SUMVENTAS / DIVISOR
           COMPUTE PH-CUB ROUNDED = SUMCUBIERTOS / DIVISOR
           COMPUTE PH-HORAS ROUNDED = SUMMINUTOS / 60 / DIVISOR
           COMPUTE PH-COSTE ROUNDED = SUMCOSTE / DIVISOR
           PERFORM CalcularRatios.
       CalcularRatios.
           MOVE 0 TO VENTAHORA
           IF SUMMINUTOS NOT = 0
              COMPUTE VENTAHORA ROUNDED = SUMVENTAS * 60 / SUMMINUTOS
                 ON SIZE ERROR MOVE 999999,99 TO VENTAHORA
              END-COMPUTE
           END-IF
           MOVE VENTAHORA TO PH-VENTAHORA
           MOVE 0 TO PORCENTAJE
           IF SUMVENTAS NOT = 0
              COMPUTE PORCENTAJE ROUNDED = SUMCOSTE * 100 / SUMVENTAS
                 ON SIZE ERROR MOVE 999,9 TO PORCENTAJE
              END-COMPUTE
           END-IF
           MOVE PORCENTAJE TO PH-PORCENTAJE.

      * Dia siguiente con el arrastre de meses de 28/29/30/31 dias
      * (el mismo criterio de VerDias de los demas programas).
       AvanzarFecha.
           ADD 1 TO FP-DIA
           MOVE "N" TO FIN
           IF FP-MES = 4 OR 6 OR 9 OR 11
              IF FP-DIA > 30
                 MOVE "S" TO FIN
              END-IF
           END-IF
           IF FP-MES = 2
              DIVIDE FP-ANO BY 4 GIVING ZCOC REMAINDER ZRES
              IF ZRES = 0
                 IF FP-DIA > 29
                    MOVE "S" TO FIN
                 END-IF
              ELSE
                 IF FP-DIA > 28
                    MOVE "S" TO FIN
                 END-IF
              END-IF
           END-IF
           IF FP-DIA > 31
              MOVE "S" TO FIN
           END-IF
           IF FIN = "S"
              MOVE 1 TO FP-DIA
              ADD 1 TO FP-MES
              IF FP-MES > 12
                 MOVE 1 TO FP-MES
                 ADD 1 TO FP-ANO
              END-IF
           END-IF.
       DiaDeLaSemana.
           MOVE FP-DIA TO ZQ
           MOVE FP-MES TO ZM
           MOVE FP-ANO TO ZJ
           PERFORM CalcularDiaSemana.
       CalcularDiaSemana.
           IF ZM < 3
              ADD 12 TO ZM
              SUBTRACT 1 FROM ZJ
           END-IF
           DIVIDE ZJ BY 100 GIVING ZJ REMAINDER ZK
           COMPUTE ZT0 = 13 * (ZM + 1)
           DIVIDE ZT0 BY 5 GIVING ZT1
           DIVIDE ZK BY 4 GIVING ZT2
           DIVIDE ZJ BY 4 GIVING ZT3
           COMPUTE ZH = ZQ + ZT1 + ZK + ZT2 + ZT3 + (5 * ZJ)
           DIVIDE ZH BY 7 GIVING ZCOC REMAINDER ZRES
           EVALUATE ZRES
              WHEN 0 MOVE 6 TO DIASEMANA
              WHEN 1 MOVE 7 TO DIASEMANA
              WHEN OTHER COMPUTE DIASEMANA = ZRES - 1
           END-EVALUATE.

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
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-RECIBOS
           STRING RUTADATOS DELIMITED BY " "
                  "RECIBOS.DAT" DELIMITED BY SIZE
                  INTO RF-RECIBOS
           END-STRING
           MOVE SPACES TO RF-FICHAJES
           STRING RUTADATOS DELIMITED BY " "
                  "FICHAJES.DAT" DELIMITED BY SIZE
                  INTO RF-FICHAJES
           END-STRING
           MOVE SPACES TO RF-USUARIOS
           STRING RUTADATOS DELIMITED BY " "
                  "USUARIOS.DAT" DELIMITED BY SIZE
                  INTO RF-USUARIOS
           END-STRING
           MOVE SPACES TO RF-COSTEHOR
           STRING RUTADATOS DELIMITED BY " "
                  "COSTEHOR.DAT" DELIMITED BY SIZE
                  INTO RF-COSTEHOR
           END-STRING.
