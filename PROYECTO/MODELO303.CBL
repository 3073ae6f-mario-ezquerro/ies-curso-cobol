           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORDD.
           SELECT OPTIONAL VENTDIA ASSIGN TO DISK RF-VENTDIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-CLAVE
           FILE STATUS IS ERRORVD.
           SELECT OPTIONAL FACPROV ASSIGN TO DISK RF-FACPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORCP.
           SELECT OPTIONAL FACTURA ASSIGN TO DISK RF-FACTURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NFAC
           ALTERNATE RECORD KEY IS FFECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FGIF WITH DUPLICATES
           ALTERNATE RECORD KEY IS FPAGADA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FFECHACOB WITH DUPLICATES
           FILE STATUS IS ERRORFAC.
           SELECT OPTIONAL FACTHIST ASSIGN TO DISK RF-FACTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HFNFAC
           FILE STATUS IS ERRORHIS.
           SELECT OPTIONAL REGIVA ASSIGN TO DISK RF-REGIVA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ERRORRI.
           SELECT LISTADO ASSIGN TO PRINT "PRINTER"
           FILE STATUS IS ERRORIMP.
       DATA DIVISION.
       FD DATOSDIR LABEL RECORD STANDARD.
       01 REG-DATOSDIR.
           02 PD-RUTA PIC X(30).
      * Totales de venta por dia de VENTDIA.COB (clase T total, P
      * plato*10+formato, H franja, Z zona, C camarero, I tipo de
      * IVA, M modificacion por impago); los regenera REGVDIA.CBL.
       FD VENTDIA LABEL RECORD STANDARD.
       01 REG-VD.
           02 VD-CLAVE.
              03 VD-FECHA PIC 9(8).
              03 VD-CLASE PIC X.
              03 VD-CODIGO PIC 9(4).
           02 VD-DOCUMENTOS PIC S9(5).
           02 VD-COMENSALES PIC S9(6).
           02 VD-UNIDADES PIC S9(6).
           02 VD-IMPORTE PIC S9(8)V99.
           02 VD-BASE PIC S9(8)V99.
           02 VD-CUOTA PIC S9(7)V99.
           02 VD-DESCUENTO PIC S9(7)V99.
           02 VD-PROPINA PIC S9(7)V99.
      * Registro de facturas de proveedor (REGFPROV): de aqui sale
      * por fin el IVA soportado del trimestre.
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
       FD PARAMFAC LABEL RECORD STANDARD.
       01 REG-PARAMFAC.
           02 PF-IVA PIC 99.
           02 PF-IVA2 PIC 99.
           02 PF-IVA3 PIC 99.
           02 PF-INCLUIDO PIC X.
           02 PF-MENUPLATO PIC 9(3).
           02 PF-EURPUNTO PIC 9(3).
           02 PF-VALPUNTO PIC 9V99.
      * Fecha tope del ultimo periodo de IVA declarado; FACT.CBL no
      * deja tocar facturas anteriores a ella.
       FD CIERREPER LABEL RECORD STANDARD.
       01 REG-CIERREPER.
           02 CP-FECHATOPE PIC 9(8).
       FD FACTURA LABEL RECORD STANDARD.
       01 REG-FAC.
           02 NFAC   PIC 9(8).
      * Comensales de la mesa facturada (0 = llevar, abono o
      * recapitulativa), para los analisis de zonas y rotacion.
           02 FCOMENSALES PIC 99.
      * Historico de facturas archivadas por ARCHIFAC.CBL, con el
      * mismo trazado que la factura viva: en criterio de caja una
      * factura del ano anterior ya archivada puede cobrarse ahora.
       FD FACTHIST LABEL RECORD STANDARD.
       01 REG-FACH.
           02 HFNFAC PIC 9(8).
           02 HFRESTO PIC X(134).
      * Regimen especial del criterio de caja del IVA (lo mantiene
      * EMPRESA.CBL): "S" si el restaurante se acoge, y el primer y
      * el ultimo ejercicio acogidos (0 = sigue acogido). Las facturas
      * emitidas en esos ejercicios devengan el IVA al cobrarse.
       FD REGIVA LABEL RECORD STANDARD.
       01 REG-RI.
           02 RI-CRITCAJA PIC X.
              88 RI-CAJA VALUE "S".
           02 RI-DESDE PIC 9(4).
           02 RI-HASTA PIC 9(4).
       FD LISTADO LABEL RECORD OMITTED.
       01 LINEAIMP PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERRORDD PIC XX.
       77 RUTADATOS PIC X(30).
       77 RF-VENTDIA PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-PARAM PIC X(42).
       77 RF-CIERREPER PIC X(42).
       77 ERRORVD PIC XX.
       77 ERRORFP PIC XX.
       77 ERRORPAR PIC XX.
       77 ERRORCP PIC XX.
       77 TRIMESTRE PIC 9.
       77 DESDE PIC 9(8).
       77 HASTA PIC 9(8).
       77 FECHATOPE PIC 9(8).
       77 CERRARSN PIC X.
       77 RB1 PIC S9(8)V99.
       77 RC3 PIC S9(8)V99.
       77 SB PIC S9(8)V99.
       77 SC PIC S9(8)V99.
       77 MB PIC S9(8)V99.
       77 MC PIC S9(8)V99.
       77 TOTDEVENGADO PIC S9(8)V99.
       77 TOTDEDUCIR PIC S9(8)V99.
       77 RESULTADO PIC S9(8)V99.
       77 RF-FACTURAS PIC X(42).
       77 RF-FACTHIST PIC X(42).
       77 ERRORFAC PIC XX.
       77 ERRORHIS PIC XX.
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 EJERCAJA PIC X.
       77 FINFAC PIC X.
       77 FECHAFAC PIC 9(8).
       77 FECHAVTO PIC 9(8).
       77 DEDUCIR PIC X.
       77 ABBASE PIC 9(6)V99.
       77 ABCUOTA PIC 9(6)V99.
      * Criterio de caja: lo que se habria devengado por la regla
      * general (emitido o recibido en el trimestre), que el modelo
      * pide aparte a titulo informativo.
       77 GB PIC S9(8)V99.
       77 GC PIC S9(8)V99.
       77 GSB PIC S9(8)V99.
       77 GSC PIC S9(8)V99.
      * La factura en curso, sea viva o archivada (trazado REG-FAC).
       01 FacturaCaja.
           02 FK-NFAC   PIC 9(8).
           02 FK-GIF    PIC 9(9).
           02 FK-FECHA.
              03 FK-DIA PIC 99.
              03 FK-MES PIC 99.
              03 FK-ANO PIC 9999.
           02 FK-PASTA  PIC 9(6)V99.
           02 FK-PAGADA PIC X.
           02 FK-MESA   PIC 99.
           02 FK-COBRADO PIC 9(6)V99.
           02 FK-METODO  PIC X.
           02 FK-DESCUENTO PIC 9(6)V99.
           02 FK-PROPINA   PIC 9(6)V99.
           02 FK-CAMARERO  PIC 9(3).
           02 FK-FECHACOB PIC 9(8).
           02 FK-CLASE   PIC X.
              88 FK-ABONO VALUE "A".
              88 FK-ABSORBIDA VALUE "X".
           02 FK-ABONODE PIC 9(8).
           02 FK-REMESADA PIC X.
           02 FK-IVA OCCURS 3.
              03 FK-BASE  PIC 9(6)V99.
              03 FK-CUOTA PIC 9(6)V99.
           02 FK-SERIE    PIC 9(4).
           02 FK-NUMSERIE PIC 9(6).
           02 FK-COMENSALES PIC 99.
      * Peticion a CRITCAJA.COB: periodo (AAAAMMDD) y tipo de las
      * facturas sin desglose; vuelve lo cobrado y lo vencido en el
      * periodo y la base y cuota que devengan por tipo.
       01 PETCAJA.
           02 PC-DESDE PIC 9(8).
           02 PC-HASTA PIC 9(8).
           02 PC-IVAPCT PIC 99.
           02 PC-COBRADO PIC 9(6)V99.
           02 PC-VENCIDO PIC 9(6)V99.
           02 PC-FCOBRO PIC 9(8).
           02 PC-DEVENGO OCCURS 3.
              03 PC-BASE PIC 9(6)V99.
              03 PC-CUOTA PIC 9(6)V99.
       01 CAB303.
           02 FILLER PIC X(34) VALUE
              "  MODELO 303 - IVA AUTOLIQUIDACION".
           02 M3-TETIQ PIC X(34).
           02 FILLER PIC X(16) VALUE SPACES.
           02 M3-TIMPORTE PIC -ZZZZ.ZZ9,99.
       01 LINCRITCAJA PIC X(40) VALUE
           "  REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
                 COMPUTE HASTA = EJERCICIO * 10000 + 1231
           END-EVALUATE.

      ** IVA repercutido del trimestre de los totales por dia (los  **
      ** abonos ya restan y los tickets absorbidos por              **
      ** recapitulativas no cuentan), IVA soportado del registro de **
      ** facturas de proveedor, y el resultado impreso casilla a    **
      ** casilla.                                                   **

       GENERAR303.
           MOVE 0 TO RB1 RC1 RB2 RC2 RB3 RC3 SB SC MB MC
           MOVE 0 TO GB GC GSB GSC
           PERFORM LeerRegimenIva
           MOVE EJERCICIO TO ANOCAJA
           PERFORM MirarCriterioCaja
           MOVE ENCAJA TO EJERCAJA
           IF EJERCAJA = "N"
              PERFORM SumarRepercutido
           END-IF
           IF RI-CAJA
              PERFORM SumarRepercutidoCaja
           END-IF
           PERFORM SumarSoportado
           PERFORM IMPRIMIR303
           DISPLAY "LISTADO IMPRESO" LINE 7 POSITION 5
           ACCEPT TECLA NO BEEP
           END-ACCEPT.
       SumarRepercutido.
           MOVE "B" TO BIEN
           OPEN INPUT VENTDIA
           IF ERRORVD NOT = "00"
              MOVE "N" TO BIEN
           ELSE
              MOVE DESDE TO VD-FECHA
              MOVE "I" TO VD-CLASE
              MOVE 0 TO VD-CODIGO
              START VENTDIA KEY IS NOT < VD-CLAVE
                 INVALID KEY MOVE "N" TO BIEN
                 NOT INVALID KEY CONTINUE
              END-START
           END-IF
           PERFORM SumarUnDia UNTIL BIEN = "N"
           IF ERRORVD = "00"
              CLOSE VENTDIA
           END-IF.

      ** Cada tipo de IVA a sus casillas; las rectificativas de un  **
      ** impago (restan) y las que reponen su base al cobrarse      **
      ** (suman) van al apunte M: casillas 14-15.                   **

       SumarUnDia.
           READ VENTDIA NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B" AND VD-FECHA > HASTA
              MOVE "N" TO BIEN
           END-IF.
           IF BIEN = "B" AND VD-CLASE = "I"
              EVALUATE VD-CODIGO
                 WHEN 1
                    ADD VD-BASE TO RB1
                    ADD VD-CUOTA TO RC1
                 WHEN 2
                    ADD VD-BASE TO RB2
                    ADD VD-CUOTA TO RC2
                 WHEN 3
                    ADD VD-BASE TO RB3
                    ADD VD-CUOTA TO RC3
              END-EVALUATE
           END-IF.
           IF BIEN = "B" AND VD-CLASE = "M"
              ADD VD-BASE TO MB
              ADD VD-CUOTA TO MC
           END-IF.
       SumarSoportado.
           OPEN INPUT FACPROV
           READ FACPROV NEXT AT END MOVE "N" TO BIEN
           END-READ.
           IF BIEN = "B"
              COMPUTE ANOCAJA = FP-FECHA / 10000
              PERFORM MirarCriterioCaja
           END-IF.
           IF BIEN = "B" AND ENCAJA = "S"
              PERFORM SumarProveedorCaja
           END-IF.
           IF BIEN = "B" AND ENCAJA = "N"
              AND FP-FECHA NOT < DESDE AND FP-FECHA NOT > HASTA
              COMPUTE SB = SB + FP-BASE1 + FP-BASE2 + FP-BASE3
              COMPUTE SC = SC + FP-CUOTA1 + FP-CUOTA2 + FP-CUOTA3
           END-IF.

      ** Factura de proveedor en criterio de caja: se deduce en el  **
      ** trimestre en que se paga o, si el 31 de diciembre del ano  **
      ** siguiente sigue sin pagar, en el que cae esa fecha. El     **
      ** registro de proveedores solo guarda un pago por factura.   **

       SumarProveedorCaja.
           IF FP-FECHA NOT < DESDE AND FP-FECHA NOT > HASTA
              COMPUTE GSB = GSB + FP-BASE1 + FP-BASE2 + FP-BASE3
              COMPUTE GSC = GSC + FP-CUOTA1 + FP-CUOTA2 + FP-CUOTA3
           END-IF
           COMPUTE FECHAVTO = (ANOCAJA + 1) * 10000 + 1231
           MOVE "N" TO DEDUCIR
           IF FP-PAGADA = " " AND FP-FECHAPAGO NOT = 0
              AND FP-FECHAPAGO NOT > FECHAVTO
              IF FP-FECHAPAGO NOT < DESDE AND FP-FECHAPAGO NOT > HASTA
                 MOVE "S" TO DEDUCIR
              END-IF
           ELSE
              IF FECHAVTO NOT < DESDE AND FECHAVTO NOT > HASTA
                 MOVE "S" TO DEDUCIR
              END-IF
           END-IF
           IF DEDUCIR = "S"
              COMPUTE SB = SB + FP-BASE1 + FP-BASE2 + FP-BASE3
              COMPUTE SC = SC + FP-CUOTA1 + FP-CUOTA2 + FP-CUOTA3
           END-IF.

      ** IVA repercutido en criterio de caja: de las facturas de    **
      ** los ejercicios acogidos (vivas y archivadas), la parte      **
      ** cobrada en el trimestre y lo que venza sin cobrar en el,    **
      ** segun CRITCAJA.COB; los abonos restan en su fecha.          **

       SumarRepercutidoCaja.
           MOVE SPACES TO REG-PARAMFAC
           MOVE 0 TO PF-IVA
           OPEN INPUT PARAMFAC
           IF ERRORPAR = "00"
              READ PARAMFAC AT END CONTINUE
              END-READ
              CLOSE PARAMFAC
           END-IF
           MOVE DESDE TO PC-DESDE
           MOVE HASTA TO PC-HASTA
           MOVE PF-IVA TO PC-IVAPCT
           IF PF-IVA NOT NUMERIC OR PF-IVA = 0
              MOVE 10 TO PC-IVAPCT
           END-IF
           OPEN INPUT FACTURA
           IF ERRORFAC = "00"
              MOVE "N" TO FINFAC
              MOVE 0 TO NFAC
              START FACTURA KEY IS NOT < NFAC
                 INVALID KEY MOVE "S" TO FINFAC
                 NOT INVALID KEY CONTINUE
              END-START
              PERFORM LeerFacturaCaja UNTIL FINFAC = "S"
              CLOSE FACTURA
           END-IF
           OPEN INPUT FACTHIST
           IF ERRORHIS = "00"
              MOVE "N" TO FINFAC
              PERFORM LeerArchivadaCaja UNTIL FINFAC = "S"
              CLOSE FACTHIST
           END-IF.
       LeerFacturaCaja.
           READ FACTURA NEXT AT END MOVE "S" TO FINFAC
           END-READ.
           IF FINFAC = "N"
              MOVE REG-FAC TO FacturaCaja
              PERFORM SumarFacturaCaja
           END-IF.
       LeerArchivadaCaja.
           READ FACTHIST NEXT AT END MOVE "S" TO FINFAC
           END-READ.
           IF FINFAC = "N"
              MOVE REG-FACH TO FacturaCaja
              PERFORM SumarFacturaCaja
           END-IF.
       SumarFacturaCaja.
           MOVE FK-ANO TO ANOCAJA
           PERFORM MirarCriterioCaja
           IF ENCAJA = "S" AND NOT FK-ABSORBIDA
              COMPUTE FECHAFAC = ANOCAJA * 10000 + FK-MES * 100
                 + FK-DIA
              IF FK-ABONO
                 IF FECHAFAC NOT < DESDE AND FECHAFAC NOT > HASTA
                    PERFORM RestarAbonoCaja
                 END-IF
              ELSE
                 IF FECHAFAC NOT < DESDE AND FECHAFAC NOT > HASTA
                    COMPUTE GB = GB + FK-BASE(1) + FK-BASE(2)
                       + FK-BASE(3)
                    COMPUTE GC = GC + FK-CUOTA(1) + FK-CUOTA(2)
                       + FK-CUOTA(3)
                 END-IF
                 IF ANOCAJA = EJERCICIO OR ANOCAJA + 1 = EJERCICIO
                    CALL "CRITCAJA.COB" USING FacturaCaja PETCAJA
                    ADD PC-BASE(1) TO RB1
                    ADD PC-CUOTA(1) TO RC1
                    ADD PC-BASE(2) TO RB2
                    ADD PC-CUOTA(2) TO RC2
                    ADD PC-BASE(3) TO RB3
                    ADD PC-CUOTA(3) TO RC3
                 END-IF
              END-IF
           END-IF.
       RestarAbonoCaja.
           IF FK-BASE(1) NOT = 0 OR FK-BASE(2) NOT = 0
              OR FK-BASE(3) NOT = 0
              SUBTRACT FK-BASE(1) FROM RB1
              SUBTRACT FK-CUOTA(1) FROM RC1
              SUBTRACT FK-BASE(2) FROM RB2
              SUBTRACT FK-CUOTA(2) FROM RC2
              SUBTRACT FK-BASE(3) FROM RB3
              SUBTRACT FK-CUOTA(3) FROM RC3
              COMPUTE GB = GB - FK-BASE(1) - FK-BASE(2) - FK-BASE(3)
              COMPUTE GC = GC - FK-CUOTA(1) - FK-CUOTA(2)
                 - FK-CUOTA(3)
           ELSE
              COMPUTE ABBASE ROUNDED =
                 FK-PASTA / (1 + PC-IVAPCT / 100)
              COMPUTE ABCUOTA = FK-PASTA - ABBASE
              SUBTRACT ABBASE FROM RB1
              SUBTRACT ABCUOTA FROM RC1
              SUBTRACT ABBASE FROM GB
              SUBTRACT ABCUOTA FROM GC
           END-IF.
       IMPRIMIR303.
           MOVE SPACES TO REG-PARAMFAC
           OPEN INPUT PARAMFAC
           MOVE TRIMESTRE TO M3-TRIM
           MOVE EJERCICIO TO M3-ANO
           WRITE LINEAIMP FROM CAB303 BEFORE ADVANCING 2 LINE
           IF EJERCAJA = "S"
              WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 2 LINE
           END-IF
           MOVE SPACES TO LINEAIMP
           MOVE "  IVA DEVENGADO" TO LINEAIMP
           WRITE LINEAIMP BEFORE ADVANCING 1 LINE
           MOVE RB3 TO M3-BASE
           MOVE RC3 TO M3-CUOTA
           WRITE LINEAIMP FROM LIN303 BEFORE ADVANCING 1 LINE
           IF MB NOT = 0 OR MC NOT = 0
              MOVE "CAS. 14-15  MODIF. BASES IMPAGADOS" TO M3-CASILLA
              MOVE MB TO M3-BASE
              MOVE MC TO M3-CUOTA
              WRITE LINEAIMP FROM LIN303 BEFORE ADVANCING 1 LINE
           END-IF
           COMPUTE TOTDEVENGADO = RC1 + RC2 + RC3 + MC
           MOVE "CAS. 27     TOTAL CUOTA DEVENGADA" TO M3-TETIQ
           MOVE TOTDEVENGADO TO M3-TIMPORTE
           WRITE LINEAIMP FROM LIN303T BEFORE ADVANCING 2 LINE
           MOVE "CAS. 71     RESULTADO LIQUIDACION" TO M3-TETIQ
           MOVE RESULTADO TO M3-TIMPORTE
           WRITE LINEAIMP FROM LIN303T BEFORE ADVANCING 1 LINE
           IF EJERCAJA = "S"
              MOVE SPACES TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE "  CRITERIO DE CAJA (INFORMATIVO)" TO LINEAIMP
              WRITE LINEAIMP BEFORE ADVANCING 1 LINE
              MOVE "CAS. 62-63  EMITIDO, REG. GENERAL" TO M3-CASILLA
              MOVE GB TO M3-BASE
              MOVE GC TO M3-CUOTA
              WRITE LINEAIMP FROM LIN303 BEFORE ADVANCING 1 LINE
              MOVE "CAS. 74-75  RECIBIDO, REG. GENERAL" TO M3-CASILLA
              MOVE GSB TO M3-BASE
              MOVE GSC TO M3-CUOTA
              WRITE LINEAIMP FROM LIN303 BEFORE ADVANCING 1 LINE
           END-IF
           CLOSE LISTADO.

      ** Tras declarar, se puede dejar cerrado el periodo: la fecha **
              END-IF
              CLOSE DATOSDIR
           END-IF
           MOVE SPACES TO RF-VENTDIA
           STRING RUTADATOS DELIMITED BY " "
                  "VENTDIA.DAT" DELIMITED BY SIZE
                  INTO RF-VENTDIA
           END-STRING
           MOVE SPACES TO RF-FACPROV
           STRING RUTADATOS DELIMITED BY " "
           STRING RUTADATOS DELIMITED BY " "
                  "CIERREPER.DAT" DELIMITED BY SIZE
                  INTO RF-CIERREPER
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
           END-STRING
           MOVE SPACES TO RF-FACTHIST
           STRING RUTADATOS DELIMITED BY " "
                  "FACTHIST.DAT" DELIMITED BY SIZE
                  INTO RF-FACTHIST
           END-STRING
           MOVE SPACES TO RF-REGIVA
           STRING RUTADATOS DELIMITED BY " "
                  "REGIVA.DAT" DELIMITED BY SIZE
                  INTO RF-REGIVA
           END-STRING.

      ** Criterio de caja: lee REGIVA.DAT (sin el, regimen general) **
      ** y mira si las facturas del ejercicio ANOCAJA estan acogidas.**

       LeerRegimenIva.
           MOVE "N" TO RI-CRITCAJA
           MOVE 0 TO RI-DESDE RI-HASTA
           OPEN INPUT REGIVA
           IF ERRORRI = "00"
              READ REGIVA AT END MOVE "N" TO RI-CRITCAJA
              END-READ
              CLOSE REGIVA
           END-IF.
       MirarCriterioCaja.
           MOVE "N" TO ENCAJA
           IF ANOCAJA < 100
              ADD 2000 TO ANOCAJA
           END-IF
           IF RI-CAJA AND ANOCAJA NOT < RI-DESDE
              AND (RI-HASTA = 0 OR ANOCAJA NOT > RI-HASTA)
              MOVE "S" TO ENCAJA
           END-IF.
