           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-NUM
           FILE STATUS IS ERRORFP.
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
              88 FACPROV-PAGADA VALUE " ".
              88 FACPROV-PENDIENTE VALUE "*".
           02 FP-FECHAPAGO PIC 9(8).
      * Retencion de IRPF de cada factura de proveedor, que graba
      * FACPROV.CBL; se paga FP-TOTAL menos RT-IMPORTE.
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
      * Gastos fijos que se repiten (GASFIJOS.CBL): las cuotas aun no
      * facturadas entran en la prevision como pagos esperados.
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
       77 RF-CLIENTES PIC X(42).
       77 RF-FACPROV PIC X(42).
       77 RF-FACTURAS PIC X(42).
       77 RF-RETFPROV PIC X(42).
       77 RF-GASFIJOS PIC X(42).
       77 ERRORGF PIC XX.
       77 PASOMES PIC 99.
       77 MESOCU PIC 9(6).
       77 MESIDX PIC 9(6).
       77 OCUANO PIC 9(4).
       77 OCUMES PIC 99.
       77 FECHAOCU PIC 9(8).
       77 FECHATOPE PIC 9(8).
       77 HOYNUM PIC 9(8).
       77 SINENTRAR PIC 9(4).
       77 ERRORFP PIC XX.
       77 ERRORRT PIC XX.
       77 HAYRET PIC X.
       77 NETOFP PIC 9(6)V99.
       77 ERRORIMP PIC XX.
       77 TECLA PIC X.
       77 FIN PIC X.
              03 SEM-COBDOM PIC 9(8)V99.
              03 SEM-COBRESTO PIC 9(8)V99.
              03 SEM-PAGOS PIC 9(8)V99.
              03 SEM-FIJOS PIC 9(8)V99.
       01 CABPREV.
           02 FILLER PIC X(40) VALUE
              "  PREVISION DE TESORERIA A CUATRO SEMANA".
       01 CABPREV2.
           02 FILLER PIC X(40) VALUE
              "  SEMANA   DOMICILIADO   RESTO COBROS   ".
           02 FILLER PIC X(40) VALUE
              "  PAGOS G.FIJOS        NETO       SALDO ".
       01 LINPREV.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PV-ETIQ PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PV-PAGOS PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PV-FIJOS PIC ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PV-NETO PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X VALUE SPACES.
           02 PV-SALDO PIC -ZZZ.ZZ9,99.
       01 LINSINENTRAR.
           02 FILLER PIC X(40) VALUE
              "  FACTURAS FIJAS ESPERADAS SIN ENTRAR: ".
           02 PV-SINENTRAR PIC ZZZ9.
           02 FILLER PIC X(20) VALUE "  (VER GASTOS FIJOS)".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos
           PERFORM LimpiarSemana VARYING SM FROM 1 BY 1 UNTIL SM > 5
           PERFORM SumarCobros
           PERFORM SumarPagos
           PERFORM SumarGastosFijos
           PERFORM ImprimirPrevision
           DISPLAY "PREVISION IMPRESA" LINE 4 POSITION 5
           IF SINENTRAR NOT = 0
              DISPLAY "FACTURAS FIJAS ESPERADAS SIN ENTRAR:" LINE 6
                 POSITION 5 REVERSE
              DISPLAY SINENTRAR LINE 6 POSITION 42 REVERSE
           END-IF
           ACCEPT TECLA NO BEEP
           END-ACCEPT
           DISPLAY " " ERASE
       LimpiarSemana.
           MOVE 0 TO SEM-COBDOM(SM)
           MOVE 0 TO SEM-COBRESTO(SM)
           MOVE 0 TO SEM-PAGOS(SM)
           MOVE 0 TO SEM-FIJOS(SM).

      ** Facturas pendientes de cobro: las de cliente domiciliado    **
      ** entran en la primera semana (van en la proxima remesa); al  **
      ** de su vencimiento; las ya vencidas caen en la primera.      **

       SumarPagos.
           MOVE "N" TO HAYRET
           OPEN INPUT RETFPROV
           IF ERRORRT = "00"
              MOVE "S" TO HAYRET
           END-IF
           MOVE "N" TO FIN
           OPEN INPUT FACPROV
           IF ERRORFP NOT = "00"
           PERFORM SumarUnPago UNTIL FIN = "S"
           IF ERRORFP = "00"
              CLOSE FACPROV
           END-IF
           IF HAYRET = "S"
              CLOSE RETFPROV
           END-IF.
       SumarUnPago.
           READ FACPROV NEXT AT END MOVE "S" TO FIN
              COMPUTE DIASDOC = VEN-ANO * 360 + VEN-MES * 30
                 + VEN-DIA
              PERFORM CalcularSemana
              PERFORM LeerRetencion
              ADD NETOFP TO SEM-PAGOS(SEMANA)
           END-IF.

      ** Importe neto de la factura de proveedor leida: el total    **
      ** menos la retencion de IRPF apuntada en RETFPROV.DAT.       **

       LeerRetencion.
           MOVE FP-TOTAL TO NETOFP
           IF HAYRET = "S"
              MOVE FP-NUM TO RT-NUM
              READ RETFPROV
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RT-IMPORTE < FP-TOTAL
                       COMPUTE NETOFP = FP-TOTAL - RT-IMPORTE
                    END-IF
              END-READ
           END-IF.

      ** Gastos fijos de GASFIJOS.DAT: cada cuota desde la siguiente **
      ** a la ultima recibida hasta dos meses vista (o su fecha fin) **
      ** va a la semana de su dia; las que ya tendrian que haber     **
      ** llegado caen en la primera y se cuentan como sin entrar.    **

       SumarGastosFijos.
           MOVE 0 TO SINENTRAR
           COMPUTE HOYNUM = HOY-ANO * 10000 + HOY-MES * 100 + HOY-DIA
           COMPUTE MESIDX = HOY-ANO * 12 + HOY-MES - 1 + 2
           DIVIDE MESIDX BY 12 GIVING OCUANO REMAINDER OCUMES
           ADD 1 TO OCUMES
           COMPUTE FECHATOPE = OCUANO * 10000 + OCUMES * 100 + HOY-DIA
           MOVE "N" TO FIN
           OPEN INPUT GASFIJOS
           IF ERRORGF NOT = "00"
              MOVE "S" TO FIN
           END-IF
           PERFORM SumarUnGastoFijo UNTIL FIN = "S"
           IF ERRORGF = "00"
              CLOSE GASFIJOS
           END-IF.
       SumarUnGastoFijo.
           READ GASFIJOS NEXT AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N" AND GF-MESINI NOT = 0
              PERFORM PrimeraPendiente
              PERFORM SumarUnaCuota UNTIL FECHAOCU > FECHATOPE
                 OR (GF-FFIN NOT = 0 AND FECHAOCU > GF-FFIN)
           END-IF.
       SumarUnaCuota.
           COMPUTE DIASDOC = OCUANO * 360 + OCUMES * 30 + GF-DIA
           PERFORM CalcularSemana
           ADD GF-IMPORTE TO SEM-FIJOS(SEMANA)
           IF FECHAOCU < HOYNUM
              ADD 1 TO SINENTRAR
           END-IF
           PERFORM SiguienteCuota.

      ** Calendario de cuotas como en GASFIJOS.CBL: la primera      **
      ** pendiente es GF-MESINI o la siguiente a GF-ULTMES, y cada  **
      ** una avanza los meses de su periodo.                        **

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
              DIVIDE MESOCU BY 100 GIVING OCUANO REMAINDER OCUMES
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

      ** Semana 1 a 4 segun los dias que faltan (el conteo rapido    **
      ** ANO*360+MES*30+DIA de los listados de morosos); lo vencido  **
              MOVE 0 TO SALDOACUM
              PERFORM ImprimirSemana VARYING SM FROM 1 BY 1
                 UNTIL SM > 5
              IF SINENTRAR NOT = 0
                 MOVE SINENTRAR TO PV-SINENTRAR
                 MOVE SPACES TO LINEAIMP
                 WRITE LINEAIMP BEFORE ADVANCING 1 LINE
                 WRITE LINEAIMP FROM LINSINENTRAR BEFORE
                    ADVANCING 1 LINE
              END-IF
           END-IF
           CLOSE LISTADO.
       ImprimirSemana.
           MOVE SEM-COBDOM(SM) TO PV-COBDOM
           MOVE SEM-COBRESTO(SM) TO PV-COBRESTO
           MOVE SEM-PAGOS(SM) TO PV-PAGOS
           MOVE SEM-FIJOS(SM) TO PV-FIJOS
           COMPUTE NETOSEM = SEM-COBDOM(SM) + SEM-COBRESTO(SM)
              - SEM-PAGOS(SM) - SEM-FIJOS(SM)
           MOVE NETOSEM TO PV-NETO
           ADD NETOSEM TO SALDOACUM
           MOVE SALDOACUM TO PV-SALDO
                  "FACPROV.DAT" DELIMITED BY SIZE
                  INTO RF-FACPROV
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
           END-STRING
           MOVE SPACES TO RF-FACTURAS
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
