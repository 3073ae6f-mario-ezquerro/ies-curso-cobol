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
           02 HFSERIE    PIC 9(4).
           02 HFNUMSERIE PIC 9(6).
           02 HFCOMENSALES PIC 99.
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
       77 GIFNUM PIC 9(9).
       77 TRIM PIC 9.
       77 CUANTOSDECL PIC 9(4).
       77 RF-REGIVA PIC X(42).
       77 ERRORRI PIC XX.
       77 ANOCAJA PIC 9(4).
       77 ENCAJA PIC X.
       77 DESDEHIST PIC X.
       77 EJERCAJA PIC X.
      * Umbral legal del modelo 347: operaciones anuales con un mismo
      * cliente por encima de 3.005,06 euros.
       77 UMBRAL347 PIC 9(6)V99 VALUE 3005,06.
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
       01 AcumCliente.
           02 AC-TOTAL PIC S9(8)V99.
           02 AC-TRIM PIC S9(8)V99 OCCURS 4.
           02 FILLER PIC X(33) VALUE
              "  CLIENTES A DECLARAR EN EL 347: ".
           02 M3-CUANTOS PIC ZZZ9.
       01 LINCRITCAJA PIC X(40) VALUE
           "  REGIMEN ESPECIAL DEL CRITERIO DE CAJA".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM FijarRutaDatos

       GENERAR347.
           MOVE 0 TO CUANTOSDECL
           PERFORM LeerRegimenIva
           MOVE ANODECL TO ANOCAJA
           PERFORM MirarCriterioCaja
           MOVE ENCAJA TO EJERCAJA
           MOVE 0 TO PC-IVAPCT
           MOVE "00" TO ERRORIMP
           OPEN OUTPUT LISTADO
           IF ERRORIMP = "00"
              MOVE ANODECL TO M3-ANO
              WRITE LINEAIMP FROM CAB347 BEFORE ADVANCING 1 LINE
              WRITE LINEAIMP FROM CAB347B BEFORE ADVANCING 2 LINE
              IF EJERCAJA = "S"
                 WRITE LINEAIMP FROM LINCRITCAJA BEFORE ADVANCING 2
                    LINE
              END-IF
              OPEN INPUT CLIENTES
              OPEN INPUT FACTURA
              MOVE SPACES TO CGIF
           IF FINFAC = "N" AND FGIF NOT = GIFNUM
              MOVE "S" TO FINFAC
           END-IF.
           IF FINFAC = "N"
              MOVE FANO TO ANOCAJA
              PERFORM MirarCriterioCaja
           END-IF.
           IF FINFAC = "N" AND ENCAJA = "S" AND NOT FCLASE-ABSORBIDA
              AND NOT FCLASE-ABONO
              AND (ANOCAJA = ANODECL OR ANOCAJA + 1 = ANODECL)
              MOVE "N" TO DESDEHIST
              PERFORM SumarCobrosCaja
           END-IF.
           IF FINFAC = "N" AND FANO = ANODECL
              AND NOT FCLASE-ABSORBIDA
              AND (ENCAJA = "N" OR FCLASE-ABONO)
              COMPUTE TRIM = (FMES + 2) / 3
              IF FCLASE-ABONO
                 SUBTRACT FPASTA FROM AC-TOTAL
       SumarUnaArchivada.
           READ FACTHIST NEXT AT END MOVE "S" TO FINHIS
           END-READ.
           IF FINHIS = "N" AND HFGIF = GIFNUM
              MOVE HFANO TO ANOCAJA
              PERFORM MirarCriterioCaja
           END-IF.
           IF FINHIS = "N" AND HFGIF = GIFNUM AND ENCAJA = "S"
              AND NOT HFCLASE-ABSORBIDA AND NOT HFCLASE-ABONO
              AND (ANOCAJA = ANODECL OR ANOCAJA + 1 = ANODECL)
              MOVE "S" TO DESDEHIST
              PERFORM SumarCobrosCaja
           END-IF.
           IF FINHIS = "N" AND HFGIF = GIFNUM AND HFANO = ANODECL
              AND NOT HFCLASE-ABSORBIDA
              AND (ENCAJA = "N" OR HFCLASE-ABONO)
              COMPUTE TRIM = (HFMES + 2) / 3
              IF HFCLASE-ABONO
                 SUBTRACT HFPASTA FROM AC-TOTAL
                 ADD HFPASTA TO AC-TRIM(TRIM)
              END-IF
           END-IF.

      ** Factura en criterio de caja: cuenta en el trimestre en que  **
      ** se cobra (o en el que vence sin cobrar), no en el de su     **
      ** fecha; por eso entran tambien las del ano anterior.         **

       SumarCobrosCaja.
           PERFORM CobrosTrimestre VARYING TRIM FROM 1 BY 1
              UNTIL TRIM > 4.
       CobrosTrimestre.
           COMPUTE PC-DESDE = ANODECL * 10000 + (TRIM * 3 - 2) * 100
              + 1
           COMPUTE PC-HASTA = ANODECL * 10000 + TRIM * 300 + 31
           IF DESDEHIST = "S"
              CALL "CRITCAJA.COB" USING REG-FACH PETCAJA
           ELSE
              CALL "CRITCAJA.COB" USING REG-FAC PETCAJA
           END-IF
           ADD PC-COBRADO PC-VENCIDO TO AC-TRIM(TRIM)
           ADD PC-COBRADO PC-VENCIDO TO AC-TOTAL.
       ImprimirCliente347.
           MOVE CGIF TO M3-NIF
           MOVE CNOMBRE TO M3-NOMBRE
           STRING RUTADATOS DELIMITED BY " "
                  "FACTURAS.DAT" DELIMITED BY SIZE
                  INTO RF-FACTURAS
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
